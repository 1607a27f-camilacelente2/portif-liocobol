       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBDEPREC.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: DEPRECIACAO MENSAL DO IMOBILIZADO. PARA CADA
      *=======           BEM ATIVO DE imobilizado.txt (#imobdat)
      *=======           CALCULA A DEPRECIACAO LINEAR DOS MESES AINDA
      *=======           NAO DEPRECIADOS ATE A COMPETENCIA DE HOJE,
      *=======           ACUMULA NO BEM E POSTA NO RAZAO, POR CENTRO
      *=======           DE CUSTO, O PAR DESPESA DE DEPRECIACAO (41010,
      *=======           DEBITO) / DEPRECIACAO ACUMULADA (12009,
      *=======           CREDITO). DEMONSTRATIVO EM
      *=======           depreciacao_relatorio.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: JOB MENSAL DO AGENDALOTE (LINHA
      *=======               "IMOBDEPREC   M UU" NA agenda_lotes.txt),
      *=======               COM GOBACK E RETURN-CODE (0=OK, 8=ERRO).
      *=======               CONTROLE DE PERIODO COMO NO RAZAOAUTO: COM
      *=======               A COMPETENCIA DE HOJE FECHADA EM
      *=======               periodos_fechados.txt A RODADA INTEIRA E
      *=======               RECUSADA. MES QUE FICOU SEM RODADA E
      *=======               RECUPERADO NA RODADA SEGUINTE (A
      *=======               DESCRICAO TRAZ O PRIMEIRO MES). REPETIR A
      *=======               RODADA NO MES NAO DEPRECIA DE NOVO. O PAR
      *=======               DEBITO/CREDITO SE ANULA NO saldo.txt, QUE
      *=======               POR ISSO NAO E MEXIDO: DEPRECIACAO NAO E
      *=======               SAIDA DE CAIXA.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IMOBILIZADO ASSIGN TO "imobilizado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMOBILIZADO.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQ-RELATORIO ASSIGN TO "depreciacao_relatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMOBILIZADO.
           COPY "#imobdat".

       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
           05 LCT-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-TIPO          PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-DESCRICAO     PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-CENTRO        PIC X(03).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-CONTA         PIC X(05).

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
           05 PER-COMPETENCIA   PIC 9(06).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-IMOBILIZADO PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-COMP-TESTE       PIC 9(6) VALUE ZERO.
       01 WS-MES-FECHADO      PIC X VALUE 'N'.
       01 WS-CONTA-DESPESA    PIC X(5) VALUE "41010".
       01 WS-CONTA-ACUMULADA  PIC X(5) VALUE "12009".
       01 WS-SUB-BEM          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-BEM        PIC 9(4) VALUE ZERO.
       01 WS-SUB-CCU          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-CCU        PIC 9(3) VALUE ZERO.
       01 WS-CCU-ACHADO       PIC 9(3) VALUE ZERO.
       01 WS-MESES-HOJE       PIC 9(6) VALUE ZERO.
       01 WS-MESES-INICIO     PIC 9(6) VALUE ZERO.
       01 WS-MESES-PENDENTES  PIC 9(4) VALUE ZERO.
       01 WS-PRIMEIRO-MES     PIC 9(6) VALUE ZERO.
       01 WS-QUOTA-MENSAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-DEPRECIACAO      PIC 9(9)V99 VALUE ZERO.
       01 WS-A-DEPRECIAR      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DEPRECIADO PIC 9(9)V99 VALUE ZERO.
       01 WS-QTDE-DEPRECIADOS PIC 9(4) VALUE ZERO.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-MESES-ED         PIC ZZZ9.
      *===== COMPETENCIA (AAAAMM) DECOMPOSTA PARA CONTAR MESES.
       01 WS-COMPETENCIA.
           05 WS-CMP-ANO      PIC 9(4).
           05 WS-CMP-MES      PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).

      *===== BENS EM MEMORIA (ATE 1000), REGRAVADOS INTEIROS EM
      *===== imobilizado.txt COM A NOVA ACUMULADA.
       01  WS-TABELA-BENS.
           05 WS-BEM-ITEM OCCURS 1000 TIMES.
               10 WS-BEM-LINHA      PIC X(120).

      *===== DEPRECIACAO DA RODADA POR CENTRO DE CUSTO (ATE 50), COM
      *===== O PRIMEIRO MES RECUPERADO.
       01  WS-TABELA-CENTROS.
           05 WS-CCU-ITEM OCCURS 50 TIMES.
               10 WS-CCU-CODIGO     PIC X(3).
               10 WS-CCU-VALOR      PIC 9(9)V99.
               10 WS-CCU-PRIMEIRO   PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== DEPRECIACAO MENSAL DO IMOBILIZADO ==="
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
           PERFORM 1500-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               DISPLAY "COMPETENCIA " WS-COMP-TESTE " FECHADA - "
                       "DEPRECIACAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-CARREGA-BENS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           MOVE WS-HOJE (1:6) TO WS-COMPETENCIA-N
           COMPUTE WS-MESES-HOJE = WS-CMP-ANO * 12 + WS-CMP-MES
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-LINHA
           STRING "DEPRECIACAO DO IMOBILIZADO - COMPETENCIA "
                  WS-HOJE (1:6) " - RODADA DE " WS-HOJE
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-BEM
               MOVE WS-BEM-LINHA (WS-SUB-BEM) TO IMOBILIZADO-LINHA
               IF BEM-ATIVO
                   PERFORM 2000-DEPRECIA-BEM
                   MOVE IMOBILIZADO-LINHA TO WS-BEM-LINHA (WS-SUB-BEM)
               END-IF
           END-PERFORM
           IF WS-TOTAL-DEPRECIADO > ZERO
               PERFORM 3000-POSTA-CENTROS
               PERFORM 1200-GRAVA-BENS
           END-IF
           PERFORM 4000-RODAPE
           CLOSE ARQ-RELATORIO
           DISPLAY "BENS DEPRECIADOS: " WS-QTDE-DEPRECIADOS
           MOVE WS-TOTAL-DEPRECIADO TO WS-VALOR-ED
           DISPLAY "TOTAL DEPRECIADO: " WS-VALOR-ED
           DISPLAY "DEMONSTRATIVO EM depreciacao_relatorio.txt"
           GOBACK.

       1000-CARREGA-BENS.
           OPEN INPUT ARQ-IMOBILIZADO
           IF WS-STATUS-IMOBILIZADO NOT = "00"
               DISPLAY "SEM imobilizado.txt - NADA A DEPRECIAR"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-IMOBILIZADO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-BEM = 1000
                           DISPLAY "ERRO: imobilizado.txt ACIMA DE "
                                   "1000 BENS - NADA DEPRECIADO"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'S' TO WS-EOF-ARQ
                       ELSE
                           ADD 1 TO WS-TOTAL-BEM
                           MOVE IMOBILIZADO-LINHA
                             TO WS-BEM-LINHA (WS-TOTAL-BEM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-IMOBILIZADO.

       1200-GRAVA-BENS.
           OPEN OUTPUT ARQ-IMOBILIZADO
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-BEM
               MOVE WS-BEM-LINHA (WS-SUB-BEM) TO IMOBILIZADO-LINHA
               WRITE IMOBILIZADO-LINHA
           END-PERFORM
           CLOSE ARQ-IMOBILIZADO.

       1500-TESTA-FECHADO.
           MOVE 'N' TO WS-MES-FECHADO
           OPEN INPUT ARQ-PERIODOS
           IF WS-STATUS-PERIODOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PERIODOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PER-COMPETENCIA = WS-COMP-TESTE
                           MOVE 'S' TO WS-MES-FECHADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PERIODOS.

      *===== MESES PENDENTES = DO MES SEGUINTE AO ULTIMO JA
      *===== DEPRECIADO (OU AO DA AQUISICAO) ATE A COMPETENCIA DE
      *===== HOJE, VEZES A QUOTA MENSAL, SEM PASSAR DO QUE FALTA
      *===== DEPRECIAR.
       2000-DEPRECIA-BEM.
           IF IMB-ULTIMA-COMPETENCIA NUMERIC
              AND IMB-ULTIMA-COMPETENCIA > ZERO
               MOVE IMB-ULTIMA-COMPETENCIA TO WS-COMPETENCIA-N
           ELSE
               MOVE IMB-DATA-AQUISICAO (1:6) TO WS-COMPETENCIA-N
           END-IF
           COMPUTE WS-MESES-INICIO = WS-CMP-ANO * 12 + WS-CMP-MES
           IF WS-MESES-INICIO NOT < WS-MESES-HOJE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MESES-PENDENTES = WS-MESES-HOJE - WS-MESES-INICIO
           IF WS-CMP-MES = 12
               ADD 1 TO WS-CMP-ANO
               MOVE 1 TO WS-CMP-MES
           ELSE
               ADD 1 TO WS-CMP-MES
           END-IF
           MOVE WS-COMPETENCIA-N TO WS-PRIMEIRO-MES
           IF IMB-VIDA-MESES > ZERO
               COMPUTE WS-QUOTA-MENSAL ROUNDED =
                   IMB-VALOR-AQUISICAO / IMB-VIDA-MESES
           ELSE
               COMPUTE WS-QUOTA-MENSAL ROUNDED =
                   IMB-VALOR-AQUISICAO * IMB-TAXA-ANUAL / 1200
           END-IF
           COMPUTE WS-A-DEPRECIAR =
               IMB-VALOR-AQUISICAO - IMB-DEPREC-ACUMULADA
           COMPUTE WS-DEPRECIACAO =
               WS-QUOTA-MENSAL * WS-MESES-PENDENTES
           IF WS-DEPRECIACAO > WS-A-DEPRECIAR
               MOVE WS-A-DEPRECIAR TO WS-DEPRECIACAO
           END-IF
           MOVE WS-HOJE (1:6) TO IMB-ULTIMA-COMPETENCIA
           IF WS-DEPRECIACAO = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD WS-DEPRECIACAO TO IMB-DEPREC-ACUMULADA
           ADD WS-DEPRECIACAO TO WS-TOTAL-DEPRECIADO
           ADD 1 TO WS-QTDE-DEPRECIADOS
           PERFORM 2100-ACUMULA-CENTRO
           MOVE WS-DEPRECIACAO TO WS-VALOR-ED
           MOVE WS-MESES-PENDENTES TO WS-MESES-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "BEM " IMB-NUMERO " " IMB-DESCRICAO
                  " " IMB-CENTRO " MESES " WS-MESES-ED
                  " DESDE " WS-PRIMEIRO-MES
                  " DEPRECIACAO " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           IF IMB-DEPREC-ACUMULADA = IMB-VALOR-AQUISICAO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    BEM " IMB-NUMERO
                      " TOTALMENTE DEPRECIADO"
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       2100-ACUMULA-CENTRO.
           MOVE ZERO TO WS-CCU-ACHADO
           PERFORM VARYING WS-SUB-CCU FROM 1 BY 1
                   UNTIL WS-SUB-CCU > WS-TOTAL-CCU
               IF WS-CCU-CODIGO (WS-SUB-CCU) = IMB-CENTRO
                   MOVE WS-SUB-CCU TO WS-CCU-ACHADO
               END-IF
           END-PERFORM
           IF WS-CCU-ACHADO = ZERO
               IF WS-TOTAL-CCU = 50
                   MOVE 50 TO WS-CCU-ACHADO
               ELSE
                   ADD 1 TO WS-TOTAL-CCU
                   MOVE WS-TOTAL-CCU TO WS-CCU-ACHADO
                   MOVE IMB-CENTRO TO WS-CCU-CODIGO (WS-CCU-ACHADO)
                   MOVE ZERO TO WS-CCU-VALOR (WS-CCU-ACHADO)
                   MOVE WS-PRIMEIRO-MES
                     TO WS-CCU-PRIMEIRO (WS-CCU-ACHADO)
               END-IF
           END-IF
           ADD WS-DEPRECIACAO TO WS-CCU-VALOR (WS-CCU-ACHADO)
           IF WS-PRIMEIRO-MES < WS-CCU-PRIMEIRO (WS-CCU-ACHADO)
               MOVE WS-PRIMEIRO-MES TO WS-CCU-PRIMEIRO (WS-CCU-ACHADO)
           END-IF.

      *===== UM PAR DE LANCAMENTOS POR CENTRO, DATADO HOJE: DEBITO
      *===== NA DESPESA E CREDITO NA DEPRECIACAO ACUMULADA, COM A
      *===== CHAVE "DEPREC aaaamm" (O PRIMEIRO MES DEPRECIADO).
       3000-POSTA-CENTROS.
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-CCU FROM 1 BY 1
                   UNTIL WS-SUB-CCU > WS-TOTAL-CCU
               MOVE SPACES TO LANCAMENTO-LINHA
               MOVE WS-HOJE TO LCT-DATA
               MOVE 'D' TO LCT-TIPO
               MOVE WS-CCU-VALOR (WS-SUB-CCU) TO LCT-VALOR
               STRING "DEPREC " WS-CCU-PRIMEIRO (WS-SUB-CCU)
                      " DESPESA"
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
               MOVE WS-CCU-CODIGO (WS-SUB-CCU) TO LCT-CENTRO
               MOVE WS-CONTA-DESPESA TO LCT-CONTA
               WRITE LANCAMENTO-LINHA
               MOVE SPACES TO LANCAMENTO-LINHA
               MOVE WS-HOJE TO LCT-DATA
               MOVE 'C' TO LCT-TIPO
               MOVE WS-CCU-VALOR (WS-SUB-CCU) TO LCT-VALOR
               STRING "DEPREC " WS-CCU-PRIMEIRO (WS-SUB-CCU)
                      " ACUMULADA"
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
               MOVE WS-CCU-CODIGO (WS-SUB-CCU) TO LCT-CENTRO
               MOVE WS-CONTA-ACUMULADA TO LCT-CONTA
               WRITE LANCAMENTO-LINHA
               MOVE WS-CCU-VALOR (WS-SUB-CCU) TO WS-VALOR-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING "CENTRO " WS-CCU-CODIGO (WS-SUB-CCU)
                      " POSTADO D " WS-CONTA-DESPESA
                      " / C " WS-CONTA-ACUMULADA
                      " VALOR " WS-VALOR-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
           CLOSE ARQ-LANCAMENTOS.

       4000-RODAPE.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TOTAL-DEPRECIADO TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "BENS DEPRECIADOS: " WS-QTDE-DEPRECIADOS
                  "   TOTAL DA RODADA: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM IMOBDEPREC.
