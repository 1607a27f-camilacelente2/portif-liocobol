       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAOEXPORTA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: EXPORTACAO MENSAL DO RAZAO PARA O SISTEMA DO
      *=======           CONTADOR EXTERNO, EM ARQUIVO DE LAYOUT FIXO
      *=======           (#contabexpdat): CABECALHO COM EMPRESA E
      *=======           COMPETENCIA, UM REGISTRO POR LANCAMENTO DO
      *=======           MES (DATA, CONTA E NOME DO plano_contas.txt,
      *=======           CENTRO, D/C, VALOR E HISTORICO), UM REGISTRO
      *=======           DE SALDO POR CONTA E O RODAPE COM QUANTIDADES
      *=======           E TOTAIS, QUE BATEM COM A LINHA DE PROVA DO
      *=======           BALANCETE. SAI EM contabil_AAAAMM_NNNNNN.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: SO EXPORTA COMPETENCIA FECHADA EM
      *=======               periodos_fechados.txt (ANOFECHA). CADA
      *=======               EXPORTACAO GANHA O PROXIMO NUMERO DE
      *=======               REMESSA E UMA LINHA EM
      *=======               exportacoes_contabeis.txt; EXPORTAR DE
      *=======               NOVO UMA COMPETENCIA PEDE CONFIRMACAO E
      *=======               SAI MARCADA COMO REENVIO, COM A REMESSA
      *=======               ANTERIOR NO LOG. ANO JA FECHADO E LIDO DO
      *=======               lancamentos_AAAA.arq.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-ARQUIVO-MORTO
               ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARQUIVO.

           SELECT ARQ-PLANO ASSIGN TO "plano_contas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQ-LOG ASSIGN TO "exportacoes_contabeis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-EXPORTACAO
               ASSIGN TO DYNAMIC WS-NOME-EXPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXPORTACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-LINHA     PIC X(70).

       FD  ARQ-ARQUIVO-MORTO.
       01  ARQUIVO-LINHA        PIC X(70).

       FD  ARQ-PLANO.
       01  CONTA-LINHA.
           05 CTA-CODIGO        PIC X(05).
           05 FILLER            PIC X.
           05 CTA-NOME          PIC X(30).
           05 FILLER            PIC X.
           05 CTA-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 CTA-GRUPO         PIC X(02).

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
           05 PER-COMPETENCIA   PIC 9(06).

      *===== UMA LINHA POR EXPORTACAO FEITA; REENVIO 'S' QUANDO A
      *===== COMPETENCIA JA TINHA SAIDO NA REMESSA ANTERIOR.
       FD  ARQ-LOG.
       01  LOG-LINHA.
           05 LOG-REMESSA       PIC 9(06).
           05 FILLER            PIC X.
           05 LOG-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 LOG-HORA          PIC 9(06).
           05 FILLER            PIC X.
           05 LOG-COMPETENCIA   PIC 9(06).
           05 FILLER            PIC X.
           05 LOG-REENVIO       PIC X(01).
           05 FILLER            PIC X.
           05 LOG-REMESSA-ANT   PIC 9(06).
           05 FILLER            PIC X.
           05 LOG-QTDE          PIC 9(06).
           05 FILLER            PIC X.
           05 LOG-DEBITOS       PIC 9(11)V99.
           05 FILLER            PIC X.
           05 LOG-CREDITOS      PIC 9(11)V99.
           05 FILLER            PIC X.
           05 LOG-ARQUIVO       PIC X(30).

       FD  ARQ-EXPORTACAO.
           COPY "#contabexpdat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-ARQUIVO     PIC XX VALUE SPACES.
       77 WS-STATUS-PLANO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-LOG         PIC XX VALUE SPACES.
       77 WS-STATUS-EXPORTACAO  PIC XX VALUE SPACES.
      *===== NOME DA EMPRESA NO CABECALHO DO ARQUIVO.
       77 WS-EMPRESA            PIC X(30) VALUE "XPTO".
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
       01 WS-COMPETENCIA      PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO     PIC 9(4).
           05 WS-COMP-MES     PIC 9(2).
       01 WS-FECHADA          PIC X VALUE 'N'.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-NOME-ARQUIVO     PIC X(40) VALUE SPACES.
       01 WS-NOME-EXPORTACAO  PIC X(40) VALUE SPACES.
       01 WS-REMESSA          PIC 9(6) VALUE ZERO.
       01 WS-REMESSA-ANTERIOR PIC 9(6) VALUE ZERO.
       01 WS-DATA-ANTERIOR    PIC 9(8) VALUE ZERO.
       01 WS-REENVIO          PIC X VALUE 'N'.
       01 WS-REGISTRO         PIC 9(6) VALUE ZERO.
       01 WS-SUB-CTA          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PLANO      PIC 9(3) VALUE ZERO.
       01 WS-SUB-SAL          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SAL        PIC 9(3) VALUE ZERO.
       01 WS-SAL-ACHADO       PIC 9(3) VALUE ZERO.
       01 WS-CONTA-LIDA       PIC X(5) VALUE SPACES.
       01 WS-NOME-ACHADO      PIC X(30) VALUE SPACES.
       01 WS-TOT-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       01 WS-DIFERENCA        PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-LINHAS     PIC 9(6) VALUE ZERO.
       01 WS-FORA-DO-PLANO    PIC 9(6) VALUE ZERO.
       01 WS-ESTOURO          PIC X VALUE 'N'.
       01 WS-VALOR-ED         PIC ZZZZZZZZZZ9.99.
       01 WS-SALDO-ED         PIC -----------9.99.

      *===== LANCAMENTO LIDO (DO CORRENTE OU DO ARQUIVO MORTO).
       01  WS-LANCAMENTO.
           05 WS-LCT-DATA       PIC 9(08).
           05 FILLER            PIC X.
           05 WS-LCT-TIPO       PIC X(01).
           05 FILLER            PIC X.
           05 WS-LCT-VALOR      PIC 9(07)V99.
           05 FILLER            PIC X.
           05 WS-LCT-DESCRICAO  PIC X(30).
           05 FILLER            PIC X.
           05 WS-LCT-CENTRO     PIC X(03).
           05 FILLER            PIC X.
           05 WS-LCT-CONTA      PIC X(05).

      *===== CODIGO E NOME DAS CONTAS DO PLANO (ATE 200).
       01  WS-TABELA-PLANO.
           05 WS-PLA-ITEM OCCURS 200 TIMES.
               10 WS-PLA-CODIGO PIC X(5).
               10 WS-PLA-NOME   PIC X(30).

      *===== DEBITOS E CREDITOS DO MES POR CONTA, COMO NO BALANCETE
      *===== (CONTA EM BRANCO AGRUPA EM "?????").
       01  WS-TABELA-SALDOS.
           05 WS-SAL-ITEM OCCURS 200 TIMES.
               10 WS-SAL-CODIGO PIC X(5).
               10 WS-SAL-NOME   PIC X(30).
               10 WS-SAL-DEB    PIC 9(11)V99.
               10 WS-SAL-CRE    PIC 9(11)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== EXPORTACAO DO RAZAO PARA A CONTABILIDADE ==="
           DISPLAY "COMPETENCIA (AAAAMM, 0 CANCELA): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZERO
               STOP RUN
           END-IF
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF
           PERFORM 1000-TESTA-FECHADA
           IF WS-FECHADA NOT = 'S'
               DISPLAY "COMPETENCIA " WS-COMPETENCIA " AINDA ABERTA - "
                       "FECHE O MES NO ANOFECHA ANTES DE EXPORTAR"
               STOP RUN
           END-IF
           PERFORM 1100-LE-LOG
           IF WS-REMESSA-ANTERIOR NOT = ZERO
               DISPLAY "COMPETENCIA JA EXPORTADA NA REMESSA "
                       WS-REMESSA-ANTERIOR " EM " WS-DATA-ANTERIOR
               DISPLAY "GERAR REENVIO (S/N)? "
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
                   DISPLAY "EXPORTACAO CANCELADA"
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-REENVIO
           END-IF
           PERFORM 1200-CARREGA-PLANO
           INITIALIZE WS-TABELA-SALDOS
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           PERFORM 2000-ABRE-EXPORTACAO
           PERFORM 2100-VARRE-CORRENTE
           PERFORM 2200-VARRE-ARQUIVO-MORTO
           PERFORM 3000-GRAVA-SALDOS
           PERFORM 4000-GRAVA-RODAPE
           CLOSE ARQ-EXPORTACAO
           PERFORM 5000-GRAVA-LOG
           PERFORM 6000-RESUMO
           STOP RUN.

       1000-TESTA-FECHADA.
           MOVE 'N' TO WS-FECHADA
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
                       IF PER-COMPETENCIA = WS-COMPETENCIA
                           MOVE 'S' TO WS-FECHADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PERIODOS.

      *===== PROXIMA REMESSA = MAIOR DO LOG + 1; GUARDA A ULTIMA
      *===== REMESSA DA MESMA COMPETENCIA, SE HOUVER.
       1100-LE-LOG.
           MOVE ZERO TO WS-REMESSA
           MOVE ZERO TO WS-REMESSA-ANTERIOR
           OPEN INPUT ARQ-LOG
           IF WS-STATUS-LOG = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-LOG
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF LOG-REMESSA > WS-REMESSA
                               MOVE LOG-REMESSA TO WS-REMESSA
                           END-IF
                           IF LOG-COMPETENCIA = WS-COMPETENCIA
                               MOVE LOG-REMESSA
                                 TO WS-REMESSA-ANTERIOR
                               MOVE LOG-DATA TO WS-DATA-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF
           ADD 1 TO WS-REMESSA.

       1200-CARREGA-PLANO.
           OPEN INPUT ARQ-PLANO.
           IF WS-STATUS-PLANO NOT = "00"
               DISPLAY "SEM plano_contas.txt - STATUS "
                       WS-STATUS-PLANO
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PLANO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-PLANO < 200
                           ADD 1 TO WS-TOTAL-PLANO
                           MOVE CTA-CODIGO
                             TO WS-PLA-CODIGO (WS-TOTAL-PLANO)
                           MOVE CTA-NOME
                             TO WS-PLA-NOME (WS-TOTAL-PLANO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PLANO.

       2000-ABRE-EXPORTACAO.
           MOVE SPACES TO WS-NOME-EXPORTACAO
           STRING "contabil_" WS-COMPETENCIA "_" WS-REMESSA ".txt"
                  DELIMITED BY SIZE INTO WS-NOME-EXPORTACAO
           OPEN OUTPUT ARQ-EXPORTACAO
           IF WS-STATUS-EXPORTACAO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-EXPORTACAO
                       " - STATUS " WS-STATUS-EXPORTACAO
               STOP RUN
           END-IF
           MOVE SPACES TO EXP-CABECALHO
           MOVE '0' TO EXH-TIPO
           ADD 1 TO WS-REGISTRO
           MOVE WS-REGISTRO TO EXH-REGISTRO
           MOVE WS-EMPRESA TO EXH-EMPRESA
           MOVE WS-COMPETENCIA TO EXH-COMPETENCIA
           MOVE WS-REMESSA TO EXH-REMESSA
           MOVE WS-DATA-HOJE (1:8) TO EXH-DATA-GERACAO
           MOVE WS-REENVIO TO EXH-REENVIO
           WRITE EXP-CABECALHO.

       2100-VARRE-CORRENTE.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-LANCAMENTOS INTO WS-LANCAMENTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2300-EXPORTA-LANCAMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.

      *===== O ANO JA FECHADO PELO ANOFECHA SAIU DO lancamentos.txt
      *===== PARA lancamentos_AAAA.arq; SEM O ARQUIVO, NADA A LER.
       2200-VARRE-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING "lancamentos_" WS-COMP-ANO ".arq"
                  DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
           OPEN INPUT ARQ-ARQUIVO-MORTO
           IF WS-STATUS-ARQUIVO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LENDO TAMBEM " WS-NOME-ARQUIVO
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ARQUIVO-MORTO INTO WS-LANCAMENTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2300-EXPORTA-LANCAMENTO
               END-READ
           END-PERFORM
           CLOSE ARQ-ARQUIVO-MORTO.

      *===== REGISTRO 1 DO LANCAMENTO DO MES E ACUMULO NA CONTA.
       2300-EXPORTA-LANCAMENTO.
           IF WS-LCT-DATA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-LCT-DATA (1:6) NOT = WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-LINHAS
           MOVE SPACES TO WS-NOME-ACHADO
           PERFORM VARYING WS-SUB-CTA FROM 1 BY 1
                   UNTIL WS-SUB-CTA > WS-TOTAL-PLANO
               IF WS-PLA-CODIGO (WS-SUB-CTA) = WS-LCT-CONTA
                   MOVE WS-PLA-NOME (WS-SUB-CTA) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM
           IF WS-NOME-ACHADO = SPACES
               MOVE "(SEM CONTA)" TO WS-NOME-ACHADO
               ADD 1 TO WS-FORA-DO-PLANO
           END-IF
           MOVE SPACES TO EXP-LANCAMENTO
           MOVE '1' TO EXL-TIPO
           ADD 1 TO WS-REGISTRO
           MOVE WS-REGISTRO TO EXL-REGISTRO
           MOVE WS-LCT-DATA TO EXL-DATA
           MOVE WS-LCT-CONTA TO EXL-CONTA
           MOVE WS-NOME-ACHADO TO EXL-NOME-CONTA
           MOVE WS-LCT-CENTRO TO EXL-CENTRO
           MOVE WS-LCT-VALOR TO EXL-VALOR
           MOVE WS-LCT-DESCRICAO TO EXL-HISTORICO
           IF WS-LCT-TIPO = 'D'
               MOVE 'D' TO EXL-NATUREZA
               ADD WS-LCT-VALOR TO WS-TOT-DEBITOS
           ELSE
               MOVE 'C' TO EXL-NATUREZA
               ADD WS-LCT-VALOR TO WS-TOT-CREDITOS
           END-IF
           WRITE EXP-LANCAMENTO
           PERFORM 2400-ACUMULA-CONTA.

       2400-ACUMULA-CONTA.
           IF WS-LCT-CONTA = SPACES
               MOVE "?????" TO WS-CONTA-LIDA
           ELSE
               MOVE WS-LCT-CONTA TO WS-CONTA-LIDA
           END-IF
           MOVE ZERO TO WS-SAL-ACHADO
           PERFORM VARYING WS-SUB-SAL FROM 1 BY 1
                   UNTIL WS-SUB-SAL > WS-TOTAL-SAL
               IF WS-SAL-CODIGO (WS-SUB-SAL) = WS-CONTA-LIDA
                   MOVE WS-SUB-SAL TO WS-SAL-ACHADO
               END-IF
           END-PERFORM
           IF WS-SAL-ACHADO = ZERO
               IF WS-TOTAL-SAL = 200
                   MOVE 'S' TO WS-ESTOURO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-SAL
               MOVE WS-TOTAL-SAL TO WS-SAL-ACHADO
               MOVE WS-CONTA-LIDA TO WS-SAL-CODIGO (WS-SAL-ACHADO)
               MOVE WS-NOME-ACHADO TO WS-SAL-NOME (WS-SAL-ACHADO)
           END-IF
           IF WS-LCT-TIPO = 'D'
               ADD WS-LCT-VALOR TO WS-SAL-DEB (WS-SAL-ACHADO)
           ELSE
               ADD WS-LCT-VALOR TO WS-SAL-CRE (WS-SAL-ACHADO)
           END-IF.

      *===== REGISTRO 2: SALDO DO MES (CREDITOS MENOS DEBITOS) POR
      *===== CONTA, NA ORDEM EM QUE A CONTA APARECEU NO MES.
       3000-GRAVA-SALDOS.
           PERFORM VARYING WS-SUB-SAL FROM 1 BY 1
                   UNTIL WS-SUB-SAL > WS-TOTAL-SAL
               MOVE SPACES TO EXP-SALDO
               MOVE '2' TO EXS-TIPO
               ADD 1 TO WS-REGISTRO
               MOVE WS-REGISTRO TO EXS-REGISTRO
               MOVE WS-SAL-CODIGO (WS-SUB-SAL) TO EXS-CONTA
               MOVE WS-SAL-NOME (WS-SUB-SAL) TO EXS-NOME-CONTA
               MOVE WS-SAL-DEB (WS-SUB-SAL) TO EXS-DEBITOS
               MOVE WS-SAL-CRE (WS-SUB-SAL) TO EXS-CREDITOS
               IF WS-SAL-CRE (WS-SUB-SAL) < WS-SAL-DEB (WS-SUB-SAL)
                   COMPUTE EXS-SALDO = WS-SAL-DEB (WS-SUB-SAL)
                                     - WS-SAL-CRE (WS-SUB-SAL)
                   MOVE 'D' TO EXS-NATUREZA
               ELSE
                   COMPUTE EXS-SALDO = WS-SAL-CRE (WS-SUB-SAL)
                                     - WS-SAL-DEB (WS-SUB-SAL)
                   MOVE 'C' TO EXS-NATUREZA
               END-IF
               WRITE EXP-SALDO
           END-PERFORM.

      *===== REGISTRO 9: OS TOTAIS DA LINHA DE PROVA DO BALANCETE.
       4000-GRAVA-RODAPE.
           COMPUTE WS-DIFERENCA = WS-TOT-CREDITOS - WS-TOT-DEBITOS
           MOVE SPACES TO EXP-RODAPE
           MOVE '9' TO EXT-TIPO
           ADD 1 TO WS-REGISTRO
           MOVE WS-REGISTRO TO EXT-REGISTRO
           MOVE WS-TOTAL-LINHAS TO EXT-QTDE-LANCAMENTOS
           MOVE WS-TOTAL-SAL TO EXT-QTDE-CONTAS
           MOVE WS-REGISTRO TO EXT-QTDE-REGISTROS
           MOVE WS-TOT-DEBITOS TO EXT-TOTAL-DEBITOS
           MOVE WS-TOT-CREDITOS TO EXT-TOTAL-CREDITOS
           IF WS-DIFERENCA < ZERO
               COMPUTE EXT-LIQUIDO = ZERO - WS-DIFERENCA
               MOVE 'D' TO EXT-NATUREZA
           ELSE
               MOVE WS-DIFERENCA TO EXT-LIQUIDO
               MOVE 'C' TO EXT-NATUREZA
           END-IF
           WRITE EXP-RODAPE.

       5000-GRAVA-LOG.
           OPEN EXTEND ARQ-LOG
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
               CLOSE ARQ-LOG
               OPEN EXTEND ARQ-LOG
           END-IF
           MOVE SPACES TO LOG-LINHA
           MOVE WS-REMESSA TO LOG-REMESSA
           MOVE WS-DATA-HOJE (1:8) TO LOG-DATA
           MOVE WS-DATA-HOJE (9:6) TO LOG-HORA
           MOVE WS-COMPETENCIA TO LOG-COMPETENCIA
           MOVE WS-REENVIO TO LOG-REENVIO
           MOVE WS-REMESSA-ANTERIOR TO LOG-REMESSA-ANT
           MOVE WS-TOTAL-LINHAS TO LOG-QTDE
           MOVE WS-TOT-DEBITOS TO LOG-DEBITOS
           MOVE WS-TOT-CREDITOS TO LOG-CREDITOS
           MOVE WS-NOME-EXPORTACAO TO LOG-ARQUIVO
           WRITE LOG-LINHA
           CLOSE ARQ-LOG.

       6000-RESUMO.
           DISPLAY "=== EXPORTACAO CONCLUIDA - REMESSA " WS-REMESSA
                   " ==="
           IF WS-REENVIO = 'S'
               DISPLAY "*** REENVIO DA COMPETENCIA (REMESSA ANTERIOR "
                       WS-REMESSA-ANTERIOR ")"
           END-IF
           DISPLAY "LANCAMENTOS DO MES: " WS-TOTAL-LINHAS
           DISPLAY "CONTAS MOVIMENTADAS: " WS-TOTAL-SAL
           MOVE WS-TOT-DEBITOS TO WS-VALOR-ED
           DISPLAY "TOTAL DE DEBITOS.: " WS-VALOR-ED
           MOVE WS-TOT-CREDITOS TO WS-VALOR-ED
           DISPLAY "TOTAL DE CREDITOS: " WS-VALOR-ED
           MOVE WS-DIFERENCA TO WS-SALDO-ED
           DISPLAY "LIQUIDO DO MES...: " WS-SALDO-ED
                   " (CONFIRA COM O BALANCETE)"
           IF WS-FORA-DO-PLANO > ZERO
               DISPLAY "*** " WS-FORA-DO-PLANO " LANCAMENTO(S) SEM "
                       "CONTA DO PLANO - SAIRAM COMO (SEM CONTA)"
           END-IF
           IF WS-ESTOURO = 'S'
               DISPLAY "*** MAIS DE 200 CONTAS NO MES - SALDOS "
                       "INCOMPLETOS"
           END-IF
           DISPLAY "ARQUIVO: " WS-NOME-EXPORTACAO.

       END PROGRAM RAZAOEXPORTA.
