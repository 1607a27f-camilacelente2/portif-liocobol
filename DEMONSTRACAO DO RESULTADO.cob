       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRE.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: DEMONSTRACAO DO RESULTADO DO EXERCICIO (DRE)
      *=======           MENSAL PARA O DONO. AGRUPA AS CONTAS R E D
      *=======           DO PLANO (plano_contas.txt) PELO GRUPO DA DRE
      *=======           (CTA-GRUPO, TABELA #grupodre) NAS LINHAS DA
      *=======           DEMONSTRACAO - RECEITA POR LINHA DE NEGOCIO,
      *=======           RECEITA BRUTA, TRIBUTOS, RECEITA LIQUIDA,
      *=======           CUSTO, LUCRO BRUTO, DESPESAS POR GRUPO E O
      *=======           RESULTADO - EM TRES COLUNAS: O MES INFORMADO,
      *=======           O MESMO MES DO ANO ANTERIOR E O ACUMULADO DO
      *=======           ANO ATE O MES, CADA VALOR COM O PERCENTUAL
      *=======           SOBRE A RECEITA LIQUIDA DA COLUNA. SAI EM
      *=======           dre.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: LE O lancamentos.txt E, SE EXISTIREM, OS
      *=======               lancamentos_AAAA.arq DO ANO E DO ANO
      *=======               ANTERIOR (GRAVADOS PELO ANOFECHA NO
      *=======               FECHAMENTO DO EXERCICIO). COLUNA COM MES
      *=======               AINDA NAO FECHADO EM periodos_fechados.txt
      *=======               SAI CARIMBADA "PRELIMINAR" (NO ACUMULADO,
      *=======               BASTA UM MES ABERTO). CONTA SEM GRUPO CAI
      *=======               EM RECEITAS DIVERSAS OU DESPESAS
      *=======               ADMINISTRATIVAS; LANCAMENTO SEM CONTA DO
      *=======               PLANO FICA FORA E E CONTADO NO RODAPE.
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

           SELECT ARQ-DRE ASSIGN TO "dre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DRE.

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

       FD  ARQ-DRE.
       01  DRE-LINHA            PIC X(110).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-ARQUIVO     PIC XX VALUE SPACES.
       77 WS-STATUS-PLANO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-DRE         PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-COMPETENCIA      PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO     PIC 9(4).
           05 WS-COMP-MES     PIC 9(2).
       01 WS-COMP-ANTERIOR    PIC 9(6) VALUE ZERO.
       01 WS-ANO-ARQUIVO      PIC 9(4) VALUE ZERO.
       01 WS-NOME-ARQUIVO     PIC X(40) VALUE SPACES.
       01 WS-COMP-LACO        PIC 9(6) VALUE ZERO.
       01 WS-COMP-LANCAMENTO  PIC 9(6) VALUE ZERO.
       01 WS-ANO-LANCAMENTO   PIC 9(4) VALUE ZERO.
       01 WS-MES-LANCAMENTO   PIC 9(2) VALUE ZERO.
       01 WS-MES-LACO         PIC 9(2) VALUE ZERO.
       01 WS-COLUNA-NO-MES    PIC X VALUE 'N'.
       01 WS-COLUNA-ANTERIOR  PIC X VALUE 'N'.
       01 WS-COLUNA-NO-ANO    PIC X VALUE 'N'.
       01 WS-SUB-CTA          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-CTA        PIC 9(3) VALUE ZERO.
       01 WS-CTA-ACHADA       PIC 9(3) VALUE ZERO.
       01 WS-SUB-GRD          PIC 9(2) VALUE ZERO.
       01 WS-GRD-ACHADO       PIC 9(2) VALUE ZERO.
       01 WS-SUB-COL          PIC 9 VALUE ZERO.
       01 WS-SUB-PER          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PER        PIC 9(3) VALUE ZERO.
       01 WS-ACHOU-PER        PIC X VALUE 'N'.
       01 WS-VALOR-SINAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-VALOR-COLUNA     PIC S9(9)V99 VALUE ZERO.
       01 WS-PERCENTUAL       PIC S9(5)V9 VALUE ZERO.
       01 WS-POSICAO          PIC 9(3) VALUE ZERO.
       01 WS-NOME-LINHA       PIC X(32) VALUE SPACES.
       01 WS-HA-PRELIMINAR    PIC X VALUE 'N'.
       01 WS-FORA-DO-PLANO    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       01 WS-CONTADOR-ED      PIC ZZZZ9.

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

      *===== CONTAS DO PLANO (ATE 200) COM A LINHA DA DRE DE CADA
      *===== UMA; CONTA A OU P FICA COM LINHA ZERO.
       01  WS-TABELA-CONTAS.
           05 WS-CTA-ITEM OCCURS 200 TIMES.
               10 WS-CTA-CODIGO PIC X(5).
               10 WS-CTA-LINHA  PIC 9(2).

      *===== MESES FECHADOS (ATE 600).
       01  WS-TABELA-PERIODOS.
           05 WS-PER-FECHADO  PIC 9(6) OCCURS 600 TIMES.

      *===== VALOR DE CADA LINHA DA DRE NAS TRES COLUNAS: 1 = MES,
      *===== 2 = MESMO MES DO ANO ANTERIOR, 3 = ACUMULADO DO ANO.
       01  WS-TABELA-VALORES.
           05 WS-VAL-LINHA OCCURS 12 TIMES.
               10 WS-VAL-COLUNA PIC S9(9)V99 OCCURS 3 TIMES.
       01  WS-TABELA-TOTAIS.
           05 WS-TOT-COLUNA OCCURS 3 TIMES.
               10 WS-RECEITA-BRUTA   PIC S9(9)V99.
               10 WS-RECEITA-LIQUIDA PIC S9(9)V99.
               10 WS-LUCRO-BRUTO     PIC S9(9)V99.
               10 WS-RESULTADO       PIC S9(9)V99.
               10 WS-COLUNA-FECHADA  PIC X.
       01  WS-VALORES-IMPRESSOS.
           05 WS-VALOR-IMPRESSO PIC S9(9)V99 OCCURS 3 TIMES.

       01  WS-COLUNA-ED.
           05 WS-COL-VALOR-ED   PIC ---------9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-COL-PCT-ED     PIC ----9.9.
           05 WS-COL-PCT-SINAL  PIC X VALUE "%".

           COPY "#grupodre".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== DEMONSTRACAO DO RESULTADO (DRE) ==="
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF
           COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 100
           INITIALIZE WS-TABELA-VALORES
           INITIALIZE WS-TABELA-TOTAIS
           PERFORM 1000-CARREGA-PLANO
           PERFORM 1100-CARREGA-PERIODOS
           PERFORM 1200-SITUACAO-DAS-COLUNAS
           PERFORM 2000-VARRE-CORRENTE
           MOVE WS-COMP-ANO TO WS-ANO-ARQUIVO
           PERFORM 2100-VARRE-ARQUIVO-MORTO
           SUBTRACT 1 FROM WS-ANO-ARQUIVO
           PERFORM 2100-VARRE-ARQUIVO-MORTO
           PERFORM 3000-SUBTOTAIS
           PERFORM 4000-RELATORIO
           STOP RUN.

      *===== CADA CONTA R OU D GANHA A LINHA DO SEU GRUPO; GRUPO EM
      *===== BRANCO OU DESCONHECIDO VAI PARA O PADRAO DO TIPO.
       1000-CARREGA-PLANO.
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
                       IF WS-TOTAL-CTA < 200
                           ADD 1 TO WS-TOTAL-CTA
                           MOVE CTA-CODIGO
                             TO WS-CTA-CODIGO (WS-TOTAL-CTA)
                           PERFORM 1050-LINHA-DA-CONTA
                           MOVE WS-GRD-ACHADO
                             TO WS-CTA-LINHA (WS-TOTAL-CTA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PLANO.

       1050-LINHA-DA-CONTA.
           MOVE ZERO TO WS-GRD-ACHADO
           IF NOT (CTA-TIPO = 'R' OR CTA-TIPO = 'D')
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > 12
               IF GRD-CODIGO (WS-SUB-GRD) = CTA-GRUPO
                   MOVE WS-SUB-GRD TO WS-GRD-ACHADO
               END-IF
           END-PERFORM
           IF WS-GRD-ACHADO NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CTA-TIPO = 'R'
               MOVE "RO" TO CTA-GRUPO
           ELSE
               MOVE "DA" TO CTA-GRUPO
           END-IF
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > 12
               IF GRD-CODIGO (WS-SUB-GRD) = CTA-GRUPO
                   MOVE WS-SUB-GRD TO WS-GRD-ACHADO
               END-IF
           END-PERFORM.

       1100-CARREGA-PERIODOS.
           OPEN INPUT ARQ-PERIODOS.
           IF WS-STATUS-PERIODOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PERIODOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-PER < 600
                           ADD 1 TO WS-TOTAL-PER
                           MOVE PER-COMPETENCIA
                             TO WS-PER-FECHADO (WS-TOTAL-PER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PERIODOS.

      *===== COLUNA FECHADA: O MES (OU, NO ACUMULADO, TODOS OS
      *===== MESES DE JANEIRO ATE O MES) EM periodos_fechados.txt.
       1200-SITUACAO-DAS-COLUNAS.
           MOVE WS-COMPETENCIA TO WS-COMP-LACO
           PERFORM 1250-TESTA-FECHADO
           MOVE WS-ACHOU-PER TO WS-COLUNA-FECHADA (1)
           MOVE WS-COMP-ANTERIOR TO WS-COMP-LACO
           PERFORM 1250-TESTA-FECHADO
           MOVE WS-ACHOU-PER TO WS-COLUNA-FECHADA (2)
           MOVE 'S' TO WS-COLUNA-FECHADA (3)
           PERFORM VARYING WS-MES-LACO FROM 1 BY 1
                   UNTIL WS-MES-LACO > WS-COMP-MES
               COMPUTE WS-COMP-LACO =
                   (WS-COMP-ANO * 100) + WS-MES-LACO
               PERFORM 1250-TESTA-FECHADO
               IF WS-ACHOU-PER NOT = 'S'
                   MOVE 'N' TO WS-COLUNA-FECHADA (3)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                   UNTIL WS-SUB-COL > 3
               IF WS-COLUNA-FECHADA (WS-SUB-COL) NOT = 'S'
                   MOVE 'S' TO WS-HA-PRELIMINAR
               END-IF
           END-PERFORM.

       1250-TESTA-FECHADO.
           MOVE 'N' TO WS-ACHOU-PER
           PERFORM VARYING WS-SUB-PER FROM 1 BY 1
                   UNTIL WS-SUB-PER > WS-TOTAL-PER
               IF WS-PER-FECHADO (WS-SUB-PER) = WS-COMP-LACO
                   MOVE 'S' TO WS-ACHOU-PER
               END-IF
           END-PERFORM.

       2000-VARRE-CORRENTE.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = "00"
               DISPLAY "SEM lancamentos.txt - STATUS "
                       WS-STATUS-LANCAMENTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-LANCAMENTOS INTO WS-LANCAMENTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2200-ACUMULA
               END-READ
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.

      *===== O ANO JA FECHADO PELO ANOFECHA SAIU DO lancamentos.txt
      *===== PARA lancamentos_AAAA.arq; SEM O ARQUIVO, NADA A LER.
       2100-VARRE-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING "lancamentos_" WS-ANO-ARQUIVO ".arq"
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
                       PERFORM 2200-ACUMULA
               END-READ
           END-PERFORM
           CLOSE ARQ-ARQUIVO-MORTO.

      *===== SOMA O LANCAMENTO NA LINHA DA CONTA NAS COLUNAS A QUE A
      *===== DATA PERTENCE. RECEITA: CREDITO SOMA, DEBITO SUBTRAI;
      *===== TRIBUTO, CUSTO E DESPESA: O CONTRARIO.
       2200-ACUMULA.
           IF WS-LCT-DATA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LCT-DATA (1:6) TO WS-COMP-LANCAMENTO
           MOVE WS-LCT-DATA (1:4) TO WS-ANO-LANCAMENTO
           MOVE WS-LCT-DATA (5:2) TO WS-MES-LANCAMENTO
           MOVE 'N' TO WS-COLUNA-NO-MES
           MOVE 'N' TO WS-COLUNA-ANTERIOR
           MOVE 'N' TO WS-COLUNA-NO-ANO
           IF WS-COMP-LANCAMENTO = WS-COMPETENCIA
               MOVE 'S' TO WS-COLUNA-NO-MES
           END-IF
           IF WS-COMP-LANCAMENTO = WS-COMP-ANTERIOR
               MOVE 'S' TO WS-COLUNA-ANTERIOR
           END-IF
           IF WS-ANO-LANCAMENTO = WS-COMP-ANO
              AND WS-MES-LANCAMENTO NOT > WS-COMP-MES
               MOVE 'S' TO WS-COLUNA-NO-ANO
           END-IF
           IF WS-COLUNA-NO-MES = 'N' AND WS-COLUNA-ANTERIOR = 'N'
              AND WS-COLUNA-NO-ANO = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE ZERO TO WS-CTA-ACHADA
           PERFORM VARYING WS-SUB-CTA FROM 1 BY 1
                   UNTIL WS-SUB-CTA > WS-TOTAL-CTA
               IF WS-CTA-CODIGO (WS-SUB-CTA) = WS-LCT-CONTA
                   MOVE WS-SUB-CTA TO WS-CTA-ACHADA
               END-IF
           END-PERFORM
           IF WS-CTA-ACHADA = ZERO OR WS-LCT-CONTA = SPACES
               ADD 1 TO WS-FORA-DO-PLANO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTA-LINHA (WS-CTA-ACHADA) TO WS-GRD-ACHADO
           IF WS-GRD-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF GRD-NATUREZA (WS-GRD-ACHADO) = 'R'
               IF WS-LCT-TIPO = 'C'
                   MOVE WS-LCT-VALOR TO WS-VALOR-SINAL
               ELSE
                   COMPUTE WS-VALOR-SINAL = ZERO - WS-LCT-VALOR
               END-IF
           ELSE
               IF WS-LCT-TIPO = 'D'
                   MOVE WS-LCT-VALOR TO WS-VALOR-SINAL
               ELSE
                   COMPUTE WS-VALOR-SINAL = ZERO - WS-LCT-VALOR
               END-IF
           END-IF
           IF WS-COLUNA-NO-MES = 'S'
               ADD WS-VALOR-SINAL TO WS-VAL-COLUNA (WS-GRD-ACHADO 1)
           END-IF
           IF WS-COLUNA-ANTERIOR = 'S'
               ADD WS-VALOR-SINAL TO WS-VAL-COLUNA (WS-GRD-ACHADO 2)
           END-IF
           IF WS-COLUNA-NO-ANO = 'S'
               ADD WS-VALOR-SINAL TO WS-VAL-COLUNA (WS-GRD-ACHADO 3)
           END-IF.

      *===== RECEITA BRUTA = LINHAS DE RECEITA; LIQUIDA = BRUTA MENOS
      *===== TRIBUTOS; LUCRO BRUTO = LIQUIDA MENOS CUSTO; RESULTADO =
      *===== LUCRO BRUTO MENOS AS DESPESAS.
       3000-SUBTOTAIS.
           PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                   UNTIL WS-SUB-COL > 3
               PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                       UNTIL WS-SUB-GRD > 12
                   EVALUATE GRD-NATUREZA (WS-SUB-GRD)
                       WHEN 'R'
                           ADD WS-VAL-COLUNA (WS-SUB-GRD WS-SUB-COL)
                            TO WS-RECEITA-BRUTA (WS-SUB-COL)
                       WHEN 'T'
                           SUBTRACT
                               WS-VAL-COLUNA (WS-SUB-GRD WS-SUB-COL)
                               FROM WS-RECEITA-LIQUIDA (WS-SUB-COL)
                       WHEN 'C'
                           SUBTRACT
                               WS-VAL-COLUNA (WS-SUB-GRD WS-SUB-COL)
                               FROM WS-LUCRO-BRUTO (WS-SUB-COL)
                       WHEN OTHER
                           SUBTRACT
                               WS-VAL-COLUNA (WS-SUB-GRD WS-SUB-COL)
                               FROM WS-RESULTADO (WS-SUB-COL)
                   END-EVALUATE
               END-PERFORM
               ADD WS-RECEITA-BRUTA (WS-SUB-COL)
                TO WS-RECEITA-LIQUIDA (WS-SUB-COL)
               ADD WS-RECEITA-LIQUIDA (WS-SUB-COL)
                TO WS-LUCRO-BRUTO (WS-SUB-COL)
               ADD WS-LUCRO-BRUTO (WS-SUB-COL)
                TO WS-RESULTADO (WS-SUB-COL)
           END-PERFORM.

       4000-RELATORIO.
           OPEN OUTPUT ARQ-DRE
           MOVE SPACES TO DRE-LINHA
           STRING "DEMONSTRACAO DO RESULTADO - COMPETENCIA "
                  WS-COMPETENCIA
                  DELIMITED BY SIZE INTO DRE-LINHA
           WRITE DRE-LINHA
           IF WS-HA-PRELIMINAR = 'S'
               MOVE SPACES TO DRE-LINHA
               STRING "*** PRELIMINAR - HA COLUNA COM MES AINDA NAO "
                      "FECHADO NO ANOFECHA; OS VALORES PODEM MUDAR ***"
                      DELIMITED BY SIZE INTO DRE-LINHA
               WRITE DRE-LINHA
           END-IF
           MOVE SPACES TO DRE-LINHA
           WRITE DRE-LINHA
           MOVE SPACES TO DRE-LINHA
           STRING "MES " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO DRE-LINHA (36:20)
           STRING "MES " WS-COMP-ANTERIOR
                  DELIMITED BY SIZE INTO DRE-LINHA (60:20)
           STRING "ACUMULADO " WS-COMP-ANO
                  DELIMITED BY SIZE INTO DRE-LINHA (84:20)
           WRITE DRE-LINHA
           MOVE SPACES TO DRE-LINHA
           PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                   UNTIL WS-SUB-COL > 3
               COMPUTE WS-POSICAO = 36 + ((WS-SUB-COL - 1) * 24)
               IF WS-COLUNA-FECHADA (WS-SUB-COL) = 'S'
                   MOVE "FECHADO" TO DRE-LINHA (WS-POSICAO:10)
               ELSE
                   MOVE "PRELIMINAR" TO DRE-LINHA (WS-POSICAO:10)
               END-IF
           END-PERFORM
           WRITE DRE-LINHA
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > 12
               MOVE GRD-NOME (WS-SUB-GRD) TO WS-NOME-LINHA
               PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                       UNTIL WS-SUB-COL > 3
                   MOVE WS-VAL-COLUNA (WS-SUB-GRD WS-SUB-COL)
                     TO WS-VALOR-IMPRESSO (WS-SUB-COL)
               END-PERFORM
               PERFORM 4100-IMPRIME-LINHA
               EVALUATE WS-SUB-GRD
                   WHEN 6
                       MOVE "= RECEITA BRUTA" TO WS-NOME-LINHA
                       PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                               UNTIL WS-SUB-COL > 3
                           MOVE WS-RECEITA-BRUTA (WS-SUB-COL)
                             TO WS-VALOR-IMPRESSO (WS-SUB-COL)
                       END-PERFORM
                       PERFORM 4100-IMPRIME-LINHA
                   WHEN 7
                       MOVE "= RECEITA LIQUIDA" TO WS-NOME-LINHA
                       PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                               UNTIL WS-SUB-COL > 3
                           MOVE WS-RECEITA-LIQUIDA (WS-SUB-COL)
                             TO WS-VALOR-IMPRESSO (WS-SUB-COL)
                       END-PERFORM
                       PERFORM 4100-IMPRIME-LINHA
                   WHEN 8
                       MOVE "= LUCRO BRUTO" TO WS-NOME-LINHA
                       PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                               UNTIL WS-SUB-COL > 3
                           MOVE WS-LUCRO-BRUTO (WS-SUB-COL)
                             TO WS-VALOR-IMPRESSO (WS-SUB-COL)
                       END-PERFORM
                       PERFORM 4100-IMPRIME-LINHA
                   WHEN 12
                       MOVE "= RESULTADO DO PERIODO" TO WS-NOME-LINHA
                       PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                               UNTIL WS-SUB-COL > 3
                           MOVE WS-RESULTADO (WS-SUB-COL)
                             TO WS-VALOR-IMPRESSO (WS-SUB-COL)
                       END-PERFORM
                       PERFORM 4100-IMPRIME-LINHA
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO DRE-LINHA
           WRITE DRE-LINHA
           MOVE WS-FORA-DO-PLANO TO WS-CONTADOR-ED
           MOVE SPACES TO DRE-LINHA
           STRING "LANCAMENTOS DO PERIODO SEM CONTA DO PLANO (FORA "
                  "DA DRE - VER O BALANCETE): " WS-CONTADOR-ED
                  DELIMITED BY SIZE INTO DRE-LINHA
           WRITE DRE-LINHA
           IF WS-HA-PRELIMINAR = 'S'
               MOVE "*** PRELIMINAR ***" TO DRE-LINHA
               WRITE DRE-LINHA
           END-IF
           CLOSE ARQ-DRE
           DISPLAY "=== DRE CONCLUIDA ==="
           DISPLAY "LANCAMENTOS CONSIDERADOS: " WS-TOTAL-LIDOS
           MOVE WS-RESULTADO (1) TO WS-COL-VALOR-ED
           DISPLAY "RESULTADO DO MES: " WS-COL-VALOR-ED
           IF WS-HA-PRELIMINAR = 'S'
               DISPLAY "ATENCAO: DRE PRELIMINAR - MES NAO FECHADO"
           END-IF
           DISPLAY "DETALHE EM dre.txt".

      *===== UMA LINHA DA DRE: NOME E, POR COLUNA, VALOR E PERCENTUAL
      *===== SOBRE A RECEITA LIQUIDA (EM BRANCO SE ELA FOR ZERO).
       4100-IMPRIME-LINHA.
           MOVE SPACES TO DRE-LINHA
           MOVE WS-NOME-LINHA TO DRE-LINHA (1:32)
           PERFORM VARYING WS-SUB-COL FROM 1 BY 1
                   UNTIL WS-SUB-COL > 3
               MOVE WS-VALOR-IMPRESSO (WS-SUB-COL) TO WS-VALOR-COLUNA
               MOVE WS-VALOR-COLUNA TO WS-COL-VALOR-ED
               COMPUTE WS-POSICAO = 33 + ((WS-SUB-COL - 1) * 24)
               MOVE WS-COLUNA-ED TO DRE-LINHA (WS-POSICAO:22)
               IF WS-RECEITA-LIQUIDA (WS-SUB-COL) = ZERO
                   MOVE SPACES TO DRE-LINHA (WS-POSICAO + 14:8)
               ELSE
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       (WS-VALOR-COLUNA * 100)
                       / WS-RECEITA-LIQUIDA (WS-SUB-COL)
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PERCENTUAL
                   END-COMPUTE
                   MOVE WS-PERCENTUAL TO WS-COL-PCT-ED
                   MOVE WS-COLUNA-ED TO DRE-LINHA (WS-POSICAO:22)
               END-IF
           END-PERFORM
           WRITE DRE-LINHA.

       END PROGRAM DRE.
