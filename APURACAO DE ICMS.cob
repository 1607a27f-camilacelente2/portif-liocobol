      *=======          E RETURN-CODE (0=OK, 8=ERRO), NO PADRAO DO
      *=======          FILMESLOTE, PARA O AGENDALOTE PODER CHAMAR
      *=======          SEM DERRUBAR A CADEIA.
      *=======     MOD: 15/10/2026 - CE - ABATE O ICMS DAS DEVOLUCOES DE
      *=======          EMBARQUE (devolucoes_fretes.txt, GRAVADO PELO
      *=======          FRETEDEVOL) NO MES DA DEVOLUCAO, POR UF, MENOS O
      *=======          ICMS DO FRETE DE RETORNO COBRADO; O
      *=======          DEMONSTRATIVO GANHOU AS COLUNAS DEVOL, ICMS
      *=======          ESTORNADO E ICMS LIQUIDO.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-DEVOLUCOES ASSIGN TO "devolucoes_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEVOLUCOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MANIFESTO.
       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(90).

       FD  ARQ-DEVOLUCOES.
           COPY "#devoldat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MANIFESTO   PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       77 WS-STATUS-DEVOLUCOES  PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-MES-APURACAO       PIC 9(6) VALUE ZERO.
       01 WS-MES-LINHA          PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-NO-MES       PIC 9(5) VALUE ZERO.
       01 WS-VALOR-LINHA        PIC 9(7)V99 VALUE ZERO.
       01 WS-ICMS-LINHA         PIC 9(7)V99 VALUE ZERO.
       01 WS-ESTORNO-LINHA      PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-DEVOLUCOES   PIC 9(5) VALUE ZERO.
       01 WS-CAMPO-EDITADO.
           05 WS-CED-INTEIRO    PIC X(7).
           05 FILLER            PIC X.
       01 WS-ICMS-ED            PIC Z(08)9.99.
       01 WS-TOTAL-VALOR-GERAL  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ICMS-GERAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ESTORNO-GERAL PIC 9(9)V99 VALUE ZERO.
       01 WS-LIQUIDO            PIC S9(9)V99 VALUE ZERO.
       01 WS-ESTORNO-ED         PIC Z(08)9.99.
       01 WS-LIQUIDO-ED         PIC -(09)9.99.

      *===== ACUMULADORES DA APURACAO POR UF (ATE 30 ESTADOS). O
      *===== ESTORNO E O ICMS DAS DEVOLUCOES DO MES, JA DESCONTADO O
      *===== ICMS DO FRETE DE RETORNO COBRADO.
       01  WS-TABELA-UF.
           05 WS-UF-ITEM OCCURS 30 TIMES.
               10 WS-UF-NOME    PIC X(02) VALUE SPACES.
               10 WS-UF-QTDE    PIC 9(5) VALUE ZERO.
               10 WS-UF-VALOR   PIC 9(9)V99 VALUE ZERO.
               10 WS-UF-ICMS    PIC 9(9)V99 VALUE ZERO.
               10 WS-UF-DEVOL   PIC 9(5) VALUE ZERO.
               10 WS-UF-ESTORNO PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               END-READ
           END-PERFORM
           PERFORM 3000-FECHAR-ARQUIVOS
           PERFORM 2500-ESTORNA-DEVOLUCOES
           PERFORM 4000-RELATORIO
           GOBACK.

               MOVE WS-ICMS-LINHA  TO WS-UF-ICMS (WS-TOTAL-UFS)
           END-IF.

      *===== DEVOLUCOES DO MES (FRETEDEVOL): O ICMS DO EMBARQUE QUE
      *===== VOLTOU SAI DA APURACAO NO MES DA DEVOLUCAO, MENOS O ICMS
      *===== DO FRETE DE RETORNO COBRADO, QUE E DEBITO DO MES.
       2500-ESTORNA-DEVOLUCOES.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF WS-STATUS-DEVOLUCOES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEVOLUCOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF DEV-NUMERO IS NUMERIC
                          AND (WS-MES-APURACAO = ZERO
                               OR DEV-DATA (1:6) = WS-MES-APURACAO)
                           PERFORM 2510-ESTORNA-UF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.

       2510-ESTORNA-UF.
           ADD 1 TO WS-TOTAL-DEVOLUCOES
           COMPUTE WS-ESTORNO-LINHA = DEV-ICMS - DEV-ICMS-RETORNO
           MOVE 'N' TO WS-ACHOU-UF
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > WS-TOTAL-UFS
               IF WS-UF-NOME (WS-SUB-UF) = DEV-ESTADO
                   ADD 1 TO WS-UF-DEVOL (WS-SUB-UF)
                   ADD WS-ESTORNO-LINHA TO WS-UF-ESTORNO (WS-SUB-UF)
                   MOVE 'S' TO WS-ACHOU-UF
               END-IF
           END-PERFORM
           IF WS-ACHOU-UF NOT = 'S'
              AND WS-TOTAL-UFS < 30
               ADD 1 TO WS-TOTAL-UFS
               MOVE DEV-ESTADO TO WS-UF-NOME (WS-TOTAL-UFS)
               MOVE 1 TO WS-UF-DEVOL (WS-TOTAL-UFS)
               MOVE WS-ESTORNO-LINHA TO WS-UF-ESTORNO (WS-TOTAL-UFS)
           END-IF.

       3000-FECHAR-ARQUIVOS.
           CLOSE ARQ-MANIFESTO.

           STRING "APURACAO DE ICMS - COMPETENCIA " WS-MES-APURACAO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "UF  PEDIDOS  VALOR TRIBUTAVEL      ICMS  DEVOL  ICMS ES
      -    "TORN.  ICMS LIQUIDO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY "=== APURACAO DE ICMS ==="
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > WS-TOTAL-UFS
               ADD WS-UF-VALOR (WS-SUB-UF) TO WS-TOTAL-VALOR-GERAL
               ADD WS-UF-ICMS (WS-SUB-UF)  TO WS-TOTAL-ICMS-GERAL
               ADD WS-UF-ESTORNO (WS-SUB-UF) TO WS-TOTAL-ESTORNO-GERAL
               MOVE WS-UF-VALOR (WS-SUB-UF) TO WS-VALOR-ED
               MOVE WS-UF-ICMS (WS-SUB-UF)  TO WS-ICMS-ED
               MOVE WS-UF-ESTORNO (WS-SUB-UF) TO WS-ESTORNO-ED
               COMPUTE WS-LIQUIDO = WS-UF-ICMS (WS-SUB-UF)
                                  - WS-UF-ESTORNO (WS-SUB-UF)
               MOVE WS-LIQUIDO TO WS-LIQUIDO-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-UF-NOME (WS-SUB-UF)
                      "  " WS-UF-QTDE (WS-SUB-UF)
                      "    " WS-VALOR-ED
                      "  " WS-ICMS-ED
                      "  " WS-UF-DEVOL (WS-SUB-UF)
                      "  " WS-ESTORNO-ED
                      " " WS-LIQUIDO-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               DISPLAY WS-UF-NOME (WS-SUB-UF)
                       " PEDIDOS: " WS-UF-QTDE (WS-SUB-UF)
                       " VALOR: " WS-VALOR-ED
                       " ICMS: " WS-ICMS-ED
                       " ESTORNO: " WS-ESTORNO-ED
           END-PERFORM
           MOVE WS-TOTAL-VALOR-GERAL TO WS-VALOR-ED
           MOVE WS-TOTAL-ICMS-GERAL  TO WS-ICMS-ED
           MOVE WS-TOTAL-ESTORNO-GERAL TO WS-ESTORNO-ED
           COMPUTE WS-LIQUIDO = WS-TOTAL-ICMS-GERAL
                              - WS-TOTAL-ESTORNO-GERAL
           MOVE WS-LIQUIDO TO WS-LIQUIDO-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL GERAL " WS-TOTAL-NO-MES
                  "    " WS-VALOR-ED
                  "  " WS-ICMS-ED
                  "  " WS-TOTAL-DEVOLUCOES
                  "  " WS-ESTORNO-ED
                  " " WS-LIQUIDO-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE ARQ-RELATORIO
           DISPLAY "LINHAS LIDAS......: " WS-TOTAL-LIDAS
           DISPLAY "NA COMPETENCIA....: " WS-TOTAL-NO-MES
           DISPLAY "DEVOLUCOES NO MES.: " WS-TOTAL-DEVOLUCOES
           DISPLAY "ICMS LIQUIDO......: " WS-LIQUIDO-ED
           DISPLAY "DEMONSTRATIVO EM apuracao_icms.txt".

       END PROGRAM ICMSAPURACAO.
