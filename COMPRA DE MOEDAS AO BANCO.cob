       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOCOMPRA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: ROTINA DIARIA DAS ENCOMENDAS DE MOEDA E
      *=======           LISTA DE "MOEDA A COMPRAR DO BANCO". PRIMEIRO
      *=======           VENCE AS ENCOMENDAS NAO RETIRADAS ATE A DATA
      *=======           COMBINADA (encomendas_moeda.txt), APLICANDO
      *=======           A REGRA DO SINAL; DEPOIS SOMA, POR MOEDA, AS
      *=======           ENCOMENDAS AINDA ABERTAS CONTRA O SALDO E O
      *=======           MINIMO DA GAVETA (caixa_moedas.txt) E GRAVA
      *=======           EM compra_moedas_banco.txt QUANTO COMPRAR DE
      *=======           CADA MOEDA: ENCOMENDADO + MINIMO - SALDO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: JOB DIARIO DO AGENDALOTE (GOBACK E
      *=======               RETURN-CODE 0=OK, 8=ERRO), RODADO ANTES
      *=======               DO PEDIDO AO BANCO. REGRA DO SINAL:
      *=======               ENCOMENDA COM DATA DE RETIRADA ANTERIOR
      *=======               A HOJE VENCE E O SINAL FICA INTEIRO COM
      *=======               A CASA. RODAR DE NOVO NO MESMO DIA SO
      *=======               REFAZ A LISTA.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CAIXA-MOEDAS ASSIGN TO "caixa_moedas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAIXA.

           SELECT ARQ-ENCOMENDAS ASSIGN TO "encomendas_moeda.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENCOMENDAS.

           SELECT ARQ-RELATORIO ASSIGN TO "compra_moedas_banco.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAIXA-MOEDAS.
       01  CAIXA-MOEDA-LINHA.
           05 MCX-MOEDA         PIC X(03).
           05 FILLER            PIC X.
           05 MCX-SALDO         PIC S9(09)V99.
           05 FILLER            PIC X.
           05 MCX-MINIMO        PIC 9(07)V99.

       FD  ARQ-ENCOMENDAS.
       COPY "#encomendadat".

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAIXA       PIC XX VALUE SPACES.
       77 WS-STATUS-ENCOMENDAS  PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-SUB-MOE            PIC 99 VALUE ZERO.
       01 WS-TOTAL-MOE          PIC 99 VALUE ZERO.
       01 WS-MOE-ACHADA         PIC 99 VALUE ZERO.
       01 WS-SUB-ENC            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ENC          PIC 9(3) VALUE ZERO.
       01 WS-ENC-ESTOUROU       PIC X VALUE 'N'.
       01 WS-TOTAL-VENCIDAS     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ABERTAS      PIC 9(5) VALUE ZERO.
       01 WS-TOT-SINAL-RETIDO   PIC 9(9)V99 VALUE ZERO.
       01 WS-SALDO-ED           PIC ---------9.99.
       01 WS-QTDE-ED            PIC ZZZZZZZZ9.99.
       01 WS-MINIMO-ED          PIC ZZZZZZ9.99.
       01 WS-COMPRAR-ED         PIC ZZZZZZZZ9.99.
       01 WS-SINAL-ED           PIC ZZZZZZZZ9.99.

      *===== POSICAO POR MOEDA (ATE 20): GAVETA E ENCOMENDAS ABERTAS.
       01  WS-TABELA-MOEDAS.
           05 WS-MOE-ITEM OCCURS 20 TIMES.
               10 WS-MOE-MOEDA       PIC X(3).
               10 WS-MOE-SALDO       PIC S9(9)V99.
               10 WS-MOE-MINIMO      PIC 9(7)V99.
               10 WS-MOE-ENCOMENDAS  PIC 9(5).
               10 WS-MOE-ENCOMENDADO PIC 9(9)V99.
               10 WS-MOE-COMPRAR     PIC 9(9)V99.

      *===== LINHAS DE encomendas_moeda.txt (ATE 500), REGRAVADAS
      *===== QUANDO ALGUMA ENCOMENDA VENCE.
       01  WS-TABELA-ENCOMENDAS.
           05 WS-ENC-LINHA      PIC X(123) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-TABELA-MOEDAS
           MOVE ZERO TO WS-TOTAL-MOE WS-TOTAL-ENC WS-TOTAL-VENCIDAS
                        WS-TOTAL-ABERTAS WS-TOT-SINAL-RETIDO
           MOVE 'N' TO WS-ENC-ESTOUROU
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-CAIXA
           PERFORM 2000-CARREGA-ENCOMENDAS
           IF WS-ENC-ESTOUROU = 'S'
               DISPLAY "encomendas_moeda.txt COM MAIS DE 500 LINHAS "
                       "- FACA O ARQUIVAMENTO; NADA VENCIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-VENCE-E-SOMA
           IF WS-TOTAL-VENCIDAS > ZERO
               PERFORM 3500-REGRAVA-ENCOMENDAS
           END-IF
           PERFORM 4000-CALCULA-COMPRA
           PERFORM 5000-RELATORIO
           GOBACK.

       1000-CARREGA-CAIXA.
           OPEN INPUT ARQ-CAIXA-MOEDAS
           IF WS-STATUS-CAIXA NOT = "00"
               DISPLAY "SEM caixa_moedas.txt - SALDOS ZERADOS"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CAIXA-MOEDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-MOE < 20
                           ADD 1 TO WS-TOTAL-MOE
                           MOVE MCX-MOEDA
                             TO WS-MOE-MOEDA (WS-TOTAL-MOE)
                           MOVE MCX-SALDO
                             TO WS-MOE-SALDO (WS-TOTAL-MOE)
                           MOVE MCX-MINIMO
                             TO WS-MOE-MINIMO (WS-TOTAL-MOE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CAIXA-MOEDAS.

       2000-CARREGA-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDAS
           IF WS-STATUS-ENCOMENDAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ENCOMENDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-ENC < 500
                           ADD 1 TO WS-TOTAL-ENC
                           MOVE ENCOMENDA-LINHA
                             TO WS-ENC-LINHA (WS-TOTAL-ENC)
                       ELSE
                           MOVE 'S' TO WS-ENC-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-ENCOMENDAS.

      *===== REGRA DO SINAL: ABERTA COM RETIRADA ANTES DE HOJE VENCE
      *===== E O SINAL FICA RETIDO; AS QUE SEGUEM ABERTAS SOMAM NA
      *===== MOEDA (MOEDA SEM LINHA NA GAVETA ENTRA COM SALDO ZERO).
       3000-VENCE-E-SOMA.
           PERFORM VARYING WS-SUB-ENC FROM 1 BY 1
                   UNTIL WS-SUB-ENC > WS-TOTAL-ENC
               MOVE WS-ENC-LINHA (WS-SUB-ENC) TO ENCOMENDA-LINHA
               IF ENCOMENDA-ABERTA
                   IF ENC-DATA-RETIRADA < WS-HOJE
                       MOVE 'V' TO ENC-SITUACAO
                       MOVE WS-HOJE TO ENC-DATA-BAIXA
                       MOVE ENC-SINAL TO ENC-SINAL-RETIDO
                       MOVE ENCOMENDA-LINHA
                         TO WS-ENC-LINHA (WS-SUB-ENC)
                       ADD 1 TO WS-TOTAL-VENCIDAS
                       ADD ENC-SINAL TO WS-TOT-SINAL-RETIDO
                   ELSE
                       PERFORM 3100-SOMA-ABERTA
                   END-IF
               END-IF
           END-PERFORM.

       3100-SOMA-ABERTA.
           ADD 1 TO WS-TOTAL-ABERTAS
           MOVE ZERO TO WS-MOE-ACHADA
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               IF WS-MOE-MOEDA (WS-SUB-MOE) = ENC-MOEDA
                   MOVE WS-SUB-MOE TO WS-MOE-ACHADA
               END-IF
           END-PERFORM
           IF WS-MOE-ACHADA = ZERO
               IF WS-TOTAL-MOE = 20
                   DISPLAY "TABELA DE MOEDAS CHEIA - ENCOMENDA "
                           ENC-NUMERO " FORA DA LISTA"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-MOE
               MOVE WS-TOTAL-MOE TO WS-MOE-ACHADA
               MOVE ENC-MOEDA TO WS-MOE-MOEDA (WS-MOE-ACHADA)
           END-IF
           ADD 1 TO WS-MOE-ENCOMENDAS (WS-MOE-ACHADA)
           ADD ENC-QUANTIDADE TO WS-MOE-ENCOMENDADO (WS-MOE-ACHADA).

       3500-REGRAVA-ENCOMENDAS.
           OPEN OUTPUT ARQ-ENCOMENDAS
           IF WS-STATUS-ENCOMENDAS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR encomendas_moeda.txt - "
                       "STATUS " WS-STATUS-ENCOMENDAS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-ENC FROM 1 BY 1
                   UNTIL WS-SUB-ENC > WS-TOTAL-ENC
               MOVE WS-ENC-LINHA (WS-SUB-ENC) TO ENCOMENDA-LINHA
               WRITE ENCOMENDA-LINHA
           END-PERFORM
           CLOSE ARQ-ENCOMENDAS.

      *===== COMPRAR = ENCOMENDADO + MINIMO - SALDO (NUNCA
      *===== NEGATIVO): ATENDE AS ENCOMENDAS E DEIXA A GAVETA NO
      *===== MINIMO DE REPOSICAO.
       4000-CALCULA-COMPRA.
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               IF WS-MOE-ENCOMENDADO (WS-SUB-MOE)
                  + WS-MOE-MINIMO (WS-SUB-MOE)
                  > WS-MOE-SALDO (WS-SUB-MOE)
                   COMPUTE WS-MOE-COMPRAR (WS-SUB-MOE) =
                       WS-MOE-ENCOMENDADO (WS-SUB-MOE)
                       + WS-MOE-MINIMO (WS-SUB-MOE)
                       - WS-MOE-SALDO (WS-SUB-MOE)
               ELSE
                   MOVE ZERO TO WS-MOE-COMPRAR (WS-SUB-MOE)
               END-IF
           END-PERFORM.

       5000-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR compra_moedas_banco.txt - "
                       "STATUS " WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MOEDA A COMPRAR DO BANCO - " WS-HOJE
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MOE         SALDO     MINIMO  ENC"
                  "   ENCOMENDADO       COMPRAR"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               MOVE WS-MOE-SALDO (WS-SUB-MOE) TO WS-SALDO-ED
               MOVE WS-MOE-MINIMO (WS-SUB-MOE) TO WS-MINIMO-ED
               MOVE WS-MOE-ENCOMENDADO (WS-SUB-MOE) TO WS-QTDE-ED
               MOVE WS-MOE-COMPRAR (WS-SUB-MOE) TO WS-COMPRAR-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-MOE-MOEDA (WS-SUB-MOE) " " WS-SALDO-ED
                      " " WS-MINIMO-ED " "
                      WS-MOE-ENCOMENDAS (WS-SUB-MOE) (3:3)
                      " " WS-QTDE-ED " " WS-COMPRAR-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ENCOMENDAS EM ABERTO: " WS-TOTAL-ABERTAS
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TOT-SINAL-RETIDO TO WS-SINAL-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "VENCIDAS HOJE.......: " WS-TOTAL-VENCIDAS
                  "  SINAL RETIDO: " WS-SINAL-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE ARQ-RELATORIO
           DISPLAY "ENCOMENDAS ABERTAS: " WS-TOTAL-ABERTAS
                   " VENCIDAS HOJE: " WS-TOTAL-VENCIDAS
           DISPLAY "LISTA DE COMPRA EM compra_moedas_banco.txt".

       END PROGRAM CAMBIOCOMPRA.
