      *======= OBSERVAÇÕES: LINHAS ANTIGAS (ANTERIORES A COLUNA DE
      *=======               DIRECAO C/V) SAO RECONHECIDAS PELO
      *=======               LAYOUT E ENTRAM NO TOTAL DO MESMO JEITO.
      *=======     MOD: 15/10/2026 - CE - O RESUMO GANHOU A PARTE DAS
      *=======          ENCOMENDAS DE MOEDA (encomendas_moeda.txt) POR
      *=======          MOEDA E DIA: ENCOMENDAS NOVAS E SINAIS
      *=======          RECEBIDOS, RETIRADAS, VENCIDAS COM SINAL RETIDO
      *=======          E O QUE SEGUE EM ABERTO. A VENDA DA RETIRADA JA
      *=======          ENTRA NAS CONVERSOES.
      *=======     MOD: 15/10/2026 - CE - A LINHA DA AUDITORIA E LIDA
      *=======          COM 132 POSICOES - A CONVERSAO COM CLIENTE
      *=======          IDENTIFICADO CONTAVA COMO DUAS LINHAS.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-ENCOMENDAS ASSIGN TO "encomendas_moeda.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENCOMENDAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUDITORIA.
      *===== A LINHA COM CLIENTE IDENTIFICADO TEM 132 POSICOES.
       01  AUDITORIA-LINHA      PIC X(132).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       FD  ARQ-ENCOMENDAS.
       COPY "#encomendadat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-AUDITORIA   PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-TAXA-MEDIA-ED      PIC ZZZ9.99.
       01 WS-QTD-ED             PIC Z(06)9.99.
       01 WS-REAIS-ED           PIC Z(07)9.99.
       77 WS-STATUS-ENCOMENDAS  PIC XX VALUE SPACES.
       01 WS-EOF-ENC            PIC X VALUE 'N'.
       01 WS-MOEDA-EVENTO       PIC X(3) VALUE SPACES.
       01 WS-DATA-EVENTO        PIC 9(8) VALUE ZERO.
       01 WS-SUB-EGR            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-EGR          PIC 9(3) VALUE ZERO.
       01 WS-EGR-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-ENC-ABERTAS        PIC 9(5) VALUE ZERO.
       01 WS-ENC-ABERTO-SINAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-SINAL-ED           PIC Z(07)9.99.
       01 WS-RETIDO-ED          PIC Z(07)9.99.

      *===== MOVIMENTO DAS ENCOMENDAS POR MOEDA E DIA (ATE 200):
      *===== PEDIDAS NA DATA DO PEDIDO, RETIRADAS E VENCIDAS NA
      *===== DATA DA BAIXA.
       01  WS-TABELA-ENC-GRUPOS.
           05 WS-EGR-ITEM OCCURS 200 TIMES.
               10 WS-EGR-MOEDA     PIC X(3).
               10 WS-EGR-DATA      PIC 9(8).
               10 WS-EGR-NOVAS     PIC 9(5).
               10 WS-EGR-QTDE      PIC 9(7)V99.
               10 WS-EGR-SINAL     PIC 9(8)V99.
               10 WS-EGR-RETIRADAS PIC 9(5).
               10 WS-EGR-VENCIDAS  PIC 9(5).
               10 WS-EGR-RETIDO    PIC 9(8)V99.

      *===== ACUMULADORES POR MOEDA E DIA (ATE 200 GRUPOS).
       01  WS-TABELA-GRUPOS.
                       " REAIS: " WS-REAIS-ED
                       " TAXA MEDIA: " WS-TAXA-MEDIA-ED
           END-PERFORM
           PERFORM 5000-ENCOMENDAS
           CLOSE ARQ-RELATORIO
           DISPLAY "LINHAS LIDAS......: " WS-TOTAL-LIDAS
           DISPLAY "LINHAS SOMADAS....: " WS-TOTAL-SOMADAS
           DISPLAY "DETALHE EM cambio_resumo.txt".

      *===== ENCOMENDAS DE MOEDA (SEM O ARQUIVO A PARTE NAO SAI).
       5000-ENCOMENDAS.
           MOVE ZERO TO WS-TOTAL-EGR WS-ENC-ABERTAS
                        WS-ENC-ABERTO-SINAL
           OPEN INPUT ARQ-ENCOMENDAS
           IF WS-STATUS-ENCOMENDAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ENC
           PERFORM UNTIL WS-EOF-ENC = 'S'
               READ ARQ-ENCOMENDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ENC
                   NOT AT END
                       PERFORM 5100-SOMA-ENCOMENDA
               END-READ
           END-PERFORM
           CLOSE ARQ-ENCOMENDAS
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "ENCOMENDAS DE MOEDA POR MOEDA E DIA"
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY "=== ENCOMENDAS DE MOEDA POR MOEDA E DIA ==="
           PERFORM VARYING WS-SUB-EGR FROM 1 BY 1
                   UNTIL WS-SUB-EGR > WS-TOTAL-EGR
               MOVE WS-EGR-QTDE (WS-SUB-EGR) TO WS-QTD-ED
               MOVE WS-EGR-SINAL (WS-SUB-EGR) TO WS-SINAL-ED
               MOVE WS-EGR-RETIDO (WS-SUB-EGR) TO WS-RETIDO-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-EGR-MOEDA (WS-SUB-EGR)
                      " " WS-EGR-DATA (WS-SUB-EGR)
                      " NOVAS: " WS-EGR-NOVAS (WS-SUB-EGR)
                      " MOEDA: " WS-QTD-ED
                      " SINAL: " WS-SINAL-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               DISPLAY RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "             RETIRADAS: "
                      WS-EGR-RETIRADAS (WS-SUB-EGR)
                      " VENCIDAS: " WS-EGR-VENCIDAS (WS-SUB-EGR)
                      " SINAL RETIDO: " WS-RETIDO-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               DISPLAY RELATORIO-LINHA
           END-PERFORM
           MOVE WS-ENC-ABERTO-SINAL TO WS-SINAL-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ENCOMENDAS EM ABERTO: " WS-ENC-ABERTAS
                  " SINAIS EM CARTEIRA: " WS-SINAL-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY RELATORIO-LINHA.

       5100-SOMA-ENCOMENDA.
           MOVE ENC-MOEDA TO WS-MOEDA-EVENTO
           MOVE ENC-DATA-PEDIDO TO WS-DATA-EVENTO
           PERFORM 5200-ACHA-GRUPO-ENC
           IF WS-EGR-ACHADO NOT = ZERO
               ADD 1 TO WS-EGR-NOVAS (WS-EGR-ACHADO)
               ADD ENC-QUANTIDADE TO WS-EGR-QTDE (WS-EGR-ACHADO)
               ADD ENC-SINAL TO WS-EGR-SINAL (WS-EGR-ACHADO)
           END-IF
           IF ENCOMENDA-ABERTA
               ADD 1 TO WS-ENC-ABERTAS
               ADD ENC-SINAL TO WS-ENC-ABERTO-SINAL
               EXIT PARAGRAPH
           END-IF
           MOVE ENC-DATA-BAIXA TO WS-DATA-EVENTO
           PERFORM 5200-ACHA-GRUPO-ENC
           IF WS-EGR-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF ENCOMENDA-RETIRADA
               ADD 1 TO WS-EGR-RETIRADAS (WS-EGR-ACHADO)
           END-IF
           IF ENCOMENDA-VENCIDA
               ADD 1 TO WS-EGR-VENCIDAS (WS-EGR-ACHADO)
               ADD ENC-SINAL-RETIDO TO WS-EGR-RETIDO (WS-EGR-ACHADO)
           END-IF.

      *===== ACHA (OU ABRE) O GRUPO MOEDA/DIA; TABELA CHEIA DEVOLVE
      *===== ZERO E O EVENTO FICA FORA DO RESUMO.
       5200-ACHA-GRUPO-ENC.
           MOVE ZERO TO WS-EGR-ACHADO
           PERFORM VARYING WS-SUB-EGR FROM 1 BY 1
                   UNTIL WS-SUB-EGR > WS-TOTAL-EGR
               IF WS-EGR-MOEDA (WS-SUB-EGR) = WS-MOEDA-EVENTO
                  AND WS-EGR-DATA (WS-SUB-EGR) = WS-DATA-EVENTO
                   MOVE WS-SUB-EGR TO WS-EGR-ACHADO
               END-IF
           END-PERFORM
           IF WS-EGR-ACHADO = ZERO AND WS-TOTAL-EGR < 200
               ADD 1 TO WS-TOTAL-EGR
               MOVE WS-TOTAL-EGR TO WS-EGR-ACHADO
               INITIALIZE WS-EGR-ITEM (WS-EGR-ACHADO)
               MOVE WS-MOEDA-EVENTO TO WS-EGR-MOEDA (WS-EGR-ACHADO)
               MOVE WS-DATA-EVENTO TO WS-EGR-DATA (WS-EGR-ACHADO)
           END-IF.

       END PROGRAM CAMBIORELAT.
