      *=======          SEM MOVER O ESTOQUE, PARA O CHAMADOR CRITICAR
      *=======          (LIMITE DE IDENTIFICACAO) ANTES DE EFETIVAR;
      *=======          A GAVETA SO ANDA NA CHAMADA DEFINITIVA.
      *=======     MOD: 15/10/2026 - CE - CMB-RETORNO '2' QUANDO A VENDA
      *=======          (OU A PERNA DE VENDA DA TROCA CRUZADA) PASSA DO
      *=======          ESTOQUE DA GAVETA - A OPERACAO E RECUSADA E O
      *=======          CAIXA OFERECE A ENCOMENDA; CMB-TAXA-FIXA APLICA
      *=======          A TAXA TRAVADA DA ENCOMENDA NA RETIRADA.
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TOTAL-CXA        PIC 99 VALUE ZERO.
       01 WS-MOEDA-MOVIDA     PIC X(3) VALUE SPACES.
       01 WS-QTDE-MOVIDA      PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-MOEDA      PIC S9(9)V99 VALUE ZERO.
       01 WS-MOEDA-CONTROLADA PIC X VALUE 'N'.
      *===== ESTOQUE FISICO POR MOEDA (ATE 20), CARREGADO E
      *===== REGRAVADO A CADA MOVIMENTO; SEM caixa_moedas.txt O
      *===== CONTROLE FICA DESLIGADO.
           ELSE
               MOVE WS-TAXA-COMPRA TO CMB-TAXA
           END-IF.
           IF CMB-TAXA-FIXA > ZERO
               MOVE CMB-TAXA-FIXA TO CMB-TAXA
           END-IF.
           MOVE WS-TARIFA-PCT TO CMB-TARIFA-PCT.
           COMPUTE CMB-VALOR-BRUTO =
               CMB-QUANTIDADE * CMB-TAXA.
                   CMB-VALOR-BRUTO - CMB-VALOR-TARIFA
           END-IF.
           MOVE '0' TO CMB-RETORNO.
           IF CMB-DIRECAO = 'V' OR CMB-DIRECAO = 'v'
               MOVE CMB-MOEDA TO WS-MOEDA-MOVIDA
               MOVE CMB-QUANTIDADE TO WS-QTDE-MOVIDA
               PERFORM 0650-CONFERE-ESTOQUE
               IF CMB-RETORNO = '2'
                   GOBACK
               END-IF
           END-IF.
           IF CMB-SIMULACAO NOT = 'S'
               IF CMB-DIRECAO = 'V' OR CMB-DIRECAO = 'v'
                   MOVE CMB-MOEDA TO WS-MOEDA-MOVIDA
           COMPUTE CMB-VALOR-DESTINO =
               CMB-VALOR-LIQUIDO / WS-TAXA-VENDA-DEST
           MOVE '0' TO CMB-RETORNO
           MOVE CMB-MOEDA-DESTINO TO WS-MOEDA-MOVIDA
           MOVE CMB-VALOR-DESTINO TO WS-QTDE-MOVIDA
           PERFORM 0650-CONFERE-ESTOQUE
           IF CMB-RETORNO = '2'
               EXIT PARAGRAPH
           END-IF
           IF CMB-SIMULACAO NOT = 'S'
               MOVE CMB-MOEDA TO WS-MOEDA-MOVIDA
               MOVE CMB-QUANTIDADE TO WS-QTDE-MOVIDA
           END-PERFORM
           CLOSE ARQ-CAIXA-MOEDAS.

      *===== A GAVETA NAO VENDE O QUE NAO TEM: MOEDA CONTROLADA EM
      *===== caixa_moedas.txt COM SALDO MENOR QUE A QUANTIDADE
      *===== PEDIDA (WS-QTDE-MOVIDA) DEVOLVE RETORNO '2'. MOEDA SEM
      *===== LINHA NO ARQUIVO, OU SEM ARQUIVO, NAO E CONFERIDA.
       0650-CONFERE-ESTOQUE.
           MOVE 'N' TO WS-MOEDA-CONTROLADA
           MOVE ZERO TO WS-SALDO-MOEDA
           OPEN INPUT ARQ-CAIXA-MOEDAS
           IF WS-STATUS-CAIXA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CAIXA
           PERFORM UNTIL WS-EOF-CAIXA = 'S'
               READ ARQ-CAIXA-MOEDAS
                   AT END
                       MOVE 'S' TO WS-EOF-CAIXA
                   NOT AT END
                       IF MCX-MOEDA = WS-MOEDA-MOVIDA
                           MOVE 'S' TO WS-MOEDA-CONTROLADA
                           MOVE MCX-SALDO TO WS-SALDO-MOEDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CAIXA-MOEDAS
           IF WS-MOEDA-CONTROLADA = 'S'
              AND WS-SALDO-MOEDA < WS-QTDE-MOVIDA
               MOVE '2' TO CMB-RETORNO
           END-IF.

       END PROGRAM CAMBIOCONV.
