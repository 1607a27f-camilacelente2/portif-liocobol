      *=======          FECHADO (periodos_fechados.txt) E EMPURRADO
      *=======          PARA HOJE COM A MARCA "MC"; COM O PROPRIO
      *=======          MES DE HOJE FECHADO, O PAGAMENTO E RECUSADO.
      *=======     MOD: 15/10/2026 - CE - NOTAS DE CREDITO DE DEVOLUCAO
      *=======          (TIPO C NO FIM DA LINHA DO REGISTRO, EMITIDAS
      *=======          PELO FRETEFATURA): SAEM NOS SALDOS E NO AGING
      *=======          COM SALDO NEGATIVO, NAO ACEITAM PAGAMENTO E SAO
      *=======          ABATIDAS DE FATURA DO MESMO CLIENTE PELA NOVA
      *=======          OPCAO 4 (PAGAMENTO COM ORIGEM N). A QUITACAO
      *=======          POSTA SO A PARTE NAO COBERTA POR NOTA DE
      *=======          CREDITO.
      *=======     MOD: 15/10/2026 - CE - FATURA EM MOEDA ESTRANGEIRA
      *=======          (MOEDA, VALOR NA MOEDA E TAXA NO FIM DA LINHA DO
      *=======          REGISTRO): O PAGAMENTO E INFORMADO NA MOEDA E
      *=======          BAIXA A FATURA EM REAIS PELA TAXA DA FATURA; O
      *=======          RECEBIDO PELA TAXA DO DIA DO PAGAMENTO
      *=======          (CAMBIOCONV) MENOS O BAIXADO E POSTADO COMO
      *=======          VARIACAO CAMBIAL NA CONTA 31007 ("VARCAMB FAT
      *=======          numero data"). SALDOS E AGING MOSTRAM MOEDA E
      *=======          REAIS; O PAGAMENTO GANHOU O VALOR NA MOEDA NO
      *=======          FIM DA LINHA.
      *=======     MOD: 15/10/2026 - CE - O REGISTRO DA FATURA GANHOU
      *=======          VENCIMENTO, CONTA E CENTRO NO FIM DA LINHA
      *=======          (MENSALIDADES DO MENSALFATURA): A QUITACAO POSTA
      *=======          NA CONTA E CENTRO DA FATURA (31004/BAL QUANDO EM
      *=======          BRANCO) E O AGING CONTA A PARTIR DO VENCIMENTO,
      *=======          COM A FAIXA "A VENCER". TABELA DE FATURAS PARA
      *=======          3000.
      *==============================

       ENVIRONMENT DIVISION.
           05 REG-TOTAL         PIC 9(09)V99.
           05 FILLER            PIC X.
           05 REG-CLIENTE       PIC X(30).
           05 FILLER            PIC X.
           05 REG-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 REG-MOEDA         PIC X(03).
           05 FILLER            PIC X.
           05 REG-VALOR-MOEDA   PIC 9(09)V99.
           05 FILLER            PIC X.
           05 REG-TAXA          PIC 9(03)V99.
           05 FILLER            PIC X.
           05 REG-VENCIMENTO    PIC 9(08).
           05 FILLER            PIC X.
           05 REG-CONTA         PIC X(05).
           05 FILLER            PIC X.
           05 REG-CENTRO        PIC X(03).

       FD  ARQ-PAGAMENTOS.
       01  PAGAMENTO-LINHA.
           05 PGF-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 PGF-VALOR         PIC 9(09)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 PGF-ORIGEM        PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 PGF-VALOR-MOEDA   PIC 9(09)V99.

       FD  ARQ-AGING.
       01  AGING-LINHA          PIC X(132).

       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
       01 WS-NUMERO-PEDIDO    PIC 9(6) VALUE ZERO.
       01 WS-DATA-PAGAMENTO   PIC 9(8) VALUE ZERO.
       01 WS-VALOR-PAGAMENTO  PIC 9(9)V99 VALUE ZERO.
       01 WS-SUB-FAT          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-FAT        PIC 9(4) VALUE ZERO.
       01 WS-FAT-ACHADA       PIC 9(4) VALUE ZERO.
       01 WS-SALDO-FATURA     PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-DIAS-ABERTA      PIC S9(5) VALUE ZERO.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-SALDO-ED         PIC ---------9.99.
       01 WS-FAIXA            PIC X(8) VALUE SPACES.
       01 WS-DOCUMENTO        PIC X(9) VALUE SPACES.
       01 WS-NUMERO-NOTA      PIC 9(6) VALUE ZERO.
       01 WS-NOTA-ACHADA      PIC 9(4) VALUE ZERO.
       01 WS-DATA-BASE        PIC 9(8) VALUE ZERO.
       01 WS-SALDO-NOTA       PIC S9(9)V99 VALUE ZERO.
       01 WS-VALOR-QUITACAO   PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-MOEDA-PAGO PIC 9(7)V99 VALUE ZERO.
       01 WS-SALDO-MOEDA      PIC S9(9)V99 VALUE ZERO.
       01 WS-VALOR-RECEBIDO   PIC 9(9)V99 VALUE ZERO.
       01 WS-VARIACAO         PIC S9(9)V99 VALUE ZERO.
       01 WS-VALOR-VARIACAO   PIC 9(7)V99 VALUE ZERO.
       01 WS-TAXA-ED          PIC ZZ9.99.
       01 WS-TEXTO-MOEDA      PIC X(30) VALUE SPACES.
      *===== AREA DE PARAMETROS DO MODULO CAMBIOCONV, QUE DA A TAXA
      *===== DO DIA DO PAGAMENTO DA FATURA EM MOEDA ESTRANGEIRA.
       COPY "#cambiopar".
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE CONTA
      *===== A IDADE DA FATURA EM ABERTO.
       COPY "#calenpar".

      *===== FATURAS EM MEMORIA (ATE 3000): TOTAL, PAGO ACUMULADO E
      *===== CLIENTE, MONTADAS DO REGISTRO MAIS OS PAGAMENTOS. A NOTA
      *===== DE CREDITO (TIPO C) ENTRA NA MESMA TABELA; O "PAGO" DELA
      *===== E O QUANTO JA FOI APLICADO EM FATURAS. WS-FAT-CREDITO E A
      *===== PARTE DO PAGO DA FATURA QUE VEIO DE NOTA DE CREDITO.
      *===== FATURA EM MOEDA ESTRANGEIRA: WS-FAT-MOEDA (BRANCO =
      *===== REAIS), VALOR ORIGINAL NA MOEDA, TAXA DA DATA DA FATURA
      *===== E O QUANTO JA FOI PAGO NA MOEDA; O TOTAL E O PAGO FICAM
      *===== EM REAIS PELA TAXA DA FATURA. VENCIMENTO ZERO = FATURA
      *===== A VISTA (O AGING CONTA DA EMISSAO); CONTA E CENTRO SAO
      *===== OS DA POSTAGEM DA QUITACAO.
       01  WS-TABELA-FATURAS.
           05 WS-FAT-ITEM OCCURS 3000 TIMES.
               10 WS-FAT-NUMERO  PIC 9(6).
               10 WS-FAT-DATA    PIC 9(8).
               10 WS-FAT-TOTAL   PIC 9(9)V99.
               10 WS-FAT-PAGO    PIC 9(9)V99.
               10 WS-FAT-CLIENTE PIC X(30).
               10 WS-FAT-TIPO    PIC X.
                  88 WS-FAT-NOTA-CREDITO VALUE 'C'.
               10 WS-FAT-CREDITO PIC 9(9)V99.
               10 WS-FAT-MOEDA   PIC X(3).
               10 WS-FAT-VALOR-MOEDA PIC 9(9)V99.
               10 WS-FAT-TAXA    PIC 9(3)V99.
               10 WS-FAT-PAGO-MOEDA PIC 9(9)V99.
               10 WS-FAT-VENCIMENTO PIC 9(8).
               10 WS-FAT-CONTA   PIC X(5).
               10 WS-FAT-CENTRO  PIC X(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-FAT < 3000
                           ADD 1 TO WS-TOTAL-FAT
                           MOVE REG-NUMERO
                             TO WS-FAT-NUMERO (WS-TOTAL-FAT)
                             TO WS-FAT-TOTAL (WS-TOTAL-FAT)
                           MOVE ZERO
                             TO WS-FAT-PAGO (WS-TOTAL-FAT)
                           MOVE ZERO
                             TO WS-FAT-CREDITO (WS-TOTAL-FAT)
                           MOVE REG-TIPO
                             TO WS-FAT-TIPO (WS-TOTAL-FAT)
                           PERFORM 1050-MOEDA-FATURA
                           PERFORM 1060-VENCIMENTO-E-CONTA
                           IF REG-CLIENTE = SPACES
                               MOVE "(SEM CLIENTE)"
                                 TO WS-FAT-CLIENTE (WS-TOTAL-FAT)
           END-PERFORM.
           CLOSE ARQ-REGISTRO.

      *===== LINHA ANTIGA (SEM MOEDA) OU EM REAIS: FATURA EM REAIS.
       1050-MOEDA-FATURA.
           MOVE ZERO TO WS-FAT-PAGO-MOEDA (WS-TOTAL-FAT)
           IF REG-MOEDA = SPACES OR REG-MOEDA = "BRL"
              OR REG-VALOR-MOEDA NOT NUMERIC
              OR REG-TAXA NOT NUMERIC
               MOVE SPACES TO WS-FAT-MOEDA (WS-TOTAL-FAT)
               MOVE ZERO TO WS-FAT-VALOR-MOEDA (WS-TOTAL-FAT)
               MOVE ZERO TO WS-FAT-TAXA (WS-TOTAL-FAT)
           ELSE
               MOVE REG-MOEDA TO WS-FAT-MOEDA (WS-TOTAL-FAT)
               MOVE REG-VALOR-MOEDA
                 TO WS-FAT-VALOR-MOEDA (WS-TOTAL-FAT)
               MOVE REG-TAXA TO WS-FAT-TAXA (WS-TOTAL-FAT)
           END-IF.

      *===== LINHA ANTIGA (SEM VENCIMENTO NEM CONTA): FATURA A VISTA
      *===== QUE QUITA NA CONTA 31004 DO CENTRO BAL.
       1060-VENCIMENTO-E-CONTA.
           IF REG-VENCIMENTO NUMERIC
               MOVE REG-VENCIMENTO TO WS-FAT-VENCIMENTO (WS-TOTAL-FAT)
           ELSE
               MOVE ZERO TO WS-FAT-VENCIMENTO (WS-TOTAL-FAT)
           END-IF
           IF REG-CONTA = SPACES OR REG-CENTRO = SPACES
               MOVE "31004" TO WS-FAT-CONTA (WS-TOTAL-FAT)
               MOVE "BAL" TO WS-FAT-CENTRO (WS-TOTAL-FAT)
           ELSE
               MOVE REG-CONTA TO WS-FAT-CONTA (WS-TOTAL-FAT)
               MOVE REG-CENTRO TO WS-FAT-CENTRO (WS-TOTAL-FAT)
           END-IF.

       1100-CARREGA-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-STATUS-PAGAMENTOS NOT = "00"
                              = PGF-NUMERO
                               ADD PGF-VALOR
                                 TO WS-FAT-PAGO (WS-SUB-FAT)
                               IF PGF-VALOR-MOEDA NUMERIC
                                   ADD PGF-VALOR-MOEDA
                                     TO WS-FAT-PAGO-MOEDA (WS-SUB-FAT)
                               END-IF
                               IF PGF-ORIGEM = 'N'
                                  AND NOT WS-FAT-NOTA-CREDITO
                                          (WS-SUB-FAT)
                                   ADD PGF-VALOR
                                     TO WS-FAT-CREDITO (WS-SUB-FAT)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           DISPLAY "1 - SALDOS EM ABERTO".
           DISPLAY "2 - REGISTRAR PAGAMENTO".
           DISPLAY "3 - AGING POR CLIENTE".
           DISPLAY "4 - APLICAR NOTA DE CREDITO EM FATURA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
               WHEN '1' PERFORM 3000-SALDOS
               WHEN '2' PERFORM 4000-REGISTRA-PAGAMENTO
               WHEN '3' PERFORM 5000-AGING
               WHEN '4' PERFORM 4700-APLICA-NOTA-CREDITO
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                   WS-FAT-TOTAL (WS-SUB-FAT)
                   - WS-FAT-PAGO (WS-SUB-FAT)
               IF WS-SALDO-FATURA > ZERO
                   PERFORM 3100-DOCUMENTO
                   PERFORM 3200-TEXTO-MOEDA
                   MOVE WS-SALDO-FATURA TO WS-SALDO-ED
                   DISPLAY WS-DOCUMENTO " " WS-FAT-NUMERO (WS-SUB-FAT)
                           " DE " WS-FAT-DATA (WS-SUB-FAT)
                           " " WS-FAT-CLIENTE (WS-SUB-FAT)
                           " SALDO " WS-SALDO-ED
                           " " WS-TEXTO-MOEDA
               END-IF
           END-PERFORM.

      *===== NOTA DE CREDITO EM ABERTO SAI COM O SALDO NEGATIVO.
       3100-DOCUMENTO.
           IF WS-FAT-NOTA-CREDITO (WS-SUB-FAT)
               MOVE "NOTA CRED" TO WS-DOCUMENTO
               COMPUTE WS-SALDO-FATURA = ZERO - WS-SALDO-FATURA
           ELSE
               MOVE "FATURA" TO WS-DOCUMENTO
           END-IF.

      *===== FATURA EM MOEDA ESTRANGEIRA: SALDO NA MOEDA E A TAXA DA
      *===== FATURA, AO LADO DO SALDO EM REAIS.
       3200-TEXTO-MOEDA.
           MOVE SPACES TO WS-TEXTO-MOEDA
           IF WS-FAT-MOEDA (WS-SUB-FAT) NOT = SPACES
               COMPUTE WS-SALDO-MOEDA =
                   WS-FAT-VALOR-MOEDA (WS-SUB-FAT)
                   - WS-FAT-PAGO-MOEDA (WS-SUB-FAT)
               MOVE WS-SALDO-MOEDA TO WS-SALDO-ED
               MOVE WS-FAT-TAXA (WS-SUB-FAT) TO WS-TAXA-ED
               STRING WS-FAT-MOEDA (WS-SUB-FAT) WS-SALDO-ED
                      " TX " WS-TAXA-ED
                      DELIMITED BY SIZE INTO WS-TEXTO-MOEDA
           END-IF.

       4000-REGISTRA-PAGAMENTO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DA FATURA (0 CANCELA): "
               DISPLAY "FATURA NAO ENCONTRADA NO REGISTRO"
               EXIT PARAGRAPH
           END-IF
           IF WS-FAT-NOTA-CREDITO (WS-FAT-ACHADA)
               DISPLAY "DOCUMENTO E NOTA DE CREDITO - USE A OPCAO 4"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-FATURA =
               WS-FAT-TOTAL (WS-FAT-ACHADA)
               - WS-FAT-PAGO (WS-FAT-ACHADA)
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD): "
           ACCEPT WS-DATA-PAGAMENTO
           MOVE ZERO TO WS-VALOR-PAGAMENTO
           MOVE ZERO TO WS-VALOR-MOEDA-PAGO
           IF WS-FAT-MOEDA (WS-FAT-ACHADA) NOT = SPACES
               PERFORM 4100-VALOR-EM-MOEDA
           ELSE
               DISPLAY "VALOR PAGO: "
               ACCEPT WS-VALOR-PAGAMENTO
           END-IF
           IF WS-VALOR-PAGAMENTO = ZERO
               DISPLAY "VALOR ZERADO - NADA GRAVADO"
               EXIT PARAGRAPH
               DISPLAY "MES FECHADO: PAGAMENTO EMPURRADO PARA "
                       "HOJE COM A MARCA MC"
           END-IF
           MOVE ZERO TO WS-VARIACAO
           IF WS-FAT-MOEDA (WS-FAT-ACHADA) NOT = SPACES
               PERFORM 4200-TAXA-DO-PAGAMENTO
               IF CMB-RETORNO NOT = '0'
                   DISPLAY "SEM TAXA DE " WS-FAT-MOEDA (WS-FAT-ACHADA)
                           " PARA " WS-DATA-PAGAMENTO
                           " - PAGAMENTO RECUSADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN EXTEND ARQ-PAGAMENTOS
           IF WS-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT ARQ-PAGAMENTOS
           MOVE WS-NUMERO-PEDIDO TO PGF-NUMERO
           MOVE WS-DATA-PAGAMENTO TO PGF-DATA
           MOVE WS-VALOR-PAGAMENTO TO PGF-VALOR
           MOVE WS-VALOR-MOEDA-PAGO TO PGF-VALOR-MOEDA
           WRITE PAGAMENTO-LINHA
           CLOSE ARQ-PAGAMENTOS
           ADD WS-VALOR-PAGAMENTO
             TO WS-FAT-PAGO (WS-FAT-ACHADA)
           ADD WS-VALOR-MOEDA-PAGO
             TO WS-FAT-PAGO-MOEDA (WS-FAT-ACHADA)
           IF WS-VARIACAO NOT = ZERO
               PERFORM 4600-POSTA-VARIACAO
           END-IF
           COMPUTE WS-SALDO-FATURA =
               WS-FAT-TOTAL (WS-FAT-ACHADA)
               - WS-FAT-PAGO (WS-FAT-ACHADA)
               DISPLAY "PAGAMENTO REGISTRADO - SALDO " WS-SALDO-ED
           END-IF.

      *===== FATURA EM MOEDA ESTRANGEIRA: O PAGAMENTO E INFORMADO NA
      *===== MOEDA E BAIXA A FATURA EM REAIS PELA TAXA DA PROPRIA
      *===== FATURA (O ULTIMO PAGAMENTO BAIXA O SALDO EM REAIS
      *===== INTEIRO, SEM SOBRA DE ARREDONDAMENTO).
       4100-VALOR-EM-MOEDA.
           MOVE WS-FAT-ACHADA TO WS-SUB-FAT
           PERFORM 3200-TEXTO-MOEDA
           DISPLAY "SALDO NA MOEDA: " WS-TEXTO-MOEDA
           DISPLAY "VALOR PAGO EM " WS-FAT-MOEDA (WS-FAT-ACHADA) ": "
           ACCEPT WS-VALOR-MOEDA-PAGO
           IF WS-VALOR-MOEDA-PAGO > WS-SALDO-MOEDA
               DISPLAY "VALOR MAIOR QUE O SALDO NA MOEDA"
               MOVE ZERO TO WS-VALOR-MOEDA-PAGO
           END-IF
           IF WS-VALOR-MOEDA-PAGO = WS-SALDO-MOEDA
               MOVE WS-SALDO-FATURA TO WS-VALOR-PAGAMENTO
           ELSE
               COMPUTE WS-VALOR-PAGAMENTO ROUNDED =
                   WS-VALOR-MOEDA-PAGO * WS-FAT-TAXA (WS-FAT-ACHADA)
           END-IF
           IF WS-VALOR-MOEDA-PAGO = ZERO
               MOVE ZERO TO WS-VALOR-PAGAMENTO
           END-IF.

      *===== O VALOR RECEBIDO EM REAIS SAI DO CAMBIOCONV PELA TAXA DE
      *===== COMPRA DA DATA DO PAGAMENTO (HISTORICO DATADO). A
      *===== DIFERENCA PARA O VALOR BAIXADO PELA TAXA DA FATURA E A
      *===== VARIACAO CAMBIAL: POSITIVA GANHO, NEGATIVA PERDA.
       4200-TAXA-DO-PAGAMENTO.
           MOVE WS-FAT-MOEDA (WS-FAT-ACHADA) TO CMB-MOEDA
           MOVE WS-DATA-PAGAMENTO TO CMB-DATA
           MOVE 'C' TO CMB-DIRECAO
           MOVE WS-VALOR-MOEDA-PAGO TO CMB-QUANTIDADE
           MOVE SPACES TO CMB-MOEDA-DESTINO
           MOVE 'S' TO CMB-SIMULACAO
           MOVE ZERO TO CMB-TAXA-FIXA
           CALL "CAMBIOCONV" USING CMB-PARAMETROS
           IF CMB-RETORNO NOT = '0'
               EXIT PARAGRAPH
           END-IF
           MOVE CMB-VALOR-BRUTO TO WS-VALOR-RECEBIDO
           COMPUTE WS-VARIACAO =
               WS-VALOR-RECEBIDO - WS-VALOR-PAGAMENTO
           MOVE CMB-TAXA TO WS-TAXA-ED
           MOVE WS-VALOR-RECEBIDO TO WS-VALOR-ED
           DISPLAY "TAXA DO PAGAMENTO " WS-TAXA-ED
                   " - RECEBIDO EM REAIS " WS-VALOR-ED.

      *===== A VARIACAO CAMBIAL DO PAGAMENTO VAI PARA O RAZAO NA
      *===== CONTA 31007 DO CENTRO BAL - GANHO A CREDITO, PERDA A
      *===== DEBITO - COM A CHAVE "VARCAMB FAT numero data".
       4600-POSTA-VARIACAO.
           IF WS-VARIACAO < ZERO
               COMPUTE WS-VALOR-VARIACAO = ZERO - WS-VARIACAO
           ELSE
               MOVE WS-VARIACAO TO WS-VALOR-VARIACAO
           END-IF
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-DATA-PAGAMENTO TO LCT-DATA
           IF WS-VARIACAO < ZERO
               MOVE 'D' TO LCT-TIPO
           ELSE
               MOVE 'C' TO LCT-TIPO
           END-IF
           MOVE WS-VALOR-VARIACAO TO LCT-VALOR
           MOVE SPACES TO LCT-DESCRICAO
           IF WS-FOI-EMPURRADO = 'S'
               STRING "MC VARCAMB FAT " WS-NUMERO-PEDIDO
                      " " WS-DATA-PAGAMENTO
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           ELSE
               STRING "VARCAMB FAT " WS-NUMERO-PEDIDO
                      " " WS-DATA-PAGAMENTO
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           END-IF
           MOVE "BAL" TO LCT-CENTRO
           MOVE "31007" TO LCT-CONTA
           WRITE LANCAMENTO-LINHA
           CLOSE ARQ-LANCAMENTOS
           MOVE ZERO TO WS-SALDO-ATUAL
           OPEN INPUT ARQ-SALDO
           IF WS-STATUS-SALDO = "00"
               READ ARQ-SALDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SALDO-VALOR TO WS-SALDO-ATUAL
               END-READ
               CLOSE ARQ-SALDO
           END-IF
           ADD WS-VARIACAO TO WS-SALDO-ATUAL
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO
           MOVE WS-VARIACAO TO WS-SALDO-ED
           DISPLAY "VARIACAO CAMBIAL POSTADA NO RAZAO: " WS-SALDO-ED.

      *===== A QUITACAO POSTA O TOTAL DA FATURA COMO CREDITO NO
      *===== RAZAO (NA CONTA E CENTRO DA FATURA - 31004 DO BAL NAS
      *===== FATURAS DO BALCAO E DO FRETE) E ATUALIZA O SALDO. A
      *===== PARTE QUITADA COM NOTA DE CREDITO NAO ENTRA: O ESTORNO
      *===== DO FRETE JA FOI POSTADO PELO RAZAOAUTO.
       4500-POSTA-QUITACAO.
           COMPUTE WS-VALOR-QUITACAO =
               WS-FAT-TOTAL (WS-FAT-ACHADA)
               - WS-FAT-CREDITO (WS-FAT-ACHADA)
           IF WS-VALOR-QUITACAO = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-DATA-PAGAMENTO TO LCT-DATA
           MOVE 'C' TO LCT-TIPO
           MOVE WS-VALOR-QUITACAO TO LCT-VALOR
           MOVE SPACES TO LCT-DESCRICAO
           IF WS-FOI-EMPURRADO = 'S'
               STRING "MC FAT QUITADA " WS-NUMERO-PEDIDO
               STRING "FAT QUITADA " WS-NUMERO-PEDIDO
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           END-IF
           MOVE WS-FAT-CENTRO (WS-FAT-ACHADA) TO LCT-CENTRO
           MOVE WS-FAT-CONTA (WS-FAT-ACHADA) TO LCT-CONTA
           WRITE LANCAMENTO-LINHA
           CLOSE ARQ-LANCAMENTOS
           MOVE ZERO TO WS-SALDO-ATUAL
               END-READ
               CLOSE ARQ-SALDO
           END-IF
           ADD WS-VALOR-QUITACAO TO WS-SALDO-ATUAL
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           END-PERFORM
           CLOSE ARQ-PERIODOS.

      *===== A NOTA DE CREDITO DO FRETEFATURA (DEVOLUCAO DE EMBARQUE)
      *===== ABATE UMA FATURA EM ABERTO DO MESMO CLIENTE, PELO MENOR
      *===== DOS DOIS SALDOS. GRAVA DUAS LINHAS EM
      *===== pagamentos_faturas.txt COM ORIGEM N (UMA NA FATURA, UMA
      *===== NA NOTA), DATADAS DE HOJE.
       4700-APLICA-NOTA-CREDITO.
           MOVE ZERO TO WS-NUMERO-NOTA
           DISPLAY "NUMERO DA NOTA DE CREDITO (0 CANCELA): "
           ACCEPT WS-NUMERO-NOTA
           IF WS-NUMERO-NOTA = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NOTA-ACHADA
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               IF WS-FAT-NUMERO (WS-SUB-FAT) = WS-NUMERO-NOTA
                  AND WS-FAT-NOTA-CREDITO (WS-SUB-FAT)
                   MOVE WS-SUB-FAT TO WS-NOTA-ACHADA
               END-IF
           END-PERFORM
           IF WS-NOTA-ACHADA = ZERO
               DISPLAY "NOTA DE CREDITO NAO ENCONTRADA NO REGISTRO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-NOTA =
               WS-FAT-TOTAL (WS-NOTA-ACHADA)
               - WS-FAT-PAGO (WS-NOTA-ACHADA)
           IF WS-SALDO-NOTA NOT > ZERO
               DISPLAY "NOTA DE CREDITO JA TOTALMENTE APLICADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALDO-NOTA TO WS-SALDO-ED
           DISPLAY "CLIENTE " WS-FAT-CLIENTE (WS-NOTA-ACHADA)
                   " CREDITO " WS-SALDO-ED
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DA FATURA A ABATER (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FAT-ACHADA
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               IF WS-FAT-NUMERO (WS-SUB-FAT) = WS-NUMERO-PEDIDO
                  AND NOT WS-FAT-NOTA-CREDITO (WS-SUB-FAT)
                   MOVE WS-SUB-FAT TO WS-FAT-ACHADA
               END-IF
           END-PERFORM
           IF WS-FAT-ACHADA = ZERO
               DISPLAY "FATURA NAO ENCONTRADA NO REGISTRO"
               EXIT PARAGRAPH
           END-IF
           IF WS-FAT-CLIENTE (WS-FAT-ACHADA)
              NOT = WS-FAT-CLIENTE (WS-NOTA-ACHADA)
               DISPLAY "FATURA DE OUTRO CLIENTE - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-FAT-MOEDA (WS-FAT-ACHADA)
              NOT = WS-FAT-MOEDA (WS-NOTA-ACHADA)
               DISPLAY "FATURA E NOTA EM MOEDAS DIFERENTES - NADA "
                       "GRAVADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-FATURA =
               WS-FAT-TOTAL (WS-FAT-ACHADA)
               - WS-FAT-PAGO (WS-FAT-ACHADA)
           IF WS-SALDO-FATURA NOT > ZERO
               DISPLAY "FATURA JA QUITADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
           PERFORM 4400-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               DISPLAY "MES CORRENTE FECHADO - APLICACAO RECUSADA"
               EXIT PARAGRAPH
           END-IF
           IF WS-SALDO-NOTA < WS-SALDO-FATURA
               MOVE WS-SALDO-NOTA TO WS-VALOR-PAGAMENTO
           ELSE
               MOVE WS-SALDO-FATURA TO WS-VALOR-PAGAMENTO
           END-IF
           MOVE WS-HOJE TO WS-DATA-PAGAMENTO
           MOVE 'N' TO WS-FOI-EMPURRADO
           OPEN EXTEND ARQ-PAGAMENTOS
           IF WS-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN EXTEND ARQ-PAGAMENTOS
           END-IF
           MOVE SPACES TO PAGAMENTO-LINHA
           MOVE WS-NUMERO-PEDIDO TO PGF-NUMERO
           MOVE WS-DATA-PAGAMENTO TO PGF-DATA
           MOVE WS-VALOR-PAGAMENTO TO PGF-VALOR
           MOVE 'N' TO PGF-ORIGEM
           MOVE ZERO TO PGF-VALOR-MOEDA
           WRITE PAGAMENTO-LINHA
           MOVE WS-NUMERO-NOTA TO PGF-NUMERO
           WRITE PAGAMENTO-LINHA
           CLOSE ARQ-PAGAMENTOS
           ADD WS-VALOR-PAGAMENTO TO WS-FAT-PAGO (WS-NOTA-ACHADA)
           ADD WS-VALOR-PAGAMENTO TO WS-FAT-PAGO (WS-FAT-ACHADA)
           ADD WS-VALOR-PAGAMENTO TO WS-FAT-CREDITO (WS-FAT-ACHADA)
           MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-ED
           DISPLAY "APLICADO " WS-VALOR-ED " DA NOTA " WS-NUMERO-NOTA
                   " NA FATURA " WS-NUMERO-PEDIDO
           COMPUTE WS-SALDO-FATURA =
               WS-FAT-TOTAL (WS-FAT-ACHADA)
               - WS-FAT-PAGO (WS-FAT-ACHADA)
           IF WS-SALDO-FATURA NOT > ZERO
               PERFORM 4500-POSTA-QUITACAO
               DISPLAY "FATURA QUITADA"
           ELSE
               MOVE WS-SALDO-FATURA TO WS-SALDO-ED
               DISPLAY "SALDO DA FATURA " WS-SALDO-ED
           END-IF.

       5000-AGING.
           OPEN OUTPUT ARQ-AGING
           MOVE SPACES TO AGING-LINHA
                   WS-FAT-TOTAL (WS-SUB-FAT)
                   - WS-FAT-PAGO (WS-SUB-FAT)
               IF WS-SALDO-FATURA > ZERO
                   PERFORM 3100-DOCUMENTO
                   PERFORM 5100-LINHA-AGING
               END-IF
           END-PERFORM
           CLOSE ARQ-AGING
           DISPLAY "AGING EM faturas_aging.txt".

      *===== FATURA COM VENCIMENTO (MENSALIDADE) ENVELHECE A PARTIR
      *===== DELE E, ANTES DELE, FICA NA FAIXA "A VENCER"; A FATURA A
      *===== VISTA ENVELHECE DESDE A EMISSAO.
       5100-LINHA-AGING.
           IF WS-FAT-VENCIMENTO (WS-SUB-FAT) > ZERO
               MOVE WS-FAT-VENCIMENTO (WS-SUB-FAT) TO WS-DATA-BASE
           ELSE
               MOVE WS-FAT-DATA (WS-SUB-FAT) TO WS-DATA-BASE
           END-IF
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-DATA-BASE TO CAL-DATA-1
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-ABERTA
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTA < 0
                   MOVE "A VENCER" TO WS-FAIXA
               WHEN WS-DIAS-ABERTA < 30
                   MOVE "CORRENTE" TO WS-FAIXA
               WHEN WS-DIAS-ABERTA < 60
               WHEN OTHER
                   MOVE "90+ DIAS" TO WS-FAIXA
           END-EVALUATE
           PERFORM 3200-TEXTO-MOEDA
           MOVE WS-SALDO-FATURA TO WS-SALDO-ED
           MOVE SPACES TO AGING-LINHA
           STRING WS-FAT-CLIENTE (WS-SUB-FAT)
                  " " WS-DOCUMENTO " " WS-FAT-NUMERO (WS-SUB-FAT)
                  " DE " WS-FAT-DATA (WS-SUB-FAT)
                  " SALDO " WS-SALDO-ED
                  " FAIXA " WS-FAIXA
                  " " WS-TEXTO-MOEDA
                  DELIMITED BY SIZE INTO AGING-LINHA
           WRITE AGING-LINHA.

