      *======= DATA: 02/09/2026
      *======= OBSERVAÇÕES: SALDO ABAIXO DO MINIMO SAI MARCADO
      *=======               "REPOR" NA LISTAGEM.
      *=======     MOD: 15/10/2026 - CE - ENCOMENDA DE MOEDA QUANDO A
      *=======          GAVETA NAO COBRE A VENDA (CLIENTE, MOEDA,
      *=======          QUANTIDADE, TAXA TRAVADA OU FLUTUANTE, DATA DE
      *=======          RETIRADA E SINAL) EM encomendas_moeda.txt; A
      *=======          RETIRADA PASSA PELO CAMBIOCONV COMO VENDA
      *=======          NORMAL, GRAVA A AUDITORIA DA CONVERSAO E FECHA A
      *=======          ENCOMENDA. VENCIMENTO E LISTA DE COMPRA AO
      *=======          BANCO: CAMBIOCOMPRA.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHAMENTO.

           SELECT ARQ-ENCOMENDAS ASSIGN TO "encomendas_moeda.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENCOMENDAS.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT ARQ-AUDITORIA ASSIGN TO "conversoes_auditoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAIXA-MOEDAS.
       FD  ARQ-FECHAMENTO.
       01  FECHAMENTO-LINHA     PIC X(80).

       FD  ARQ-ENCOMENDAS.
       COPY "#encomendadat".

       FD  ARQ-CLIENTES.
       COPY "#clicambiodat".

      *===== MESMO LAYOUT GRAVADO PELA CONVERSAO-DOLAR: A RETIRADA
      *===== DA ENCOMENDA E UMA VENDA COMO OUTRA QUALQUER.
       FD  ARQ-AUDITORIA.
       01  AUDITORIA-LINHA.
           05 AUD-MOEDA         PIC X(03).
           05 FILLER            PIC X.
           05 AUD-DIRECAO       PIC X(01).
           05 FILLER            PIC X.
           05 AUD-QUANTIDADE    PIC ZZZ9.99.
           05 FILLER            PIC X.
           05 AUD-TAXA          PIC ZZZ9.99.
           05 FILLER            PIC X.
           05 AUD-VALOR-REAL    PIC ZZZZ9.99.
           05 FILLER            PIC X.
           05 AUD-TARIFA        PIC ZZZ9.99.
           05 FILLER            PIC X.
           05 AUD-LIQUIDO       PIC ZZZZ9.99.
           05 FILLER            PIC X.
           05 AUD-DATA          PIC X(40).
           05 FILLER            PIC X.
           05 AUD-CLI-NOME      PIC X(30).
           05 FILLER            PIC X.
           05 AUD-CLI-DOC       PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAIXA      PIC XX VALUE SPACES.
       77 WS-STATUS-FECHAMENTO PIC XX VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-DATA-ENTRADA      PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA    PIC X(10) VALUE SPACES.
       77 WS-STATUS-ENCOMENDAS PIC XX VALUE SPACES.
       77 WS-STATUS-CLIENTES   PIC XX VALUE SPACES.
       77 WS-STATUS-AUDITORIA  PIC XX VALUE SPACES.
       01 WS-EOF-ENC           PIC X VALUE 'N'.
       01 WS-ENC-NUMERO        PIC 9(6) VALUE ZERO.
       01 WS-ENC-ULTIMO        PIC 9(6) VALUE ZERO.
       01 WS-ENC-QTDE          PIC 9(7)V99 VALUE ZERO.
       01 WS-ENC-TIPO-TAXA     PIC X VALUE SPACE.
       01 WS-ENC-RETIRADA      PIC 9(8) VALUE ZERO.
       01 WS-ENC-SINAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-ENC-DOC           PIC X(14) VALUE SPACES.
       01 WS-ENC-NOME          PIC X(30) VALUE SPACES.
       01 WS-SUB-ENC           PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ENC         PIC 9(3) VALUE ZERO.
       01 WS-ENC-ACHADA        PIC 9(3) VALUE ZERO.
       01 WS-ENC-ESTOUROU      PIC X VALUE 'N'.
       01 WS-A-PAGAR           PIC S9(9)V99 VALUE ZERO.
       01 WS-QTDE-ED           PIC ZZZZZZ9.99.
       01 WS-VALOR-ED          PIC ---------9.99.
       01 WS-TOTAL-ABERTAS     PIC 9(5) VALUE ZERO.

      *===== ENCOMENDAS EM MEMORIA (ATE 500 LINHAS) PARA A BAIXA DA
      *===== RETIRADA, QUE REGRAVA O ARQUIVO INTEIRO.
       01  WS-TABELA-ENCOMENDAS.
           05 WS-ENC-LINHA     PIC X(123) OCCURS 500 TIMES.

      *===== AREA DE PARAMETROS DO MODULO DE CONVERSAO.
       COPY "#cambiopar".

      *===== ESTOQUE POR MOEDA EM MEMORIA (ATE 20), REGRAVADO
      *===== INTEIRO A CADA MUDANCA.
           STOP RUN.

       1000-CARREGA-CAIXA.
           MOVE ZERO TO WS-TOTAL-CXA.
           OPEN INPUT ARQ-CAIXA-MOEDAS.
           IF WS-STATUS-CAIXA NOT = "00"
               DISPLAY "SEM caixa_moedas.txt - COMECANDO VAZIO"
           DISPLAY "1 - POSICAO DO CAIXA".
           DISPLAY "2 - ABRIR/AJUSTAR MOEDA (SALDO E MINIMO)".
           DISPLAY "3 - FECHAMENTO COM CONTAGEM".
           DISPLAY "4 - ENCOMENDA DE MOEDA (GAVETA SEM ESTOQUE)".
           DISPLAY "5 - RETIRADA DE ENCOMENDA".
           DISPLAY "6 - ENCOMENDAS EM ABERTO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
               WHEN '1' PERFORM 3000-POSICAO
               WHEN '2' PERFORM 4000-AJUSTA-MOEDA
               WHEN '3' PERFORM 5000-FECHAMENTO
               WHEN '4' PERFORM 8000-NOVA-ENCOMENDA
               WHEN '5' PERFORM 8500-RETIRADA-ENCOMENDA
               WHEN '6' PERFORM 8800-ENCOMENDAS-ABERTAS
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           END-PERFORM
           CLOSE ARQ-CAIXA-MOEDAS.

      *===== ENCOMENDA: SO QUANDO A GAVETA NAO COBRE A VENDA (A
      *===== SIMULACAO DO CAMBIOCONV DEVOLVE '2'). O CLIENTE VEM DO
      *===== CADASTRO DE CAMBIO PELO DOCUMENTO; FORA DELE, SO O NOME.
      *===== TAXA TRAVADA GUARDA A TAXA DE VENDA DE HOJE.
       8000-NOVA-ENCOMENDA.
           MOVE SPACES TO WS-MOEDA-PEDIDA
           DISPLAY "MOEDA (USD/EUR/GBP...): "
           ACCEPT WS-MOEDA-PEDIDA
           MOVE ZERO TO WS-ENC-QTDE
           DISPLAY "QUANTIDADE: "
           ACCEPT WS-ENC-QTDE
           IF WS-MOEDA-PEDIDA = SPACES OR WS-ENC-QTDE = ZERO
               DISPLAY "MOEDA E QUANTIDADE OBRIGATORIAS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOEDA-PEDIDA TO CMB-MOEDA
           MOVE ZERO            TO CMB-DATA
           MOVE 'V'             TO CMB-DIRECAO
           MOVE WS-ENC-QTDE     TO CMB-QUANTIDADE
           MOVE SPACES          TO CMB-MOEDA-DESTINO
           MOVE 'S'             TO CMB-SIMULACAO
           MOVE ZERO            TO CMB-TAXA-FIXA
           CALL "CAMBIOCONV" USING CMB-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO CAMBIOCONV NAO DISPONIVEL"
                   EXIT PARAGRAPH
           END-CALL
           IF CMB-RETORNO = '1'
               DISPLAY "MOEDA SEM TAXA EM taxas_cambio.txt"
               EXIT PARAGRAPH
           END-IF
           IF CMB-RETORNO = '0'
               DISPLAY "A GAVETA COBRE A VENDA - FACA A CONVERSAO "
                       "NORMAL"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENC-DOC
           DISPLAY "DOCUMENTO DO CLIENTE (CPF/PASSAPORTE): "
           ACCEPT WS-ENC-DOC
           IF WS-ENC-DOC = SPACES
               DISPLAY "ENCOMENDA EXIGE O DOCUMENTO DO CLIENTE"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-PROCURA-CLIENTE
           IF WS-ENC-NOME = SPACES
               DISPLAY "NOME DO CLIENTE: "
               ACCEPT WS-ENC-NOME
           ELSE
               DISPLAY "CLIENTE: " WS-ENC-NOME
           END-IF
           IF WS-ENC-NOME = SPACES
               DISPLAY "ENCOMENDA EXIGE O NOME DO CLIENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-ENC-TIPO-TAXA
           DISPLAY "TAXA TRAVADA HOJE (" CMB-TAXA
                   ") OU FLUTUANTE NA RETIRADA (T/F): "
           ACCEPT WS-ENC-TIPO-TAXA
           INSPECT WS-ENC-TIPO-TAXA CONVERTING 'tf' TO 'TF'
           IF NOT (WS-ENC-TIPO-TAXA = 'T' OR WS-ENC-TIPO-TAXA = 'F')
               DISPLAY "USE T OU F"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE ZERO TO WS-ENC-RETIRADA
           DISPLAY "DATA DE RETIRADA (AAAAMMDD): "
           ACCEPT WS-ENC-RETIRADA
           IF WS-ENC-RETIRADA < WS-DATA-HOJE (1:8)
               DISPLAY "DATA DE RETIRADA ANTERIOR A HOJE"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ENC-SINAL
           DISPLAY "SINAL RECEBIDO EM REAIS: "
           ACCEPT WS-ENC-SINAL
           IF WS-ENC-SINAL > CMB-VALOR-LIQUIDO
               DISPLAY "SINAL MAIOR QUE O VALOR DA VENDA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8200-ULTIMO-NUMERO
           MOVE SPACES TO ENCOMENDA-LINHA
           ADD 1 TO WS-ENC-ULTIMO
           MOVE WS-ENC-ULTIMO         TO ENC-NUMERO
           MOVE WS-DATA-HOJE (1:8)    TO ENC-DATA-PEDIDO
           MOVE WS-MOEDA-PEDIDA       TO ENC-MOEDA
           MOVE WS-ENC-QTDE           TO ENC-QUANTIDADE
           MOVE WS-ENC-TIPO-TAXA      TO ENC-TIPO-TAXA
           IF ENC-TAXA-TRAVADA
               MOVE CMB-TAXA          TO ENC-TAXA
           ELSE
               MOVE ZERO              TO ENC-TAXA
           END-IF
           MOVE WS-ENC-RETIRADA       TO ENC-DATA-RETIRADA
           MOVE WS-ENC-SINAL          TO ENC-SINAL
           MOVE WS-ENC-DOC            TO ENC-CLI-DOC
           MOVE WS-ENC-NOME           TO ENC-CLI-NOME
           MOVE 'A'                   TO ENC-SITUACAO
           MOVE ZERO                  TO ENC-DATA-BAIXA
           MOVE ZERO                  TO ENC-SINAL-RETIDO
           OPEN EXTEND ARQ-ENCOMENDAS
           IF WS-STATUS-ENCOMENDAS = "35"
               OPEN OUTPUT ARQ-ENCOMENDAS
               CLOSE ARQ-ENCOMENDAS
               OPEN EXTEND ARQ-ENCOMENDAS
           END-IF
           WRITE ENCOMENDA-LINHA
           CLOSE ARQ-ENCOMENDAS
           DISPLAY "ENCOMENDA " WS-ENC-ULTIMO " REGISTRADA".

       8100-PROCURA-CLIENTE.
           MOVE SPACES TO WS-ENC-NOME
           OPEN INPUT ARQ-CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ENC
           PERFORM UNTIL WS-EOF-ENC = 'S'
               READ ARQ-CLIENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ENC
                   NOT AT END
                       IF CCB-DOCUMENTO = WS-ENC-DOC
                           MOVE CCB-NOME TO WS-ENC-NOME
                           MOVE 'S' TO WS-EOF-ENC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CLIENTES.

      *===== CARREGA AS ENCOMENDAS EM MEMORIA E GUARDA O MAIOR
      *===== NUMERO JA USADO.
       8200-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ENC-ULTIMO
           MOVE ZERO TO WS-TOTAL-ENC
           MOVE 'N' TO WS-ENC-ESTOUROU
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
                       IF ENC-NUMERO > WS-ENC-ULTIMO
                           MOVE ENC-NUMERO TO WS-ENC-ULTIMO
                       END-IF
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

      *===== RETIRADA: VENDA DEFINITIVA PELO CAMBIOCONV (TAXA
      *===== TRAVADA DA ENCOMENDA OU A DO DIA), AUDITORIA DA
      *===== CONVERSAO E BAIXA DA ENCOMENDA. O SINAL ABATE DO VALOR
      *===== QUE O CLIENTE PAGA NO BALCAO.
       8500-RETIRADA-ENCOMENDA.
           MOVE ZERO TO WS-ENC-NUMERO
           DISPLAY "NUMERO DA ENCOMENDA: "
           ACCEPT WS-ENC-NUMERO
           PERFORM 8200-ULTIMO-NUMERO
           IF WS-ENC-ESTOUROU = 'S'
               DISPLAY "encomendas_moeda.txt COM MAIS DE 500 LINHAS "
                       "- FACA O ARQUIVAMENTO ANTES DA RETIRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ENC-ACHADA
           PERFORM VARYING WS-SUB-ENC FROM 1 BY 1
                   UNTIL WS-SUB-ENC > WS-TOTAL-ENC
               MOVE WS-ENC-LINHA (WS-SUB-ENC) TO ENCOMENDA-LINHA
               IF ENC-NUMERO = WS-ENC-NUMERO
                   MOVE WS-SUB-ENC TO WS-ENC-ACHADA
               END-IF
           END-PERFORM
           IF WS-ENC-ACHADA = ZERO
               DISPLAY "ENCOMENDA NAO ENCONTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENC-LINHA (WS-ENC-ACHADA) TO ENCOMENDA-LINHA
           IF NOT ENCOMENDA-ABERTA
               DISPLAY "ENCOMENDA JA BAIXADA (SITUACAO "
                       ENC-SITUACAO ")"
               EXIT PARAGRAPH
           END-IF
           MOVE ENC-MOEDA      TO CMB-MOEDA
           MOVE ZERO           TO CMB-DATA
           MOVE 'V'            TO CMB-DIRECAO
           MOVE ENC-QUANTIDADE TO CMB-QUANTIDADE
           MOVE SPACES         TO CMB-MOEDA-DESTINO
           MOVE SPACE          TO CMB-SIMULACAO
           IF ENC-TAXA-TRAVADA
               MOVE ENC-TAXA   TO CMB-TAXA-FIXA
           ELSE
               MOVE ZERO       TO CMB-TAXA-FIXA
           END-IF
           CALL "CAMBIOCONV" USING CMB-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO CAMBIOCONV NAO DISPONIVEL"
                   EXIT PARAGRAPH
           END-CALL
           IF CMB-RETORNO = '2'
               DISPLAY "A GAVETA AINDA NAO TEM " ENC-MOEDA
                       " PARA ESTA ENCOMENDA"
               EXIT PARAGRAPH
           END-IF
           IF CMB-RETORNO NOT = '0'
               DISPLAY "MOEDA SEM TAXA EM taxas_cambio.txt"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8600-GRAVA-AUDITORIA
           MOVE 'R' TO ENC-SITUACAO
           MOVE WS-DATA-HOJE (1:8) TO ENC-DATA-BAIXA
           MOVE ENCOMENDA-LINHA TO WS-ENC-LINHA (WS-ENC-ACHADA)
           OPEN OUTPUT ARQ-ENCOMENDAS
           PERFORM VARYING WS-SUB-ENC FROM 1 BY 1
                   UNTIL WS-SUB-ENC > WS-TOTAL-ENC
               MOVE WS-ENC-LINHA (WS-SUB-ENC) TO ENCOMENDA-LINHA
               WRITE ENCOMENDA-LINHA
           END-PERFORM
           CLOSE ARQ-ENCOMENDAS
           MOVE WS-ENC-LINHA (WS-ENC-ACHADA) TO ENCOMENDA-LINHA
           COMPUTE WS-A-PAGAR = CMB-VALOR-LIQUIDO - ENC-SINAL
           DISPLAY "TAXA APLICADA.: " CMB-TAXA
           MOVE CMB-VALOR-LIQUIDO TO WS-VALOR-ED
           DISPLAY "VALOR LIQUIDO.: " WS-VALOR-ED
           MOVE ENC-SINAL TO WS-VALOR-ED
           DISPLAY "SINAL PAGO....: " WS-VALOR-ED
           MOVE WS-A-PAGAR TO WS-VALOR-ED
           DISPLAY "A PAGAR AGORA.: " WS-VALOR-ED
           DISPLAY "ENCOMENDA " ENC-NUMERO " RETIRADA"
      *===== O CAMBIOCONV MOVEU A GAVETA; A TABELA DESTE PROGRAMA
      *===== E RECARREGADA PARA O PROXIMO AJUSTE NAO DESFAZER.
           PERFORM 1000-CARREGA-CAIXA.

       8600-GRAVA-AUDITORIA.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
               CLOSE ARQ-AUDITORIA
               OPEN EXTEND ARQ-AUDITORIA
           END-IF
           MOVE SPACES TO AUDITORIA-LINHA
           MOVE ENC-MOEDA          TO AUD-MOEDA
           MOVE 'V'                TO AUD-DIRECAO
           MOVE ENC-QUANTIDADE     TO AUD-QUANTIDADE
           MOVE CMB-TAXA           TO AUD-TAXA
           MOVE CMB-VALOR-BRUTO    TO AUD-VALOR-REAL
           MOVE CMB-VALOR-TARIFA   TO AUD-TARIFA
           MOVE CMB-VALOR-LIQUIDO  TO AUD-LIQUIDO
           MOVE WS-DATA-HOJE       TO AUD-DATA
           MOVE ENC-CLI-NOME       TO AUD-CLI-NOME
           MOVE ENC-CLI-DOC        TO AUD-CLI-DOC
           WRITE AUDITORIA-LINHA
           CLOSE ARQ-AUDITORIA.

       8800-ENCOMENDAS-ABERTAS.
           MOVE ZERO TO WS-TOTAL-ABERTAS
           OPEN INPUT ARQ-ENCOMENDAS
           IF WS-STATUS-ENCOMENDAS NOT = "00"
               DISPLAY "NENHUMA ENCOMENDA REGISTRADA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=== ENCOMENDAS DE MOEDA EM ABERTO ==="
           MOVE 'N' TO WS-EOF-ENC
           PERFORM UNTIL WS-EOF-ENC = 'S'
               READ ARQ-ENCOMENDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ENC
                   NOT AT END
                       IF ENCOMENDA-ABERTA
                           ADD 1 TO WS-TOTAL-ABERTAS
                           MOVE ENC-QUANTIDADE TO WS-QTDE-ED
                           MOVE ENC-SINAL TO WS-VALOR-ED
                           DISPLAY ENC-NUMERO " " ENC-MOEDA " "
                                   WS-QTDE-ED " TAXA " ENC-TIPO-TAXA
                                   " " ENC-TAXA " RETIRA "
                                   ENC-DATA-RETIRADA " SINAL "
                                   WS-VALOR-ED
                           DISPLAY "       " ENC-CLI-DOC " "
                                   ENC-CLI-NOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-ENCOMENDAS
           DISPLAY "ENCOMENDAS EM ABERTO: " WS-TOTAL-ABERTAS.

       END PROGRAM MOEDACAIXA.
