      *=======          O NOME DO CLIENTE NO FIM DA LINHA, PARA A
      *=======          BAIXA E O AGING DO FATURABAIXA ABRIREM POR
      *=======          CLIENTE.
      *=======     MOD: 15/10/2026 - CE - FATURA EM MOEDA ESTRANGEIRA: A
      *=======          MOEDA E PEDIDA NA ABERTURA (BRANCO = REAIS), OS
      *=======          PRECOS DOS ITENS VEM NELA E O TOTAL EM REAIS SAI
      *=======          DO CAMBIOCONV PELA TAXA DE COMPRA DA DATA DA
      *=======          FATURA. O REGISTRO GANHOU TIPO, MOEDA, VALOR NA
      *=======          MOEDA E TAXA NO FIM DA LINHA.
      *==============================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 REG-TOTAL            PIC 9(09)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 REG-CLIENTE          PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 REG-TIPO             PIC X(01).
           05 FILLER               PIC X VALUE SPACE.
           05 REG-MOEDA            PIC X(03).
           05 FILLER               PIC X VALUE SPACE.
           05 REG-VALOR-MOEDA      PIC 9(09)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 REG-TAXA             PIC 9(03)V99.

       WORKING-STORAGE             SECTION.
       77 WRK-CLIENTE-FATURA       PIC X(30)   VALUE SPACES.
       77 WRK-VALOR-ITEM-ED        PIC Z(06)9,99.
       77 WRK-PRECO-ED             PIC ZZZZ9,99.
       77 WRK-TOTAL-ED             PIC Z(08)9,99.
       77 WRK-MOEDA-FATURA         PIC X(03) VALUE SPACES.
       77 WRK-MOEDA-OK             PIC X  VALUE "N".
       77 WRK-TOTAL-MOEDA          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-ED              PIC ZZ9,99.
      *===== AREA DE PARAMETROS DO MODULO CAMBIOCONV, PARA A FATURA
      *===== EM MOEDA ESTRANGEIRA.
       COPY "#cambiopar".
       PROCEDURE DIVISION.
       0100-RECEBE                 SECTION.
       PERFORM 0130-PROXIMO-NUMERO.
       0200-MOSTRA                 SECTION.
       DISPLAY "FATURA NUMERO..... " WRK-NUMERO-FATURA.
       DISPLAY "ITENS DA FATURA... " WRK-QTDE-ITENS.
       IF WRK-MOEDA-FATURA NOT = SPACES
           DISPLAY "MOEDA DA FATURA... " WRK-MOEDA-FATURA
       END-IF.
       MOVE WRK-TOTAL-FATURA TO WRK-TOTAL-ED.
       DISPLAY "TOTAL DA FATURA... " WRK-TOTAL-ED.

       0140-ABRE-IMPRESSAO.
       MOVE SPACES TO WRK-DATA-FATURA.
       CALL "DATAMES" USING WRK-DATA-FATURA.
       PERFORM 0135-PEDE-MOEDA WITH TEST AFTER
           UNTIL WRK-MOEDA-OK = "S".
       OPEN EXTEND ARQ-IMPRESSAO.
       IF WRK-STATUS-IMPRESSAO = "35"
           OPEN OUTPUT ARQ-IMPRESSAO
              WRK-DATA-FATURA (1:4)
              DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
       WRITE IMPRESSAO-LINHA.
       IF WRK-MOEDA-FATURA NOT = SPACES
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "PRECOS EM " WRK-MOEDA-FATURA
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
       END-IF.
       MOVE "ITEM DESCRICAO            QTDE PRECO    TOTAL"
         TO IMPRESSAO-LINHA.
       WRITE IMPRESSAO-LINHA.

      *===== FATURA EM MOEDA ESTRANGEIRA: OS PRECOS DOS ITENS VEM NA
      *===== MOEDA E O VALOR EM REAIS SAI DO CAMBIOCONV PELA TAXA DE
      *===== COMPRA DA DATA DA FATURA (HISTORICO DATADO). A MOEDA SO
      *===== E ACEITA SE O MODULO TIVER TAXA PARA ELA NESSA DATA.
       0135-PEDE-MOEDA.
       MOVE SPACES TO WRK-MOEDA-FATURA.
       MOVE "S" TO WRK-MOEDA-OK.
       DISPLAY "MOEDA DA FATURA (BRANCO = REAIS): ".
       ACCEPT WRK-MOEDA-FATURA.
       INSPECT WRK-MOEDA-FATURA CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WRK-MOEDA-FATURA = "BRL"
           MOVE SPACES TO WRK-MOEDA-FATURA
       END-IF.
       IF WRK-MOEDA-FATURA NOT = SPACES
           MOVE 1 TO WRK-TOTAL-MOEDA
           PERFORM 0170-CONVERTE-MOEDA
           IF CMB-RETORNO NOT = "0"
               DISPLAY "SEM TAXA DE " WRK-MOEDA-FATURA
                       " PARA A DATA DA FATURA"
               MOVE "N" TO WRK-MOEDA-OK
           END-IF
       END-IF.

       0145-IMPRIME-ITEM.
       MOVE WRK-ITEM-PRECO TO WRK-PRECO-ED.
       MOVE WRK-VALOR-ITEM TO WRK-VALOR-ITEM-ED.
       STRING "TOTAL DA FATURA: " WRK-TOTAL-ED
              DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
       WRITE IMPRESSAO-LINHA.
       MOVE ZEROS TO WRK-TOTAL-MOEDA.
       MOVE ZEROS TO CMB-TAXA.
       IF WRK-MOEDA-FATURA NOT = SPACES
           MOVE WRK-TOTAL-FATURA TO WRK-TOTAL-MOEDA
           PERFORM 0170-CONVERTE-MOEDA
           MOVE CMB-VALOR-BRUTO TO WRK-TOTAL-FATURA
           MOVE WRK-TOTAL-FATURA TO WRK-TOTAL-ED
           MOVE CMB-TAXA TO WRK-TAXA-ED
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "TOTAL EM REAIS (TAXA " WRK-TAXA-ED "): "
                  WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           DISPLAY "TOTAL EM REAIS.... " WRK-TOTAL-ED
       END-IF.
       CLOSE ARQ-IMPRESSAO.
       OPEN EXTEND ARQ-REGISTRO.
       IF WRK-STATUS-REGISTRO = "35"
       MOVE WRK-QTDE-ITENS TO REG-QTDE-ITENS.
       MOVE WRK-TOTAL-FATURA TO REG-TOTAL.
       MOVE WRK-CLIENTE-FATURA TO REG-CLIENTE.
       MOVE "F" TO REG-TIPO.
       MOVE WRK-MOEDA-FATURA TO REG-MOEDA.
       MOVE WRK-TOTAL-MOEDA TO REG-VALOR-MOEDA.
       MOVE CMB-TAXA TO REG-TAXA.
       WRITE REGISTRO-LINHA.
       CLOSE ARQ-REGISTRO.

       0170-CONVERTE-MOEDA.
       MOVE WRK-MOEDA-FATURA TO CMB-MOEDA.
       MOVE WRK-DATA-FATURA (1:8) TO CMB-DATA.
       MOVE "C" TO CMB-DIRECAO.
       MOVE WRK-TOTAL-MOEDA TO CMB-QUANTIDADE.
       MOVE SPACES TO CMB-MOEDA-DESTINO.
       MOVE "S" TO CMB-SIMULACAO.
       MOVE ZEROS TO CMB-TAXA-FIXA.
       CALL "CAMBIOCONV" USING CMB-PARAMETROS.
