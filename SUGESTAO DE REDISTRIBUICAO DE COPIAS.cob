       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDISTRIBUI.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: SUGESTAO DE REDISTRIBUICAO DE COPIAS ENTRE
      *=======           AS LOJAS. PARA CADA TITULO, CRUZA AS COPIAS
      *=======           DE CADA LOJA (copias.dat, CPY-LOJA), A FILA
      *=======           ABERTA EM reservas.dat E OS ALUGUEIS DOS
      *=======           ULTIMOS N DIAS EM emprestimos.dat (EMP-LOJA),
      *=======           E SUGERE MOVER N COPIAS DA LOJA A PARA A
      *=======           LOJA B, JA COM OS NUMEROS DAS COPIAS
      *=======           DISPONIVEIS, PARA O BALCAO FAZER A
      *=======           TRANSFERENCIA (OPCAO L DO FILMES) SEM
      *=======           ADIVINHAR. SAI EM relatorio_redistribuicao.txt
      *=======           ORDENADO PELAS RESERVAS EM ESPERA E PELA
      *=======           DIFERENCA DE GIRO (ALUGUEIS POR COPIA).
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A RESERVA NAO GUARDA A LOJA; ELA CONTA
      *=======               PARA A LOJA DO ULTIMO ALUGUEL DO CLIENTE
      *=======               (LOJA 01 QUANDO ELE NUNCA ALUGOU). LOJA
      *=======               00 EM REGISTRO ANTIGO VALE A LOJA 01.
      *=======               COPIA DANIFICADA NAO ENTRA NA CONTA. A
      *=======               LOJA DE ORIGEM GUARDA UMA COPIA
      *=======               DISPONIVEL QUANDO TEVE ALUGUEL NA JANELA.
      *=======               SEM FILA, SO SUGERE UMA COPIA QUANDO O
      *=======               GIRO DO DESTINO E PELO MENOS O DOBRO DO
      *=======               DA ORIGEM E A ORIGEM TEM DUAS OU MAIS
      *=======               COPIAS PARADAS.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FILMES ASSIGN TO "filmes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-FILME
               ALTERNATE RECORD KEY IS GENERO-FILME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRETOR-FILME
                   WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FILMES.

           SELECT ARQ-COPIAS ASSIGN TO "copias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPY-CHAVE
           FILE STATUS IS WS-STATUS-COPIAS.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO "emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
           FILE STATUS IS WS-STATUS-EMPRESTIMOS.

           SELECT ARQ-RESERVAS ASSIGN TO "reservas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
           FILE STATUS IS WS-STATUS-RESERVAS.

           SELECT ARQ-RELATORIO
               ASSIGN TO "relatorio_redistribuicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FILMES.
           COPY "#filmedat".

       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-RESERVAS.
           COPY "#reservadat".

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA         PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FILMES      PIC XX VALUE SPACES.
       77 WS-STATUS-COPIAS      PIC XX VALUE SPACES.
       77 WS-STATUS-EMPRESTIMOS PIC XX VALUE SPACES.
       77 WS-STATUS-RESERVAS    PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-DIAS-JANELA        PIC 9(3) VALUE ZERO.
       01 WS-DATA-CORTE         PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-FILMES-TAB   PIC 9(4) VALUE ZERO.
       01 WS-SUB-FILME          PIC 9(4) VALUE ZERO.
       01 WS-SUB-BUSCA          PIC 9(4) VALUE ZERO.
       01 WS-SUB-LOJA           PIC 9(2) VALUE ZERO.
       01 WS-LOJA               PIC 9(2) VALUE ZERO.
       01 WS-LOJA-ORIGEM        PIC 9(2) VALUE ZERO.
       01 WS-LOJA-DESTINO       PIC 9(2) VALUE ZERO.
       01 WS-FALTA              PIC S9(4) VALUE ZERO.
       01 WS-MAIOR-FALTA        PIC S9(4) VALUE ZERO.
       01 WS-SOBRA              PIC S9(4) VALUE ZERO.
       01 WS-MAIOR-SOBRA        PIC S9(4) VALUE ZERO.
       01 WS-QTDE-MOVER         PIC 9(2) VALUE ZERO.
       01 WS-MOTIVO             PIC X(1) VALUE SPACE.
       01 WS-MAIOR-GIRO         PIC 9(4)V99 VALUE ZERO.
       01 WS-MENOR-GIRO         PIC 9(4)V99 VALUE ZERO.
       01 WS-GIRO-ED-A          PIC ZZZ9.99.
       01 WS-GIRO-ED-B          PIC ZZZ9.99.
       01 WS-TOTAL-SUGESTOES    PIC 9(3) VALUE ZERO.
       01 WS-SUB-SUG            PIC 9(3) VALUE ZERO.
       01 WS-SUB-MAIOR          PIC 9(3) VALUE ZERO.
       01 WS-POSICAO            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-COPIAS-MOVER PIC 9(4) VALUE ZERO.
       01 WS-COPIAS-LISTADAS    PIC 9(2) VALUE ZERO.
       01 WS-LISTA-COPIAS       PIC X(60) VALUE SPACES.
       01 WS-PONTEIRO           PIC 9(3) VALUE ZERO.
       01 WS-FIM-COPIAS         PIC X VALUE 'N'.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE RECUA
      *===== A DATA DE CORTE DA JANELA DE ALUGUEIS.
       COPY "#calenpar".

      *===== LOJA E DATA DO ULTIMO ALUGUEL DE CADA CLIENTE (INDICE =
      *===== CODIGO DO CLIENTE), PARA SITUAR A RESERVA NUMA LOJA.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-ITEM OCCURS 9999 TIMES.
               10 WS-CLI-LOJA      PIC 9(2).
               10 WS-CLI-ULTIMO    PIC 9(8).

      *===== POR TITULO ATIVO (ATE 2000) E POR LOJA (ATE 10): COPIAS
      *===== EM CONDICAO DE ALUGAR, QUANTAS ESTAO DISPONIVEIS,
      *===== ALUGUEIS NA JANELA, RESERVAS ABERTAS E O GIRO (ALUGUEIS
      *===== POR COPIA).
       01  WS-TABELA-TITULOS.
           05 WS-TIT-ITEM OCCURS 2000 TIMES.
               10 WS-TIT-CODIGO    PIC 9(4).
               10 WS-TIT-NOME      PIC X(30).
               10 WS-TIT-LOJA OCCURS 10 TIMES.
                   15 WS-TL-COPIAS       PIC 9(2).
                   15 WS-TL-DISPONIVEIS  PIC 9(2).
                   15 WS-TL-ALUGUEIS     PIC 9(4).
                   15 WS-TL-RESERVAS     PIC 9(3).
                   15 WS-TL-GIRO         PIC 9(4)V99.

      *===== SUGESTOES MONTADAS (ATE 500). O PESO ORDENA O RELATORIO:
      *===== RESERVAS DO DESTINO NA FRENTE, DIFERENCA DE GIRO ATRAS.
       01  WS-TABELA-SUGESTOES.
           05 WS-SUG-ITEM OCCURS 500 TIMES.
               10 WS-SUG-FILME     PIC 9(4).
               10 WS-SUG-ORIGEM    PIC 9(2).
               10 WS-SUG-DESTINO   PIC 9(2).
               10 WS-SUG-QTDE      PIC 9(2).
               10 WS-SUG-RESERVAS  PIC 9(3).
               10 WS-SUG-MOTIVO    PIC X(1).
                  88 SUG-POR-FILA          VALUE 'F'.
                  88 SUG-POR-GIRO          VALUE 'G'.
               10 WS-SUG-PESO      PIC 9(7)V99.
               10 WS-SUG-LISTADA   PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== SUGESTAO DE REDISTRIBUICAO DE COPIAS ==="
           DISPLAY "JANELA DE ALUGUEIS EM DIAS (EX: 90): "
           ACCEPT WS-DIAS-JANELA
           IF WS-DIAS-JANELA = ZERO
               MOVE 90 TO WS-DIAS-JANELA
           END-IF
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-DATA-DE-CORTE
           PERFORM 1200-CARREGA-CATALOGO
           PERFORM 1300-CONTA-COPIAS
           PERFORM 2000-VARRE-EMPRESTIMOS
           PERFORM 2500-VARRE-RESERVAS
           PERFORM 3000-MONTA-SUGESTOES
           PERFORM 4000-RELATORIO
           PERFORM 5000-FECHAR-ARQUIVOS
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FILMES.
           IF WS-STATUS-FILMES NOT = "00"
              AND WS-STATUS-FILMES NOT = "02"
               DISPLAY "ERRO AO ABRIR filmes.dat - STATUS "
                       WS-STATUS-FILMES
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-COPIAS.
           IF WS-STATUS-COPIAS NOT = "00"
               DISPLAY "ERRO AO ABRIR copias.dat - STATUS "
                       WS-STATUS-COPIAS
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-EMPRESTIMOS.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR relatorio_redistribuicao.txt - "
                       "STATUS " WS-STATUS-RELATORIO
               STOP RUN
           END-IF.

       1100-DATA-DE-CORTE.
           INITIALIZE WS-TABELA-CLIENTES
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-HOJE TO CAL-DATA-1
           COMPUTE CAL-DIAS = 0 - WS-DIAS-JANELA
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-DATA-CORTE.

       1200-CARREGA-CATALOGO.
           MOVE ZERO TO CODIGO-FILME
           MOVE SPACES TO WS-STATUS-FILMES
           START ARQ-FILMES KEY IS >= CODIGO-FILME
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILMES
           END-START
           PERFORM UNTIL WS-STATUS-FILMES = "10"
               READ ARQ-FILMES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILMES
                   NOT AT END
                       IF NOT FILME-EXCLUIDO
                          AND WS-TOTAL-FILMES-TAB < 2000
                           ADD 1 TO WS-TOTAL-FILMES-TAB
                           INITIALIZE
                               WS-TIT-ITEM (WS-TOTAL-FILMES-TAB)
                           MOVE CODIGO-FILME TO
                               WS-TIT-CODIGO (WS-TOTAL-FILMES-TAB)
                           MOVE NOME-FILME TO
                               WS-TIT-NOME (WS-TOTAL-FILMES-TAB)
                       END-IF
               END-READ
           END-PERFORM.

       1300-CONTA-COPIAS.
           MOVE ZERO TO CPY-CODIGO-FILME
           MOVE ZERO TO CPY-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-COPIAS
           START ARQ-COPIAS KEY IS >= CPY-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-COPIAS
           END-START
           PERFORM UNTIL WS-STATUS-COPIAS = "10"
               READ ARQ-COPIAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-COPIAS
                   NOT AT END
                       IF NOT COPIA-DANIFICADA
                           PERFORM 1350-SOMA-COPIA
                       END-IF
               END-READ
           END-PERFORM.

       1350-SOMA-COPIA.
           MOVE CPY-LOJA TO WS-LOJA
           IF WS-LOJA = ZERO
               MOVE 1 TO WS-LOJA
           END-IF
           IF WS-LOJA > 10
               EXIT PARAGRAPH
           END-IF
           PERFORM 9000-LOCALIZA-TITULO
           IF WS-SUB-FILME = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TL-COPIAS (WS-SUB-FILME WS-LOJA)
           IF COPIA-DISPONIVEL
               ADD 1 TO WS-TL-DISPONIVEIS (WS-SUB-FILME WS-LOJA)
           END-IF.

      *===== O HISTORICO INTEIRO DA A LOJA DO ULTIMO ALUGUEL DE CADA
      *===== CLIENTE; SO A JANELA CONTA PARA O GIRO DO TITULO.
       2000-VARRE-EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMOS NOT = "00"
               DISPLAY "SEM emprestimos.dat - GIRO NAO CALCULADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO NUMERO-EMPRESTIMO
           MOVE SPACES TO WS-STATUS-EMPRESTIMOS
           START ARQ-EMPRESTIMOS KEY IS >= NUMERO-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-EMPRESTIMOS
           END-START
           PERFORM UNTIL WS-STATUS-EMPRESTIMOS = "10"
               READ ARQ-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-EMPRESTIMOS
                   NOT AT END
                       PERFORM 2100-ACUMULA-EMPRESTIMO
               END-READ
           END-PERFORM.

       2100-ACUMULA-EMPRESTIMO.
           MOVE EMP-LOJA TO WS-LOJA
           IF WS-LOJA = ZERO
               MOVE 1 TO WS-LOJA
           END-IF
           IF WS-LOJA > 10
               EXIT PARAGRAPH
           END-IF
           IF EMP-CODIGO-CLIENTE > ZERO
              AND EMP-DATA-RETIRADA NOT <
                  WS-CLI-ULTIMO (EMP-CODIGO-CLIENTE)
               MOVE WS-LOJA TO WS-CLI-LOJA (EMP-CODIGO-CLIENTE)
               MOVE EMP-DATA-RETIRADA
                 TO WS-CLI-ULTIMO (EMP-CODIGO-CLIENTE)
           END-IF
           IF EMP-DATA-RETIRADA < WS-DATA-CORTE
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-CODIGO-FILME TO CPY-CODIGO-FILME
           PERFORM 9000-LOCALIZA-TITULO
           IF WS-SUB-FILME > ZERO
               ADD 1 TO WS-TL-ALUGUEIS (WS-SUB-FILME WS-LOJA)
           END-IF.

       2500-VARRE-RESERVAS.
           OPEN INPUT ARQ-RESERVAS.
           IF WS-STATUS-RESERVAS NOT = "00"
               DISPLAY "SEM reservas.dat - SO O GIRO E CONSIDERADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO RSV-CODIGO-FILME.
           MOVE ZERO TO RSV-SEQUENCIA.
           MOVE SPACES TO WS-STATUS-RESERVAS.
           START ARQ-RESERVAS KEY IS >= RSV-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESERVAS
           END-START.
           PERFORM UNTIL WS-STATUS-RESERVAS = "10"
               READ ARQ-RESERVAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESERVAS
                   NOT AT END
                       IF RESERVA-ABERTA
                           PERFORM 2550-SOMA-RESERVA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVAS.

       2550-SOMA-RESERVA.
           MOVE 1 TO WS-LOJA
           IF RSV-CODIGO-CLIENTE > ZERO
              AND WS-CLI-LOJA (RSV-CODIGO-CLIENTE) > ZERO
               MOVE WS-CLI-LOJA (RSV-CODIGO-CLIENTE) TO WS-LOJA
           END-IF
           MOVE RSV-CODIGO-FILME TO CPY-CODIGO-FILME
           PERFORM 9000-LOCALIZA-TITULO
           IF WS-SUB-FILME > ZERO
               ADD 1 TO WS-TL-RESERVAS (WS-SUB-FILME WS-LOJA)
           END-IF.

       3000-MONTA-SUGESTOES.
           PERFORM VARYING WS-SUB-FILME FROM 1 BY 1
                   UNTIL WS-SUB-FILME > WS-TOTAL-FILMES-TAB
               PERFORM 3050-CALCULA-GIRO
               PERFORM 3100-SUGESTAO-POR-FILA
               IF WS-QTDE-MOVER = ZERO
                   PERFORM 3200-SUGESTAO-POR-GIRO
               END-IF
           END-PERFORM.

       3050-CALCULA-GIRO.
           PERFORM VARYING WS-SUB-LOJA FROM 1 BY 1
                   UNTIL WS-SUB-LOJA > 10
               IF WS-TL-COPIAS (WS-SUB-FILME WS-SUB-LOJA) > ZERO
                   COMPUTE WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA) =
                       WS-TL-ALUGUEIS (WS-SUB-FILME WS-SUB-LOJA)
                     / WS-TL-COPIAS (WS-SUB-FILME WS-SUB-LOJA)
               ELSE
                   MOVE WS-TL-ALUGUEIS (WS-SUB-FILME WS-SUB-LOJA)
                     TO WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA)
               END-IF
           END-PERFORM.

      *===== DESTINO = LOJA COM MAIS RESERVAS DO QUE COPIAS
      *===== DISPONIVEIS (NO EMPATE, A DE MAIOR GIRO); ORIGEM = LOJA
      *===== COM MAIS COPIAS DISPONIVEIS DO QUE A PROPRIA FILA PEDE
      *===== (NO EMPATE, A DE MENOR GIRO).
       3100-SUGESTAO-POR-FILA.
           MOVE ZERO TO WS-QTDE-MOVER
           MOVE ZERO TO WS-LOJA-DESTINO
           MOVE ZERO TO WS-MAIOR-FALTA
           PERFORM VARYING WS-SUB-LOJA FROM 1 BY 1
                   UNTIL WS-SUB-LOJA > 10
               COMPUTE WS-FALTA =
                   WS-TL-RESERVAS (WS-SUB-FILME WS-SUB-LOJA)
                 - WS-TL-DISPONIVEIS (WS-SUB-FILME WS-SUB-LOJA)
               IF WS-FALTA > ZERO
                   IF WS-FALTA > WS-MAIOR-FALTA
                       MOVE WS-FALTA TO WS-MAIOR-FALTA
                       MOVE WS-SUB-LOJA TO WS-LOJA-DESTINO
                   ELSE
                       IF WS-FALTA = WS-MAIOR-FALTA
                          AND WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA) >
                              WS-TL-GIRO (WS-SUB-FILME
                                          WS-LOJA-DESTINO)
                           MOVE WS-SUB-LOJA TO WS-LOJA-DESTINO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LOJA-DESTINO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOJA-ORIGEM
           MOVE ZERO TO WS-MAIOR-SOBRA
           PERFORM VARYING WS-SUB-LOJA FROM 1 BY 1
                   UNTIL WS-SUB-LOJA > 10
               IF WS-SUB-LOJA NOT = WS-LOJA-DESTINO
                   COMPUTE WS-SOBRA =
                       WS-TL-DISPONIVEIS (WS-SUB-FILME WS-SUB-LOJA)
                     - WS-TL-RESERVAS (WS-SUB-FILME WS-SUB-LOJA)
                   IF WS-TL-ALUGUEIS (WS-SUB-FILME WS-SUB-LOJA)
                      > ZERO
                       SUBTRACT 1 FROM WS-SOBRA
                   END-IF
                   PERFORM 3150-AVALIA-ORIGEM
               END-IF
           END-PERFORM
           IF WS-LOJA-ORIGEM = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-MAIOR-SOBRA < WS-MAIOR-FALTA
               MOVE WS-MAIOR-SOBRA TO WS-QTDE-MOVER
           ELSE
               MOVE WS-MAIOR-FALTA TO WS-QTDE-MOVER
           END-IF
           MOVE 'F' TO WS-MOTIVO
           PERFORM 3900-GUARDA-SUGESTAO.

       3150-AVALIA-ORIGEM.
           IF WS-SOBRA NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SOBRA > WS-MAIOR-SOBRA
               MOVE WS-SOBRA TO WS-MAIOR-SOBRA
               MOVE WS-SUB-LOJA TO WS-LOJA-ORIGEM
           ELSE
               IF WS-SOBRA = WS-MAIOR-SOBRA
                  AND WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA) <
                      WS-TL-GIRO (WS-SUB-FILME WS-LOJA-ORIGEM)
                   MOVE WS-SUB-LOJA TO WS-LOJA-ORIGEM
               END-IF
           END-IF.

      *===== SEM FILA A ATENDER: UMA COPIA DA LOJA DE MENOR GIRO
      *===== (COM DUAS OU MAIS PARADAS) PARA A DE MAIOR GIRO, QUANDO
      *===== ESTE E PELO MENOS O DOBRO E HOUVE ALUGUEL NO DESTINO.
       3200-SUGESTAO-POR-GIRO.
           MOVE ZERO TO WS-LOJA-DESTINO
           MOVE ZERO TO WS-MAIOR-GIRO
           MOVE ZERO TO WS-LOJA-ORIGEM
           MOVE 9999.99 TO WS-MENOR-GIRO
           PERFORM VARYING WS-SUB-LOJA FROM 1 BY 1
                   UNTIL WS-SUB-LOJA > 10
               IF WS-TL-ALUGUEIS (WS-SUB-FILME WS-SUB-LOJA) > ZERO
                  AND WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA) >
                      WS-MAIOR-GIRO
                   MOVE WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA)
                     TO WS-MAIOR-GIRO
                   MOVE WS-SUB-LOJA TO WS-LOJA-DESTINO
               END-IF
               IF WS-TL-DISPONIVEIS (WS-SUB-FILME WS-SUB-LOJA)
                  NOT < 2
                  AND WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA) <
                      WS-MENOR-GIRO
                   MOVE WS-TL-GIRO (WS-SUB-FILME WS-SUB-LOJA)
                     TO WS-MENOR-GIRO
                   MOVE WS-SUB-LOJA TO WS-LOJA-ORIGEM
               END-IF
           END-PERFORM
           IF WS-LOJA-DESTINO = ZERO
              OR WS-LOJA-ORIGEM = ZERO
              OR WS-LOJA-DESTINO = WS-LOJA-ORIGEM
               EXIT PARAGRAPH
           END-IF
           IF WS-MAIOR-GIRO < WS-MENOR-GIRO * 2
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-QTDE-MOVER
           MOVE 'G' TO WS-MOTIVO
           PERFORM 3900-GUARDA-SUGESTAO.

       3900-GUARDA-SUGESTAO.
           IF WS-TOTAL-SUGESTOES NOT < 500
               MOVE ZERO TO WS-QTDE-MOVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-SUGESTOES
           MOVE WS-MOTIVO TO WS-SUG-MOTIVO (WS-TOTAL-SUGESTOES)
           MOVE WS-TIT-CODIGO (WS-SUB-FILME)
             TO WS-SUG-FILME (WS-TOTAL-SUGESTOES)
           MOVE WS-LOJA-ORIGEM  TO WS-SUG-ORIGEM (WS-TOTAL-SUGESTOES)
           MOVE WS-LOJA-DESTINO TO WS-SUG-DESTINO (WS-TOTAL-SUGESTOES)
           MOVE WS-QTDE-MOVER   TO WS-SUG-QTDE (WS-TOTAL-SUGESTOES)
           MOVE WS-TL-RESERVAS (WS-SUB-FILME WS-LOJA-DESTINO)
             TO WS-SUG-RESERVAS (WS-TOTAL-SUGESTOES)
           MOVE 'N' TO WS-SUG-LISTADA (WS-TOTAL-SUGESTOES)
           MOVE ZERO TO WS-SUG-PESO (WS-TOTAL-SUGESTOES)
           IF WS-TL-GIRO (WS-SUB-FILME WS-LOJA-DESTINO) >
              WS-TL-GIRO (WS-SUB-FILME WS-LOJA-ORIGEM)
               COMPUTE WS-SUG-PESO (WS-TOTAL-SUGESTOES) =
                   WS-TL-GIRO (WS-SUB-FILME WS-LOJA-DESTINO)
                 - WS-TL-GIRO (WS-SUB-FILME WS-LOJA-ORIGEM)
           END-IF
           COMPUTE WS-SUG-PESO (WS-TOTAL-SUGESTOES) =
               WS-SUG-PESO (WS-TOTAL-SUGESTOES)
             + WS-SUG-RESERVAS (WS-TOTAL-SUGESTOES) * 10000.

       4000-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SUGESTAO DE REDISTRIBUICAO DE COPIAS - DATA: "
                  WS-DATA-FORMATADA " - GIRO DOS ULTIMOS "
                  WS-DIAS-JANELA " DIAS"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ORDEM: RESERVAS EM ESPERA NO DESTINO, DEPOIS A "
                  "DIFERENCA DE GIRO (ALUGUEIS POR COPIA)."
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ZERO TO WS-POSICAO
           PERFORM 4100-PROXIMA-SUGESTAO
           PERFORM UNTIL WS-SUB-MAIOR = ZERO
               ADD 1 TO WS-POSICAO
               PERFORM 4200-LINHA-SUGESTAO
               MOVE 'S' TO WS-SUG-LISTADA (WS-SUB-MAIOR)
               PERFORM 4100-PROXIMA-SUGESTAO
           END-PERFORM
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SUGESTOES: " WS-TOTAL-SUGESTOES
                  " - COPIAS A TRANSFERIR: " WS-TOTAL-COPIAS-MOVER
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       4100-PROXIMA-SUGESTAO.
           MOVE ZERO TO WS-SUB-MAIOR
           PERFORM VARYING WS-SUB-SUG FROM 1 BY 1
                   UNTIL WS-SUB-SUG > WS-TOTAL-SUGESTOES
               IF WS-SUG-LISTADA (WS-SUB-SUG) = 'N'
                   IF WS-SUB-MAIOR = ZERO
                       MOVE WS-SUB-SUG TO WS-SUB-MAIOR
                   ELSE
                       IF WS-SUG-PESO (WS-SUB-SUG) >
                          WS-SUG-PESO (WS-SUB-MAIOR)
                           MOVE WS-SUB-SUG TO WS-SUB-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4200-LINHA-SUGESTAO.
           MOVE WS-SUG-FILME (WS-SUB-MAIOR) TO CPY-CODIGO-FILME
           PERFORM 9000-LOCALIZA-TITULO
           MOVE WS-SUG-ORIGEM (WS-SUB-MAIOR) TO WS-LOJA-ORIGEM
           MOVE WS-SUG-DESTINO (WS-SUB-MAIOR) TO WS-LOJA-DESTINO
           MOVE WS-TL-GIRO (WS-SUB-FILME WS-LOJA-ORIGEM)
             TO WS-GIRO-ED-A
           MOVE WS-TL-GIRO (WS-SUB-FILME WS-LOJA-DESTINO)
             TO WS-GIRO-ED-B
           ADD WS-SUG-QTDE (WS-SUB-MAIOR) TO WS-TOTAL-COPIAS-MOVER
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " WS-POSICAO " - "
                  WS-TIT-CODIGO (WS-SUB-FILME) " "
                  WS-TIT-NOME (WS-SUB-FILME)
                  " MOVER " WS-SUG-QTDE (WS-SUB-MAIOR)
                  " DA LOJA " WS-LOJA-ORIGEM
                  " PARA A LOJA " WS-LOJA-DESTINO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF SUG-POR-FILA (WS-SUB-MAIOR)
               STRING "        MOTIVO: FILA DE "
                      WS-SUG-RESERVAS (WS-SUB-MAIOR)
                      " RESERVA(S) NO DESTINO"
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               MOVE "        MOTIVO: GIRO DO DESTINO >= 2X O DA ORIGEM"
                 TO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "        ORIGEM: COPIAS "
                  WS-TL-COPIAS (WS-SUB-FILME WS-LOJA-ORIGEM)
                  " DISP " WS-TL-DISPONIVEIS (WS-SUB-FILME
                                              WS-LOJA-ORIGEM)
                  " GIRO " WS-GIRO-ED-A
                  "  DESTINO: COPIAS "
                  WS-TL-COPIAS (WS-SUB-FILME WS-LOJA-DESTINO)
                  " DISP " WS-TL-DISPONIVEIS (WS-SUB-FILME
                                              WS-LOJA-DESTINO)
                  " GIRO " WS-GIRO-ED-B
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM 4300-LISTA-COPIAS-ORIGEM
           MOVE SPACES TO RELATORIO-LINHA
           STRING "        COPIAS A TRANSFERIR (OPCAO L): "
                  WS-LISTA-COPIAS
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== NUMEROS DAS COPIAS DISPONIVEIS E BOAS DA LOJA DE
      *===== ORIGEM, ATE A QUANTIDADE SUGERIDA.
       4300-LISTA-COPIAS-ORIGEM.
           MOVE SPACES TO WS-LISTA-COPIAS
           MOVE 1 TO WS-PONTEIRO
           MOVE ZERO TO WS-COPIAS-LISTADAS
           MOVE 'N' TO WS-FIM-COPIAS
           MOVE WS-SUG-FILME (WS-SUB-MAIOR) TO CPY-CODIGO-FILME
           MOVE ZERO TO CPY-NUMERO-COPIA
           START ARQ-COPIAS KEY IS >= CPY-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-COPIAS
           END-START
           PERFORM UNTIL WS-FIM-COPIAS = 'S'
               READ ARQ-COPIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-COPIAS
                   NOT AT END
                       IF CPY-CODIGO-FILME NOT =
                          WS-SUG-FILME (WS-SUB-MAIOR)
                           MOVE 'S' TO WS-FIM-COPIAS
                       ELSE
                           PERFORM 4350-AVALIA-COPIA
                       END-IF
               END-READ
           END-PERFORM.

       4350-AVALIA-COPIA.
           MOVE CPY-LOJA TO WS-LOJA
           IF WS-LOJA = ZERO
               MOVE 1 TO WS-LOJA
           END-IF
           IF WS-LOJA = WS-LOJA-ORIGEM
              AND COPIA-DISPONIVEL
              AND NOT COPIA-DANIFICADA
              AND WS-COPIAS-LISTADAS < WS-SUG-QTDE (WS-SUB-MAIOR)
              AND WS-PONTEIRO < 57
               ADD 1 TO WS-COPIAS-LISTADAS
               STRING CPY-NUMERO-COPIA " "
                      DELIMITED BY SIZE INTO WS-LISTA-COPIAS
                      WITH POINTER WS-PONTEIRO
           END-IF
           IF WS-COPIAS-LISTADAS NOT < WS-SUG-QTDE (WS-SUB-MAIOR)
               MOVE 'S' TO WS-FIM-COPIAS
           END-IF.

       5000-FECHAR-ARQUIVOS.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-COPIAS.
           IF WS-STATUS-EMPRESTIMOS = "00"
              OR WS-STATUS-EMPRESTIMOS = "10"
               CLOSE ARQ-EMPRESTIMOS
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY "=== SUGESTAO DE REDISTRIBUICAO CONCLUIDA ===".
           DISPLAY "SUGESTOES...........: " WS-TOTAL-SUGESTOES.
           DISPLAY "COPIAS A TRANSFERIR.: " WS-TOTAL-COPIAS-MOVER.
           DISPLAY "LISTA EM relatorio_redistribuicao.txt".

      *===== POSICAO DO TITULO CPY-CODIGO-FILME NA TABELA (ZERO =
      *===== FORA DO CATALOGO ATIVO).
       9000-LOCALIZA-TITULO.
           MOVE ZERO TO WS-SUB-FILME
           PERFORM VARYING WS-SUB-BUSCA FROM 1 BY 1
                   UNTIL WS-SUB-BUSCA > WS-TOTAL-FILMES-TAB
                      OR WS-SUB-FILME > ZERO
               IF WS-TIT-CODIGO (WS-SUB-BUSCA) = CPY-CODIGO-FILME
                   MOVE WS-SUB-BUSCA TO WS-SUB-FILME
               END-IF
           END-PERFORM.

       END PROGRAM REDISTRIBUI.
