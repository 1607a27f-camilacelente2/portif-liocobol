       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOSLOTE.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: LOTE NOTURNO DA CAIXA DE SAIDA DE AVISOS AOS
      *=======           CLIENTES (avisos_clientes.dat, AREA
      *=======           #avisodat). GRAVA UM AVISO PENDENTE PARA:
      *=======           (1) CADA EMPRESTIMO ABERTO QUE VENCE AMANHA
      *=======           (emprestimos.dat); (2) O PRIMEIRO CLIENTE DA
      *=======           FILA DE RESERVAS DE CADA FILME QUE TEM COPIA
      *=======           DISPONIVEL NA PRATELEIRA (reservas.dat,
      *=======           copias.dat) - PEGA A COPIA QUE VOLTOU DO
      *=======           REPARO OU DA COMPRA, QUE NAO PASSA PELA
      *=======           DEVOLUCAO DO BALCAO; (3) CADA COBRANCA DE
      *=======           DANO EM ABERTO (multas_receber.dat). O
      *=======           TELEFONE SAI DE clientes.dat. O BALCAO
      *=======           TRABALHA A LISTA NA OPCAO O DO FILMES.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O MESMO FATO NAO GERA SEGUNDO AVISO (A
      *=======               CHAVE DO AVISO E TIPO + REFERENCIA),
      *=======               ENTAO O LOTE PODE RODAR DE NOVO SEM
      *=======               DUPLICAR. EXCECAO: O EMPRESTIMO
      *=======               RENOVADO, CUJA DATA PREVISTA MUDOU,
      *=======               VOLTA A TER AVISO PENDENTE. RODA COMO
      *=======               PASSO AVISOS DO JOBFIMDIA.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-AVISOS ASSIGN TO "avisos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
           FILE STATUS IS WS-STATUS-AVISOS.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT ARQ-FILMES ASSIGN TO "filmes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-FILME
               ALTERNATE RECORD KEY IS GENERO-FILME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRETOR-FILME
                   WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FILMES.

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

           SELECT ARQ-COPIAS ASSIGN TO "copias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPY-CHAVE
           FILE STATUS IS WS-STATUS-COPIAS.

           SELECT ARQ-MULTAS ASSIGN TO "multas_receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-CHAVE
           FILE STATUS IS WS-STATUS-MULTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AVISOS.
           COPY "#avisodat".

       FD  ARQ-CLIENTES.
           COPY "#clientedat".

       FD  ARQ-FILMES.
           COPY "#filmedat".

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-RESERVAS.
           COPY "#reservadat".

       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-MULTAS.
           COPY "#multadat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-AVISOS      PIC XX VALUE SPACES.
       77 WS-STATUS-CLIENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-FILMES      PIC XX VALUE SPACES.
       77 WS-STATUS-EMPRESTIMOS PIC XX VALUE SPACES.
       77 WS-STATUS-RESERVAS    PIC XX VALUE SPACES.
       77 WS-STATUS-COPIAS      PIC XX VALUE SPACES.
       77 WS-STATUS-MULTAS      PIC XX VALUE SPACES.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-AMANHA             PIC 9(8) VALUE ZERO.
       01 WS-ACHOU-AVISO        PIC X VALUE 'N'.
       01 WS-TEM-COPIA          PIC X VALUE 'N'.
       01 WS-FILME-ATUAL        PIC 9(4) VALUE ZERO.
       01 WS-CLIENTE-AVISO      PIC 9(4) VALUE ZERO.
       01 WS-FILME-AVISO        PIC 9(4) VALUE ZERO.
       01 WS-SALDO-DANO         PIC 9(5)V99 VALUE ZERO.
       01 WS-SALDO-DANO-ED      PIC ZZZZ9.99.
       01 WS-DATA-PREVISTA-ED   PIC X(10) VALUE SPACES.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-TOTAL-VENCIMENTO   PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RESERVA      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DANO         PIC 9(5) VALUE ZERO.
       01 WS-RESERVA-GUARDADA.
           05 WS-RSG-CHAVE      PIC X(8).
           05 WS-RSG-CLIENTE    PIC 9(4).
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, USADO PARA
      *===== ACHAR A DATA DE AMANHA.
       COPY "#calenpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== AVISOS AOS CLIENTES ==="
           PERFORM 1000-ABRIR-ARQUIVOS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 2000-VENCE-AMANHA
           PERFORM 3000-RESERVAS-DISPONIVEIS
           PERFORM 4000-COBRANCAS-DANO
           PERFORM 5000-FECHAR-ARQUIVOS
           MOVE 0 TO RETURN-CODE
      *===== GOBACK, NAO STOP RUN: O JOBFIMDIA CHAMA ESTE PROGRAMA
      *===== COMO PASSO DA CADEIA, NO MESMO PADRAO DO FILMESLOTE.
           GOBACK.

       1000-ABRIR-ARQUIVOS.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-HOJE TO CAL-DATA-1
           MOVE 1 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-AMANHA
           OPEN I-O ARQ-AVISOS
           IF WS-STATUS-AVISOS = "35"
               OPEN OUTPUT ARQ-AVISOS
               CLOSE ARQ-AVISOS
               OPEN I-O ARQ-AVISOS
           END-IF
           IF WS-STATUS-AVISOS NOT = "00"
               DISPLAY "ERRO AO ABRIR avisos_clientes.dat - STATUS "
                       WS-STATUS-AVISOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-CLIENTES
           OPEN INPUT ARQ-FILMES
           OPEN INPUT ARQ-EMPRESTIMOS
           OPEN INPUT ARQ-RESERVAS
           OPEN INPUT ARQ-COPIAS
           OPEN INPUT ARQ-MULTAS.

      *===== (1) EMPRESTIMO ABERTO COM DATA PREVISTA AMANHA.
       2000-VENCE-AMANHA.
           IF WS-STATUS-EMPRESTIMOS NOT = "00"
               DISPLAY "SEM emprestimos.dat - VENCIMENTOS PULADOS"
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
                       IF EMPRESTIMO-ABERTO
                          AND EMP-DATA-PREVISTA = WS-AMANHA
                           PERFORM 2100-AVISO-VENCIMENTO
                       END-IF
               END-READ
           END-PERFORM.

       2100-AVISO-VENCIMENTO.
           SET AVISO-VENCIMENTO TO TRUE
           MOVE NUMERO-EMPRESTIMO TO AVI-REFERENCIA
           MOVE 'S' TO WS-ACHOU-AVISO
           READ ARQ-AVISOS
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU-AVISO
           END-READ
           IF WS-ACHOU-AVISO = 'S'
              AND AVI-DATA-EVENTO = EMP-DATA-PREVISTA
               EXIT PARAGRAPH
           END-IF
           SET AVISO-VENCIMENTO TO TRUE
           MOVE NUMERO-EMPRESTIMO TO AVI-REFERENCIA
           MOVE EMP-CODIGO-CLIENTE TO WS-CLIENTE-AVISO
           MOVE EMP-CODIGO-FILME TO WS-FILME-AVISO
           PERFORM 8000-DADOS-CLIENTE-FILME
           MOVE EMP-DATA-PREVISTA TO AVI-DATA-EVENTO
           MOVE EMP-DATA-PREVISTA TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-PREVISTA-ED
           MOVE SPACES TO AVI-TEXTO
           STRING "DEVOLVER " WS-DATA-PREVISTA-ED ": " NOME-FILME
                  DELIMITED BY SIZE INTO AVI-TEXTO
           IF WS-ACHOU-AVISO = 'S'
               PERFORM 8200-REGRAVA-AVISO
           ELSE
               PERFORM 8100-GRAVA-AVISO
           END-IF
           ADD 1 TO WS-TOTAL-VENCIMENTO.

      *===== (2) PRIMEIRA RESERVA ABERTA DE CADA FILME (A FILA VEM EM
      *===== ORDEM DE CHEGADA PELA CHAVE) QUANDO HA COPIA DISPONIVEL
      *===== E SEM DANO DO TITULO.
       3000-RESERVAS-DISPONIVEIS.
           IF WS-STATUS-RESERVAS NOT = "00"
              OR WS-STATUS-COPIAS NOT = "00"
               DISPLAY "SEM reservas.dat/copias.dat - RESERVAS PULADAS"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FILME-ATUAL
           MOVE ZERO TO RSV-CODIGO-FILME
           MOVE ZERO TO RSV-SEQUENCIA
           MOVE SPACES TO WS-STATUS-RESERVAS
           START ARQ-RESERVAS KEY IS >= RSV-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESERVAS
           END-START
           PERFORM UNTIL WS-STATUS-RESERVAS = "10"
               READ ARQ-RESERVAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESERVAS
                   NOT AT END
                       IF RESERVA-ABERTA
                          AND RSV-CODIGO-FILME NOT = WS-FILME-ATUAL
                           MOVE RSV-CODIGO-FILME TO WS-FILME-ATUAL
                           PERFORM 3100-AVISO-RESERVA
                       END-IF
               END-READ
           END-PERFORM.

       3100-AVISO-RESERVA.
           MOVE RSV-CHAVE TO WS-RSG-CHAVE
           MOVE RSV-CODIGO-CLIENTE TO WS-RSG-CLIENTE
           PERFORM 3200-PROCURA-COPIA
           IF WS-TEM-COPIA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           SET AVISO-RESERVA TO TRUE
           MOVE WS-RSG-CHAVE TO AVI-REFERENCIA
           MOVE WS-RSG-CLIENTE TO WS-CLIENTE-AVISO
           MOVE WS-FILME-ATUAL TO WS-FILME-AVISO
           PERFORM 8000-DADOS-CLIENTE-FILME
           MOVE WS-HOJE TO AVI-DATA-EVENTO
           MOVE SPACES TO AVI-TEXTO
           STRING "RESERVA DISPONIVEL: " NOME-FILME
                  DELIMITED BY SIZE INTO AVI-TEXTO
           PERFORM 8100-GRAVA-AVISO
           IF WS-STATUS-AVISOS = "00"
               ADD 1 TO WS-TOTAL-RESERVA
           END-IF.

       3200-PROCURA-COPIA.
           MOVE 'N' TO WS-TEM-COPIA
           MOVE WS-FILME-ATUAL TO CPY-CODIGO-FILME
           MOVE ZERO TO CPY-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-COPIAS
           START ARQ-COPIAS KEY IS >= CPY-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-COPIAS
           END-START
           PERFORM UNTIL WS-STATUS-COPIAS = "10"
                      OR WS-TEM-COPIA = 'S'
               READ ARQ-COPIAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-COPIAS
                   NOT AT END
                       IF CPY-CODIGO-FILME NOT = WS-FILME-ATUAL
                           MOVE "10" TO WS-STATUS-COPIAS
                       ELSE
                           IF COPIA-DISPONIVEL
                              AND NOT COPIA-DANIFICADA
                               MOVE 'S' TO WS-TEM-COPIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-COPIAS.

      *===== (3) COBRANCA DE DANO AINDA EM ABERTO.
       4000-COBRANCAS-DANO.
           IF WS-STATUS-MULTAS NOT = "00"
               DISPLAY "SEM multas_receber.dat - COBRANCAS PULADAS"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO MUL-NUMERO-EMPRESTIMO
           MOVE SPACE TO MUL-TIPO
           MOVE SPACES TO WS-STATUS-MULTAS
           START ARQ-MULTAS KEY IS >= MUL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-MULTAS
           END-START
           PERFORM UNTIL WS-STATUS-MULTAS = "10"
               READ ARQ-MULTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-MULTAS
                   NOT AT END
                       IF MULTA-DE-DANO AND MULTA-ABERTA
                           PERFORM 4100-AVISO-DANO
                       END-IF
               END-READ
           END-PERFORM.

       4100-AVISO-DANO.
           SET AVISO-DANO TO TRUE
           MOVE MUL-NUMERO-EMPRESTIMO TO AVI-REFERENCIA
           MOVE MUL-CODIGO-CLIENTE TO WS-CLIENTE-AVISO
           MOVE MUL-CODIGO-FILME TO WS-FILME-AVISO
           PERFORM 8000-DADOS-CLIENTE-FILME
           MOVE MUL-DATA-GERACAO TO AVI-DATA-EVENTO
           COMPUTE WS-SALDO-DANO =
               MUL-VALOR-ORIGINAL - MUL-VALOR-PAGO
           MOVE WS-SALDO-DANO TO WS-SALDO-DANO-ED
           MOVE SPACES TO AVI-TEXTO
           STRING "COBRANCA DE DANO R$ " WS-SALDO-DANO-ED
                  " FILME " MUL-CODIGO-FILME
                  DELIMITED BY SIZE INTO AVI-TEXTO
           PERFORM 8100-GRAVA-AVISO
           IF WS-STATUS-AVISOS = "00"
               ADD 1 TO WS-TOTAL-DANO
           END-IF.

       5000-FECHAR-ARQUIVOS.
           CLOSE ARQ-AVISOS
           CLOSE ARQ-CLIENTES
           CLOSE ARQ-FILMES
           CLOSE ARQ-EMPRESTIMOS
           CLOSE ARQ-RESERVAS
           CLOSE ARQ-COPIAS
           CLOSE ARQ-MULTAS
           DISPLAY "AVISOS DE VENCIMENTO AMANHA: " WS-TOTAL-VENCIMENTO
           DISPLAY "AVISOS DE RESERVA NOVOS....: " WS-TOTAL-RESERVA
           DISPLAY "AVISOS DE DANO NOVOS.......: " WS-TOTAL-DANO
           DISPLAY "CAIXA DE SAIDA EM avisos_clientes.dat".

      *===== CLIENTE E TELEFONE DO AVISO E NOME DO FILME PARA O
      *===== TEXTO (EM BRANCO SE NAO ACHAR).
       8000-DADOS-CLIENTE-FILME.
           MOVE WS-CLIENTE-AVISO TO AVI-CODIGO-CLIENTE
           MOVE SPACES TO AVI-TELEFONE
           MOVE WS-CLIENTE-AVISO TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO TELEFONE-CLIENTE
           END-READ
           MOVE TELEFONE-CLIENTE TO AVI-TELEFONE
           MOVE WS-FILME-AVISO TO CODIGO-FILME
           READ ARQ-FILMES
               INVALID KEY
                   MOVE SPACES TO NOME-FILME
           END-READ.

       8100-GRAVA-AVISO.
           MOVE WS-HOJE TO AVI-DATA-GERACAO
           MOVE ZERO TO AVI-DATA-CONTATO
           MOVE ZERO TO AVI-OPERADOR
           SET AVISO-PENDENTE TO TRUE
           WRITE AVISO-REGISTRO
               INVALID KEY
                   MOVE "22" TO WS-STATUS-AVISOS
           END-WRITE.

      *===== EMPRESTIMO RENOVADO: O AVISO ANTIGO (DA DATA PREVISTA
      *===== ANTERIOR) VOLTA A FICAR PENDENTE COM A NOVA DATA.
       8200-REGRAVA-AVISO.
           MOVE WS-HOJE TO AVI-DATA-GERACAO
           MOVE ZERO TO AVI-DATA-CONTATO
           MOVE ZERO TO AVI-OPERADOR
           SET AVISO-PENDENTE TO TRUE
           REWRITE AVISO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR AVISO " AVI-CHAVE
           END-REWRITE.

       END PROGRAM AVISOSLOTE.
