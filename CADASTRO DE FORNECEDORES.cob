       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNECEDOR.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES DE
      *=======           COPIAS (fornecedores.txt: CODIGO, NOME,
      *=======           TELEFONE E SITUACAO), USADO PELOS PEDIDOS DE
      *=======           COMPRA (PEDIDOCOMPRA). FORNECEDOR INATIVO
      *=======           CONTINUA NO CADASTRO PARA OS PEDIDOS ANTIGOS,
      *=======           MAS NAO RECEBE PEDIDO NOVO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: SITUACAO A = ATIVO, I = INATIVO.
      *=======     MOD: 15/10/2026 - CE - O CADASTRO SERVE TAMBEM AS
      *=======          CONTAS A PAGAR (CONTASPAGAR, contas_pagar.txt),
      *=======          QUE SO ACEITAM TITULO NOVO DE FORNECEDOR ATIVO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORNECEDORES ASSIGN TO "fornecedores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FORNECEDORES.
       01  FORNECEDOR-LINHA.
           05 FOR-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 FOR-NOME         PIC X(30).
           05 FILLER           PIC X.
           05 FOR-TELEFONE     PIC X(15).
           05 FILLER           PIC X.
           05 FOR-SITUACAO     PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FORNECEDORES PIC XX VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-CODIGO-INFORMADO  PIC 9(4) VALUE ZERO.
       01 WS-NOME-INFORMADO    PIC X(30) VALUE SPACES.
       01 WS-TELEFONE-INFORMADO PIC X(15) VALUE SPACES.
       01 WS-SITUACAO-INFORMADA PIC X VALUE SPACE.
       01 WS-SUB-FORN          PIC 9(3) VALUE ZERO.
       01 WS-FORN-ACHADO       PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FORN        PIC 9(3) VALUE ZERO.

      *===== FORNECEDORES EM MEMORIA (ATE 200).
       01  WS-TABELA-FORNECEDORES.
           05 WS-FORN-ITEM OCCURS 200 TIMES.
               10 WS-FN-CODIGO    PIC 9(4) VALUE ZERO.
               10 WS-FN-NOME      PIC X(30) VALUE SPACES.
               10 WS-FN-TELEFONE  PIC X(15) VALUE SPACES.
               10 WS-FN-SITUACAO  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CARREGA-FORNECEDORES.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR
                   WHEN '2' PERFORM 3000-INCLUIR
                   WHEN '3' PERFORM 4000-ALTERAR
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       1000-CARREGA-FORNECEDORES.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-STATUS-FORNECEDORES = "35"
               DISPLAY "fornecedores.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA GRAVACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-FORNECEDORES NOT = "00"
               DISPLAY "ERRO AO ABRIR fornecedores.txt - STATUS "
                       WS-STATUS-FORNECEDORES
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-FORNECEDORES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-FORN < 200
                           ADD 1 TO WS-TOTAL-FORN
                           MOVE FOR-CODIGO
                             TO WS-FN-CODIGO (WS-TOTAL-FORN)
                           MOVE FOR-NOME
                             TO WS-FN-NOME (WS-TOTAL-FORN)
                           MOVE FOR-TELEFONE
                             TO WS-FN-TELEFONE (WS-TOTAL-FORN)
                           MOVE FOR-SITUACAO
                             TO WS-FN-SITUACAO (WS-TOTAL-FORN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.

       1100-GRAVA-FORNECEDORES.
           OPEN OUTPUT ARQ-FORNECEDORES.
           PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > WS-TOTAL-FORN
               MOVE SPACES TO FORNECEDOR-LINHA
               MOVE WS-FN-CODIGO (WS-SUB-FORN) TO FOR-CODIGO
               MOVE WS-FN-NOME (WS-SUB-FORN) TO FOR-NOME
               MOVE WS-FN-TELEFONE (WS-SUB-FORN) TO FOR-TELEFONE
               MOVE WS-FN-SITUACAO (WS-SUB-FORN) TO FOR-SITUACAO
               WRITE FORNECEDOR-LINHA
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.

       2000-LISTAR.
           DISPLAY "=== FORNECEDORES ===".
           PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > WS-TOTAL-FORN
               DISPLAY WS-FN-CODIGO (WS-SUB-FORN) " "
                       WS-FN-NOME (WS-SUB-FORN) " "
                       WS-FN-TELEFONE (WS-SUB-FORN) " "
                       WS-FN-SITUACAO (WS-SUB-FORN)
           END-PERFORM.

       3000-INCLUIR.
           PERFORM 6000-PEDE-CODIGO.
           IF WS-FORN-ACHADO NOT = ZERO
               DISPLAY "CODIGO JA CADASTRADO - USE A ALTERACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CODIGO-INFORMADO = ZERO
               DISPLAY "CODIGO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-FORN >= 200
               DISPLAY "TABELA DE FORNECEDORES CHEIA (200)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOME DO FORNECEDOR: ".
           MOVE SPACES TO WS-NOME-INFORMADO.
           ACCEPT WS-NOME-INFORMADO.
           IF WS-NOME-INFORMADO = SPACES
               DISPLAY "NOME OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TELEFONE: ".
           MOVE SPACES TO WS-TELEFONE-INFORMADO.
           ACCEPT WS-TELEFONE-INFORMADO.
           ADD 1 TO WS-TOTAL-FORN.
           MOVE WS-CODIGO-INFORMADO
             TO WS-FN-CODIGO (WS-TOTAL-FORN).
           MOVE WS-NOME-INFORMADO
             TO WS-FN-NOME (WS-TOTAL-FORN).
           MOVE WS-TELEFONE-INFORMADO
             TO WS-FN-TELEFONE (WS-TOTAL-FORN).
           MOVE 'A' TO WS-FN-SITUACAO (WS-TOTAL-FORN).
           PERFORM 1100-GRAVA-FORNECEDORES.
           DISPLAY "FORNECEDOR INCLUIDO".

       4000-ALTERAR.
           PERFORM 6000-PEDE-CODIGO.
           IF WS-FORN-ACHADO = ZERO
               DISPLAY "CODIGO NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOVO NOME (BRANCO MANTEM): ".
           MOVE SPACES TO WS-NOME-INFORMADO.
           ACCEPT WS-NOME-INFORMADO.
           IF WS-NOME-INFORMADO NOT = SPACES
               MOVE WS-NOME-INFORMADO
                 TO WS-FN-NOME (WS-FORN-ACHADO)
           END-IF.
           DISPLAY "NOVO TELEFONE (BRANCO MANTEM): ".
           MOVE SPACES TO WS-TELEFONE-INFORMADO.
           ACCEPT WS-TELEFONE-INFORMADO.
           IF WS-TELEFONE-INFORMADO NOT = SPACES
               MOVE WS-TELEFONE-INFORMADO
                 TO WS-FN-TELEFONE (WS-FORN-ACHADO)
           END-IF.
           DISPLAY "SITUACAO A=ATIVO I=INATIVO (BRANCO MANTEM): ".
           MOVE SPACE TO WS-SITUACAO-INFORMADA.
           ACCEPT WS-SITUACAO-INFORMADA.
           EVALUATE WS-SITUACAO-INFORMADA
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO WS-FN-SITUACAO (WS-FORN-ACHADO)
               WHEN 'I' WHEN 'i'
                   MOVE 'I' TO WS-FN-SITUACAO (WS-FORN-ACHADO)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SITUACAO INVALIDA - MANTIDA"
           END-EVALUATE.
           PERFORM 1100-GRAVA-FORNECEDORES.
           DISPLAY "FORNECEDOR ALTERADO".

       6000-PEDE-CODIGO.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           MOVE ZERO TO WS-CODIGO-INFORMADO.
           ACCEPT WS-CODIGO-INFORMADO.
           MOVE ZERO TO WS-FORN-ACHADO.
           PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > WS-TOTAL-FORN
               IF WS-FN-CODIGO (WS-SUB-FORN)
                  = WS-CODIGO-INFORMADO
                   MOVE WS-SUB-FORN TO WS-FORN-ACHADO
               END-IF
           END-PERFORM.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== CADASTRO DE FORNECEDORES ===".
           DISPLAY "1 - LISTAR".
           DISPLAY "2 - INCLUIR".
           DISPLAY "3 - ALTERAR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       END PROGRAM FORNECEDOR.
