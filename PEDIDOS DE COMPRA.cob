       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOCOMPRA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: PEDIDOS DE COMPRA DE COPIAS
      *=======           (pedidos_compra.dat, AREA #pedcompdat): UM
      *=======           TITULO, UM FORNECEDOR (fornecedores.txt),
      *=======           QUANTIDADE, CUSTO UNITARIO E LOJA DE
      *=======           DESTINO. OS PEDIDOS NASCEM DAS LINHAS DA
      *=======           SUGESTAO DE COMPRAS (sugestao_compras.txt,
      *=======           DO COMPRASUGESTAO) OU AVULSOS. O RECEBIMENTO
      *=======           (TOTAL OU PARCIAL) CRIA AS COPIAS EM
      *=======           copias.dat NA LOJA DO PEDIDO, ANOTA CADA
      *=======           COPIA COM O CUSTO EM recebimentos_compras.txt
      *=======           (O CUSTO E A DATA TAMBEM FICAM NA COPIA)
      *=======           E POSTA O CUSTO NO RAZAO (lancamentos.txt +
      *=======           saldo.txt). A LISTA DE PEDIDOS EM ABERTO SAI
      *=======           EM pedidos_abertos.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A POSTAGEM DO RECEBIMENTO E DEBITO NA
      *=======               CONTA 41003 (COMPRA DE COPIAS) NO CENTRO
      *=======               CMP, COM A CHAVE "AUT COMPRA PED numero".
      *=======               COM O MES CORRENTE FECHADO
      *=======               (periodos_fechados.txt) O RECEBIMENTO E
      *=======               RECUSADO. O RECEBIMENTO HONRA A TRAVA
      *=======               catalogo_emuso.txt DA SESSAO ONLINE,
      *=======               POIS GRAVA EM copias.dat.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS ASSIGN TO "pedidos_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
           FILE STATUS IS WS-STATUS-PEDIDOS.

           SELECT ARQ-FORNECEDORES ASSIGN TO "fornecedores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.

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

           SELECT ARQ-SUGESTAO ASSIGN TO "sugestao_compras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SUGESTAO.

           SELECT ARQ-RECEBIMENTOS
               ASSIGN TO "recebimentos_compras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEBIMENTOS.

           SELECT ARQ-ABERTOS ASSIGN TO "pedidos_abertos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ABERTOS.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQ-TRAVA ASSIGN TO "catalogo_emuso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAVA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS.
           COPY "#pedcompdat".

       FD  ARQ-FORNECEDORES.
       01  FORNECEDOR-LINHA.
           05 FOR-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 FOR-NOME         PIC X(30).
           05 FILLER           PIC X.
           05 FOR-TELEFONE     PIC X(15).
           05 FILLER           PIC X.
           05 FOR-SITUACAO     PIC X(01).

       FD  ARQ-FILMES.
           COPY "#filmedat".

       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-SUGESTAO.
       01  SUGESTAO-LINHA       PIC X(100).

      *===== UMA LINHA POR COPIA RECEBIDA, COM O CUSTO DELA.
       FD  ARQ-RECEBIMENTOS.
       01  RECEBIMENTO-LINHA.
           05 REC-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 REC-PEDIDO        PIC 9(06).
           05 FILLER            PIC X.
           05 REC-FORNECEDOR    PIC 9(04).
           05 FILLER            PIC X.
           05 REC-CODIGO-FILME  PIC 9(04).
           05 FILLER            PIC X.
           05 REC-NUMERO-COPIA  PIC 9(02).
           05 FILLER            PIC X.
           05 REC-LOJA          PIC 9(02).
           05 FILLER            PIC X.
           05 REC-CUSTO         PIC 9(05)V99.

       FD  ARQ-ABERTOS.
       01  ABERTOS-LINHA        PIC X(120).

       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
           05 LCT-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-TIPO          PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-DESCRICAO     PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-CENTRO        PIC X(03).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-CONTA         PIC X(05).

       FD  ARQ-SALDO.
       01  SALDO-LINHA.
           05 SALDO-VALOR       PIC S9(09)V99.

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
           05 PER-COMPETENCIA   PIC 9(06).

       FD  ARQ-TRAVA.
       01  TRAVA-LINHA.
       05  LCK-ESTADO          PIC X(5).
       05  FILLER              PIC X.
       05  LCK-DATA-HORA       PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PEDIDOS     PIC XX VALUE SPACES.
       77 WS-STATUS-FORNECEDORES PIC XX VALUE SPACES.
       77 WS-STATUS-FILMES      PIC XX VALUE SPACES.
       77 WS-STATUS-COPIAS      PIC XX VALUE SPACES.
       77 WS-STATUS-SUGESTAO    PIC XX VALUE SPACES.
       77 WS-STATUS-RECEBIMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-ABERTOS     PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-TRAVA       PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-IGNORA-TRAVA       PIC X VALUE SPACE.
       01 WS-MES-FECHADO        PIC X VALUE 'N'.
       01 WS-COMP-TESTE         PIC 9(6) VALUE ZERO.
       01 WS-PROXIMO-PEDIDO     PIC 9(6) VALUE ZERO.
       01 WS-NUMERO-PEDIDO      PIC 9(6) VALUE ZERO.
       01 WS-FILME-PEDIDO       PIC 9(4) VALUE ZERO.
       01 WS-FORNECEDOR-PEDIDO  PIC 9(4) VALUE ZERO.
       01 WS-QTDE-PEDIDA        PIC 9(3) VALUE ZERO.
       01 WS-CUSTO-PEDIDO       PIC 9(5)V99 VALUE ZERO.
       01 WS-LOJA-PEDIDA        PIC 9(2) VALUE ZERO.
       01 WS-QTDE-RECEBER       PIC 9(3) VALUE ZERO.
       01 WS-QTDE-PENDENTE      PIC 9(3) VALUE ZERO.
       01 WS-QTDE-CRIADA        PIC 9(3) VALUE ZERO.
       01 WS-ULTIMA-COPIA       PIC 9(2) VALUE ZERO.
       01 WS-FILME-OK           PIC X VALUE 'N'.
       01 WS-PEDIDO-ABERTO-FILME PIC 9(6) VALUE ZERO.
       01 WS-SECAO-SUGESTAO     PIC X VALUE SPACE.
       01 WS-CODIGO-SUGESTAO    PIC X(4) VALUE SPACES.
       01 WS-CODIGO-SUGESTAO-N REDEFINES WS-CODIGO-SUGESTAO
                                PIC 9(4).
       01 WS-PEDIDOS-GERADOS    PIC 9(4) VALUE ZERO.
       01 WS-VALOR-RECEBIDO     PIC 9(7)V99 VALUE ZERO.
       01 WS-SALDO-ATUAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-VALOR-PENDENTE     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PENDENTE     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ABERTOS      PIC 9(5) VALUE ZERO.
       01 WS-DIAS-ABERTO        PIC 9(5) VALUE ZERO.
       01 WS-CUSTO-ED           PIC ZZZZ9.99.
       01 WS-VALOR-ED           PIC ZZZZZZZZ9.99.
      *===== FORNECEDORES EM MEMORIA (ATE 200).
       01 WS-SUB-FORN           PIC 9(3) VALUE ZERO.
       01 WS-FORN-ACHADO        PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FORN         PIC 9(3) VALUE ZERO.
       01  WS-TABELA-FORNECEDORES.
           05 WS-FORN-ITEM OCCURS 200 TIMES.
               10 WS-FN-CODIGO    PIC 9(4).
               10 WS-FN-NOME      PIC X(30).
               10 WS-FN-SITUACAO  PIC X.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE CONTA
      *===== A IDADE DO PEDIDO EM ABERTO.
       COPY "#calenpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-FORNECEDORES
           PERFORM 1100-ABRIR-PEDIDOS
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-FILMES
           STOP RUN.

       1000-CARREGA-FORNECEDORES.
           INITIALIZE WS-TABELA-FORNECEDORES
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-STATUS-FORNECEDORES NOT = "00"
               DISPLAY "SEM fornecedores.txt - CADASTRE OS "
                       "FORNECEDORES ANTES (FORNECEDOR)"
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
                           MOVE FOR-SITUACAO
                             TO WS-FN-SITUACAO (WS-TOTAL-FORN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.

      *===== ABRE OS PEDIDOS (CRIANDO NA PRIMEIRA VEZ) E ACHA O
      *===== PROXIMO NUMERO PELO MAIOR JA GRAVADO.
       1100-ABRIR-PEDIDOS.
           OPEN I-O ARQ-PEDIDOS.
           IF WS-STATUS-PEDIDOS = "35"
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN I-O ARQ-PEDIDOS
           END-IF.
           IF WS-STATUS-PEDIDOS NOT = "00"
               DISPLAY "ERRO AO ABRIR pedidos_compra.dat - STATUS "
                       WS-STATUS-PEDIDOS
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-STATUS-FILMES NOT = "00"
               DISPLAY "ERRO AO ABRIR filmes.dat - STATUS "
                       WS-STATUS-FILMES
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-PROXIMO-PEDIDO.
           MOVE ZERO TO PED-NUMERO.
           MOVE SPACES TO WS-STATUS-PEDIDOS.
           START ARQ-PEDIDOS KEY IS >= PED-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-PEDIDOS
           END-START.
           PERFORM UNTIL WS-STATUS-PEDIDOS = "10"
               READ ARQ-PEDIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-PEDIDOS
                   NOT AT END
                       MOVE PED-NUMERO TO WS-PROXIMO-PEDIDO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROXIMO-PEDIDO.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== PEDIDOS DE COMPRA DE COPIAS ===".
           DISPLAY "1 - GERAR PEDIDOS DA SUGESTAO DE COMPRAS".
           DISPLAY "2 - INCLUIR PEDIDO AVULSO".
           DISPLAY "3 - RECEBER PEDIDO".
           DISPLAY "4 - RELATORIO DE PEDIDOS EM ABERTO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-GERA-DA-SUGESTAO
               WHEN '2' PERFORM 4000-PEDIDO-AVULSO
               WHEN '3' PERFORM 5000-RECEBE-PEDIDO
               WHEN '4' PERFORM 6000-RELATORIO-ABERTOS
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== CADA TITULO DA SUGESTAO ("COMPRAR MAIS COPIAS", COM O
      *===== CODIGO DEPOIS DE "LUGAR:", E "REPOR TITULOS SUMIDOS",
      *===== COM O CODIGO NO INICIO DA LINHA) E OFERECIDO AO
      *===== COMPRADOR; FORNECEDOR ZERO PULA O TITULO.
       3000-GERA-DA-SUGESTAO.
           OPEN INPUT ARQ-SUGESTAO.
           IF WS-STATUS-SUGESTAO NOT = "00"
               DISPLAY "SEM sugestao_compras.txt - RODE A SUGESTAO "
                       "DE COMPRAS (COMPRASUGESTAO) ANTES"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PEDIDOS-GERADOS.
           MOVE SPACE TO WS-SECAO-SUGESTAO.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-SUGESTAO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 3100-LINHA-SUGESTAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-SUGESTAO.
           DISPLAY "PEDIDOS GERADOS DA SUGESTAO: " WS-PEDIDOS-GERADOS.

       3100-LINHA-SUGESTAO.
           MOVE SPACES TO WS-CODIGO-SUGESTAO
           EVALUATE TRUE
               WHEN SUGESTAO-LINHA (1:20) = "COMPRAR MAIS COPIAS "
                   MOVE 'C' TO WS-SECAO-SUGESTAO
               WHEN SUGESTAO-LINHA (1:20) = "REPOR TITULOS SUMIDO"
                   MOVE 'R' TO WS-SECAO-SUGESTAO
               WHEN WS-SECAO-SUGESTAO = 'C'
                    AND SUGESTAO-LINHA (8:6) = "LUGAR:"
                   MOVE SUGESTAO-LINHA (15:4) TO WS-CODIGO-SUGESTAO
               WHEN WS-SECAO-SUGESTAO = 'R'
                    AND SUGESTAO-LINHA (1:2) = SPACES
                   MOVE SUGESTAO-LINHA (3:4) TO WS-CODIGO-SUGESTAO
           END-EVALUATE
           IF WS-CODIGO-SUGESTAO = SPACES
              OR WS-CODIGO-SUGESTAO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY SUGESTAO-LINHA (1:79)
           MOVE WS-CODIGO-SUGESTAO-N TO WS-FILME-PEDIDO
           PERFORM 7100-VALIDA-FILME
           IF WS-FILME-OK NOT = 'S'
               DISPLAY "TITULO NAO ESTA NO CATALOGO - PULADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7300-PEDIDO-ABERTO-DO-FILME
           IF WS-PEDIDO-ABERTO-FILME NOT = ZERO
               DISPLAY "ATENCAO: JA HA PEDIDO EM ABERTO DESTE TITULO - "
                       "NUMERO " WS-PEDIDO-ABERTO-FILME
           END-IF
           PERFORM 7000-DADOS-DO-PEDIDO
           IF WS-FORNECEDOR-PEDIDO = ZERO
               DISPLAY "TITULO PULADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7400-GRAVA-PEDIDO
           ADD 1 TO WS-PEDIDOS-GERADOS.

       4000-PEDIDO-AVULSO.
           MOVE ZERO TO WS-FILME-PEDIDO
           DISPLAY "CODIGO DO FILME (0 CANCELA): "
           ACCEPT WS-FILME-PEDIDO
           IF WS-FILME-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 7100-VALIDA-FILME
           IF WS-FILME-OK NOT = 'S'
               DISPLAY "FILME NAO CADASTRADO OU EXCLUIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FILME: " NOME-FILME
           PERFORM 7300-PEDIDO-ABERTO-DO-FILME
           IF WS-PEDIDO-ABERTO-FILME NOT = ZERO
               DISPLAY "ATENCAO: JA HA PEDIDO EM ABERTO DESTE TITULO - "
                       "NUMERO " WS-PEDIDO-ABERTO-FILME
           END-IF
           PERFORM 7000-DADOS-DO-PEDIDO
           IF WS-FORNECEDOR-PEDIDO = ZERO
               DISPLAY "PEDIDO CANCELADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7400-GRAVA-PEDIDO.

      *===== RECEBIMENTO: A QUANTIDADE CHEGADA (ATE O PENDENTE) VIRA
      *===== COPIAS NOVAS DO TITULO NA LOJA DO PEDIDO, BOAS E
      *===== DISPONIVEIS, NUMERADAS DEPOIS DA ULTIMA COPIA; O CUSTO
      *===== DAS COPIAS CRIADAS VAI AO RAZAO NUM LANCAMENTO SO.
       5000-RECEBE-PEDIDO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO PEDIDO (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-PEDIDO TO PED-NUMERO
           READ ARQ-PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ
           IF PEDIDO-RECEBIDO
               DISPLAY "PEDIDO JA RECEBIDO POR INTEIRO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
           PERFORM 8400-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               DISPLAY "MES CORRENTE FECHADO NO RAZAO - "
                       "RECEBIMENTO RECUSADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QTDE-PENDENTE =
               PED-QUANTIDADE - PED-QTDE-RECEBIDA
           MOVE PED-CODIGO-FILME TO WS-FILME-PEDIDO
           PERFORM 7100-VALIDA-FILME
           MOVE PED-CUSTO-UNITARIO TO WS-CUSTO-ED
           DISPLAY "FILME " PED-CODIGO-FILME " " NOME-FILME
           DISPLAY "LOJA " PED-LOJA " CUSTO UNITARIO " WS-CUSTO-ED
           DISPLAY "PEDIDO " PED-QUANTIDADE " RECEBIDO "
                   PED-QTDE-RECEBIDA " PENDENTE " WS-QTDE-PENDENTE
           MOVE ZERO TO WS-QTDE-RECEBER
           DISPLAY "QUANTIDADE QUE CHEGOU (0 CANCELA): "
           ACCEPT WS-QTDE-RECEBER
           IF WS-QTDE-RECEBER = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-QTDE-RECEBER > WS-QTDE-PENDENTE
               DISPLAY "QUANTIDADE MAIOR QUE O PENDENTE - RECUSADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-VERIFICA-TRAVA
           IF WS-IGNORA-TRAVA = 'N'
               DISPLAY "RECEBIMENTO RECUSADO - CATALOGO EM USO"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-COPIAS
           IF WS-STATUS-COPIAS = "35"
               OPEN OUTPUT ARQ-COPIAS
               CLOSE ARQ-COPIAS
               OPEN I-O ARQ-COPIAS
           END-IF
           IF WS-STATUS-COPIAS NOT = "00"
               DISPLAY "ERRO AO ABRIR copias.dat - STATUS "
                       WS-STATUS-COPIAS
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-ULTIMA-COPIA
           OPEN EXTEND ARQ-RECEBIMENTOS
           IF WS-STATUS-RECEBIMENTOS = "35"
               OPEN OUTPUT ARQ-RECEBIMENTOS
               CLOSE ARQ-RECEBIMENTOS
               OPEN EXTEND ARQ-RECEBIMENTOS
           END-IF
           MOVE ZERO TO WS-QTDE-CRIADA
           PERFORM 5200-CRIA-COPIA
               UNTIL WS-QTDE-CRIADA = WS-QTDE-RECEBER
                  OR WS-ULTIMA-COPIA = 99
           CLOSE ARQ-RECEBIMENTOS
           CLOSE ARQ-COPIAS
           IF WS-QTDE-CRIADA < WS-QTDE-RECEBER
               DISPLAY "LIMITE DE 99 COPIAS DO TITULO - SO "
                       WS-QTDE-CRIADA " COPIA(S) CRIADA(S)"
           END-IF
           IF WS-QTDE-CRIADA = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD WS-QTDE-CRIADA TO PED-QTDE-RECEBIDA
           MOVE WS-HOJE TO PED-DATA-RECEBIMENTO
           IF PED-QTDE-RECEBIDA NOT < PED-QUANTIDADE
               SET PEDIDO-RECEBIDO TO TRUE
           ELSE
               SET PEDIDO-PARCIAL TO TRUE
           END-IF
           REWRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PEDIDO"
           END-REWRITE
           COMPUTE WS-VALOR-RECEBIDO =
               WS-QTDE-CRIADA * PED-CUSTO-UNITARIO
           PERFORM 8500-POSTA-RECEBIMENTO
           MOVE WS-VALOR-RECEBIDO TO WS-VALOR-ED
           DISPLAY WS-QTDE-CRIADA " COPIA(S) CRIADA(S) NA LOJA "
                   PED-LOJA " - CUSTO " WS-VALOR-ED
                   " POSTADO NO RAZAO".

       5100-ULTIMA-COPIA.
           MOVE ZERO TO WS-ULTIMA-COPIA
           MOVE PED-CODIGO-FILME TO CPY-CODIGO-FILME
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
                       IF CPY-CODIGO-FILME NOT = PED-CODIGO-FILME
                           MOVE "10" TO WS-STATUS-COPIAS
                       ELSE
                           MOVE CPY-NUMERO-COPIA TO WS-ULTIMA-COPIA
                       END-IF
               END-READ
           END-PERFORM.

       5200-CRIA-COPIA.
           ADD 1 TO WS-ULTIMA-COPIA
           MOVE PED-CODIGO-FILME TO CPY-CODIGO-FILME
           MOVE WS-ULTIMA-COPIA TO CPY-NUMERO-COPIA
           SET COPIA-DISPONIVEL TO TRUE
           SET COPIA-BOA TO TRUE
           MOVE PED-LOJA TO CPY-LOJA
           MOVE PED-CUSTO-UNITARIO TO CPY-CUSTO-AQUISICAO
           MOVE WS-HOJE TO CPY-DATA-AQUISICAO
           WRITE COPIA-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR A COPIA "
                           CPY-NUMERO-COPIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTDE-CRIADA
                   MOVE SPACES TO RECEBIMENTO-LINHA
                   MOVE WS-HOJE TO REC-DATA
                   MOVE PED-NUMERO TO REC-PEDIDO
                   MOVE PED-FORNECEDOR TO REC-FORNECEDOR
                   MOVE PED-CODIGO-FILME TO REC-CODIGO-FILME
                   MOVE CPY-NUMERO-COPIA TO REC-NUMERO-COPIA
                   MOVE PED-LOJA TO REC-LOJA
                   MOVE PED-CUSTO-UNITARIO TO REC-CUSTO
                   WRITE RECEBIMENTO-LINHA
           END-WRITE.

       6000-RELATORIO-ABERTOS.
           OPEN OUTPUT ARQ-ABERTOS
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE SPACES TO ABERTOS-LINHA
           STRING "PEDIDOS DE COMPRA EM ABERTO - DATA: "
                  WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO ABERTOS-LINHA
           WRITE ABERTOS-LINHA
           MOVE SPACES TO ABERTOS-LINHA
           MOVE "PEDIDO DATA       FORN NOME DO FORNECEDOR      "
             TO ABERTOS-LINHA
           MOVE "FILME TITULO               LJ PED REC PEN  PENDENTE R$"
             TO ABERTOS-LINHA (48:56)
           MOVE "DIAS" TO ABERTOS-LINHA (106:4)
           WRITE ABERTOS-LINHA
           MOVE ZERO TO WS-TOTAL-ABERTOS
           MOVE ZERO TO WS-TOTAL-PENDENTE
           MOVE ZERO TO PED-NUMERO
           MOVE SPACES TO WS-STATUS-PEDIDOS
           START ARQ-PEDIDOS KEY IS >= PED-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-PEDIDOS
           END-START
           PERFORM UNTIL WS-STATUS-PEDIDOS = "10"
               READ ARQ-PEDIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-PEDIDOS
                   NOT AT END
                       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
                           PERFORM 6100-LINHA-ABERTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOTAL-PENDENTE TO WS-VALOR-ED
           MOVE SPACES TO ABERTOS-LINHA
           STRING "PEDIDOS EM ABERTO: " WS-TOTAL-ABERTOS
                  "   VALOR PENDENTE: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO ABERTOS-LINHA
           WRITE ABERTOS-LINHA
           CLOSE ARQ-ABERTOS
           DISPLAY "PEDIDOS EM ABERTO: " WS-TOTAL-ABERTOS
           DISPLAY "RELATORIO EM pedidos_abertos.txt".

       6100-LINHA-ABERTO.
           ADD 1 TO WS-TOTAL-ABERTOS
           COMPUTE WS-QTDE-PENDENTE =
               PED-QUANTIDADE - PED-QTDE-RECEBIDA
           COMPUTE WS-VALOR-PENDENTE =
               WS-QTDE-PENDENTE * PED-CUSTO-UNITARIO
           ADD WS-VALOR-PENDENTE TO WS-TOTAL-PENDENTE
           MOVE WS-VALOR-PENDENTE TO WS-VALOR-ED
           MOVE 'D' TO CAL-FUNCAO
           MOVE PED-DATA-PEDIDO TO CAL-DATA-1
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-ABERTO
           MOVE PED-FORNECEDOR TO WS-FORNECEDOR-PEDIDO
           PERFORM 7200-PROCURA-FORNECEDOR
           MOVE PED-CODIGO-FILME TO WS-FILME-PEDIDO
           PERFORM 7100-VALIDA-FILME
           MOVE PED-DATA-PEDIDO TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE SPACES TO ABERTOS-LINHA
           IF WS-FORN-ACHADO = ZERO
               STRING PED-NUMERO " " WS-DATA-FORMATADA " "
                      PED-FORNECEDOR " (NAO CADASTRADO)"
                      DELIMITED BY SIZE INTO ABERTOS-LINHA
           ELSE
               STRING PED-NUMERO " " WS-DATA-FORMATADA " "
                      PED-FORNECEDOR " "
                      WS-FN-NOME (WS-FORN-ACHADO) (1:22)
                      DELIMITED BY SIZE INTO ABERTOS-LINHA
           END-IF
           STRING PED-CODIGO-FILME "  " NOME-FILME (1:20) " "
                  PED-LOJA " " PED-QUANTIDADE " " PED-QTDE-RECEBIDA
                  " " WS-QTDE-PENDENTE " " WS-VALOR-ED " "
                  WS-DIAS-ABERTO
                  DELIMITED BY SIZE INTO ABERTOS-LINHA (48:73)
           WRITE ABERTOS-LINHA.

      *===== DADOS COMUNS DO PEDIDO NOVO: FORNECEDOR ATIVO (ZERO
      *===== DESISTE), QUANTIDADE, CUSTO UNITARIO E LOJA (ZERO = 01).
       7000-DADOS-DO-PEDIDO.
           MOVE ZERO TO WS-FORNECEDOR-PEDIDO
           DISPLAY "FORNECEDOR (0 PULA/CANCELA): "
           ACCEPT WS-FORNECEDOR-PEDIDO
           IF WS-FORNECEDOR-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-PROCURA-FORNECEDOR
           IF WS-FORN-ACHADO = ZERO
               DISPLAY "FORNECEDOR NAO CADASTRADO"
               MOVE ZERO TO WS-FORNECEDOR-PEDIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-FN-SITUACAO (WS-FORN-ACHADO) NOT = 'A'
               DISPLAY "FORNECEDOR INATIVO"
               MOVE ZERO TO WS-FORNECEDOR-PEDIDO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FORNECEDOR: " WS-FN-NOME (WS-FORN-ACHADO)
           MOVE ZERO TO WS-QTDE-PEDIDA
           DISPLAY "QUANTIDADE DE COPIAS: "
           ACCEPT WS-QTDE-PEDIDA
           IF WS-QTDE-PEDIDA = ZERO
               DISPLAY "QUANTIDADE ZERO"
               MOVE ZERO TO WS-FORNECEDOR-PEDIDO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CUSTO-PEDIDO
           DISPLAY "CUSTO UNITARIO: "
           ACCEPT WS-CUSTO-PEDIDO
           IF WS-CUSTO-PEDIDO = ZERO
               DISPLAY "CUSTO ZERO"
               MOVE ZERO TO WS-FORNECEDOR-PEDIDO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOJA-PEDIDA
           DISPLAY "LOJA DE DESTINO (0 = 01): "
           ACCEPT WS-LOJA-PEDIDA
           IF WS-LOJA-PEDIDA = ZERO
               MOVE 1 TO WS-LOJA-PEDIDA
           END-IF
           IF WS-LOJA-PEDIDA > 10
               DISPLAY "LOJA INVALIDA"
               MOVE ZERO TO WS-FORNECEDOR-PEDIDO
           END-IF.

       7100-VALIDA-FILME.
           MOVE 'N' TO WS-FILME-OK
           MOVE WS-FILME-PEDIDO TO CODIGO-FILME
           READ ARQ-FILMES
               INVALID KEY
                   MOVE SPACES TO NOME-FILME
                   EXIT PARAGRAPH
           END-READ
           IF NOT FILME-EXCLUIDO
               MOVE 'S' TO WS-FILME-OK
           END-IF.

       7200-PROCURA-FORNECEDOR.
           MOVE ZERO TO WS-FORN-ACHADO
           PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > WS-TOTAL-FORN
               IF WS-FN-CODIGO (WS-SUB-FORN) = WS-FORNECEDOR-PEDIDO
                   MOVE WS-SUB-FORN TO WS-FORN-ACHADO
               END-IF
           END-PERFORM.

       7300-PEDIDO-ABERTO-DO-FILME.
           MOVE ZERO TO WS-PEDIDO-ABERTO-FILME
           MOVE ZERO TO PED-NUMERO
           MOVE SPACES TO WS-STATUS-PEDIDOS
           START ARQ-PEDIDOS KEY IS >= PED-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-PEDIDOS
           END-START
           PERFORM UNTIL WS-STATUS-PEDIDOS = "10"
               READ ARQ-PEDIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-PEDIDOS
                   NOT AT END
                       IF PED-CODIGO-FILME = WS-FILME-PEDIDO
                          AND (PEDIDO-ABERTO OR PEDIDO-PARCIAL)
                           MOVE PED-NUMERO TO WS-PEDIDO-ABERTO-FILME
                       END-IF
               END-READ
           END-PERFORM.

       7400-GRAVA-PEDIDO.
           MOVE WS-PROXIMO-PEDIDO TO PED-NUMERO
           MOVE WS-FORNECEDOR-PEDIDO TO PED-FORNECEDOR
           MOVE WS-FILME-PEDIDO TO PED-CODIGO-FILME
           MOVE WS-LOJA-PEDIDA TO PED-LOJA
           MOVE WS-QTDE-PEDIDA TO PED-QUANTIDADE
           MOVE ZERO TO PED-QTDE-RECEBIDA
           MOVE WS-CUSTO-PEDIDO TO PED-CUSTO-UNITARIO
           MOVE WS-HOJE TO PED-DATA-PEDIDO
           MOVE ZERO TO PED-DATA-RECEBIMENTO
           SET PEDIDO-ABERTO TO TRUE
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO " PED-NUMERO
               NOT INVALID KEY
                   DISPLAY "PEDIDO " PED-NUMERO " GRAVADO"
                   ADD 1 TO WS-PROXIMO-PEDIDO
           END-WRITE.

      *===== TRAVA DA SESSAO ONLINE: COM O CATALOGO "EMUSO" O
      *===== RECEBIMENTO SO SEGUE SE O OPERADOR IGNORAR UMA TRAVA
      *===== VELHA DE SESSAO QUE CAIU.
       8000-VERIFICA-TRAVA.
           MOVE 'S' TO WS-IGNORA-TRAVA
           OPEN INPUT ARQ-TRAVA.
           IF WS-STATUS-TRAVA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-TRAVA
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-ESTADO = "EMUSO"
                       DISPLAY "CATALOGO EM USO PELA SESSAO ONLINE "
                               "DESDE " LCK-DATA-HORA
                       DISPLAY "IGNORAR A TRAVA (SESSAO CAIDA) E "
                               "CONTINUAR (S/N)? "
                       ACCEPT WS-IGNORA-TRAVA
                       IF WS-IGNORA-TRAVA = 'S'
                          OR WS-IGNORA-TRAVA = 's'
                           MOVE 'S' TO WS-IGNORA-TRAVA
                       ELSE
                           MOVE 'N' TO WS-IGNORA-TRAVA
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-TRAVA.

       8400-TESTA-FECHADO.
           MOVE 'N' TO WS-MES-FECHADO
           OPEN INPUT ARQ-PERIODOS
           IF WS-STATUS-PERIODOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PERIODOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PER-COMPETENCIA = WS-COMP-TESTE
                           MOVE 'S' TO WS-MES-FECHADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PERIODOS.

      *===== O CUSTO DAS COPIAS RECEBIDAS E DEBITO NO RAZAO (CENTRO
      *===== CMP, CONTA 41003) E SAI DO SALDO.
       8500-POSTA-RECEBIMENTO.
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-HOJE TO LCT-DATA
           MOVE 'D' TO LCT-TIPO
           MOVE WS-VALOR-RECEBIDO TO LCT-VALOR
           MOVE SPACES TO LCT-DESCRICAO
           STRING "AUT COMPRA PED " PED-NUMERO
                  DELIMITED BY SIZE INTO LCT-DESCRICAO
           MOVE "CMP" TO LCT-CENTRO
           MOVE "41003" TO LCT-CONTA
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
           SUBTRACT WS-VALOR-RECEBIDO FROM WS-SALDO-ATUAL
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO.

       END PROGRAM PEDIDOCOMPRA.
