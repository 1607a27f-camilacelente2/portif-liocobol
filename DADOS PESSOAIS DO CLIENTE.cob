       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOSCLI.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: PEDIDOS DO TITULAR SOBRE OS PROPRIOS DADOS
      *=======           (LEI DE PROTECAO DE DADOS), POR CODIGO DE
      *=======           CLIENTE. OPCAO 1 - EXPORTACAO LEGIVEL DE
      *=======           TUDO O QUE ESTA LIGADO AO CODIGO EM
      *=======           dados_cliente_NNNN.txt: CADASTRO,
      *=======           EMPRESTIMOS, MULTAS, COBRANCAS DE REPARO,
      *=======           RESERVAS, RECIBOS (receitas_alugueis.txt),
      *=======           PONTOS, CREDITO PRE-PAGO (MOVIMENTOS E SALDO),
      *=======           AVISOS E LINHAS DA AUDITORIA. OPCAO 2
      *=======           - ANONIMIZACAO: NOME, TELEFONE E ENDERECO
      *=======           VIRAM UMA MARCA, A DATA DE NASCIMENTO E
      *=======           ZERADA E O CLIENTE E EXCLUIDO; O HISTORICO
      *=======           FINANCEIRO FICA, PELO CODIGO, PARA A
      *=======           CONTABILIDADE. CADA PEDIDO (FEITO OU
      *=======           RECUSADO) VAI PARA pedidos_dados_clientes.txt
      *=======           COM DATA E OPERADOR.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A ANONIMIZACAO E RECUSADA COM EMPRESTIMO
      *=======               ABERTO, MULTA ABERTA OU SALDO NO CREDITO
      *=======               PRE-PAGO DO CLIENTE, E
      *=======               MASCARA TAMBEM O TELEFONE GUARDADO NOS
      *=======               AVISOS (avisos_clientes.dat). A TRILHA
      *=======               auditoria.dat, QUE E NUMERADA E NAO SE
      *=======               REESCREVE, SO E LIDA. A ANONIMIZACAO HONRA
      *=======               A TRAVA catalogo_emuso.txt.
      *=======     MOD: 15/10/2026 - CE - EXPORTACAO GANHA A SECAO DO
      *=======          CREDITO PRE-PAGO (carteira_movimentos.txt), COM
      *=======          OS MOVIMENTOS DO CLIENTE E O SALDO ATUAL; A
      *=======          ANONIMIZACAO E RECUSADA ENQUANTO ESSE SALDO NAO
      *=======          ESTIVER ZERADO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT ARQ-MULTAS ASSIGN TO "multas_receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-CHAVE
           FILE STATUS IS WS-STATUS-MULTAS.

           SELECT ARQ-RESERVAS ASSIGN TO "reservas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
           FILE STATUS IS WS-STATUS-RESERVAS.

           SELECT ARQ-REPAROS ASSIGN TO "reparos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CHAVE
           FILE STATUS IS WS-STATUS-REPAROS.

           SELECT ARQ-AVISOS ASSIGN TO "avisos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
           FILE STATUS IS WS-STATUS-AVISOS.

           SELECT ARQ-RECEITAS ASSIGN TO "receitas_alugueis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-PONTOS ASSIGN TO "pontos_fidelidade.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTOS.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-AUDITORIA ASSIGN TO "auditoria.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-EXPORTACAO ASSIGN TO DYNAMIC WS-NOME-EXPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXPORTACAO.

           SELECT ARQ-PEDIDOS ASSIGN TO "pedidos_dados_clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PEDIDOS.

           SELECT ARQ-TRAVA ASSIGN TO "catalogo_emuso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAVA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
           COPY "#clientedat".

       FD  ARQ-FILMES.
           COPY "#filmedat".

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-MULTAS.
           COPY "#multadat".

       FD  ARQ-RESERVAS.
           COPY "#reservadat".

       FD  ARQ-REPAROS.
           COPY "#reparodat".

       FD  ARQ-AVISOS.
           COPY "#avisodat".

       FD  ARQ-RECEITAS.
       01  RECEITA-LINHA.
           05 RCT-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 RCT-EMPRESTIMO    PIC 9(06).
           05 FILLER            PIC X.
           05 RCT-CODIGO-FILME  PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-CODIGO-CLIENTE PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-GENERO        PIC X(15).
           05 FILLER            PIC X.
           05 RCT-VALOR         PIC 9(03)V99.

       FD  ARQ-PONTOS.
       01  PONTO-LINHA.
           05 PTS-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 PTS-CODIGO-CLIENTE PIC 9(04).
           05 FILLER            PIC X.
           05 PTS-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 PTS-QUANTIDADE    PIC 9(06).
           05 FILLER            PIC X.
           05 PTS-EMPRESTIMO    PIC 9(06).

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-AUDITORIA.
       01  AUDITORIA-LINHA.
       05 AUD-DATA-HORA        PIC X(40).
       05 FILLER                PIC X.
       05 AUD-CODIGO            PIC X(4).
       05 FILLER                PIC X.
       05 AUD-ACAO              PIC X(12).
       05 FILLER                PIC X.
       05 AUD-NOME-ANTIGO       PIC X(30).
       05 FILLER                PIC X(144).

       FD  ARQ-EXPORTACAO.
       01  EXPORTACAO-LINHA     PIC X(132).

      *===== UMA LINHA POR PEDIDO DO TITULAR.
       FD  ARQ-PEDIDOS.
       01  PEDIDO-LINHA.
           05 PDD-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 PDD-OPERADOR      PIC 9(04).
           05 FILLER            PIC X.
           05 PDD-CLIENTE       PIC 9(04).
           05 FILLER            PIC X.
           05 PDD-TIPO          PIC X(12).
           05 FILLER            PIC X.
           05 PDD-RESULTADO     PIC X(40).

       FD  ARQ-TRAVA.
       01  TRAVA-LINHA.
       05  LCK-ESTADO          PIC X(5).
       05  FILLER              PIC X.
       05  LCK-DATA-HORA       PIC X(14).

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       COPY "#operpar".
       77 WS-STATUS-CLIENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-FILMES      PIC XX VALUE SPACES.
       77 WS-STATUS-EMPRESTIMOS PIC XX VALUE SPACES.
       77 WS-STATUS-MULTAS      PIC XX VALUE SPACES.
       77 WS-STATUS-RESERVAS    PIC XX VALUE SPACES.
       77 WS-STATUS-REPAROS     PIC XX VALUE SPACES.
       77 WS-STATUS-AVISOS      PIC XX VALUE SPACES.
       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-PONTOS      PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       77 WS-STATUS-AUDITORIA   PIC XX VALUE SPACES.
       77 WS-STATUS-EXPORTACAO  PIC XX VALUE SPACES.
       77 WS-STATUS-PEDIDOS     PIC XX VALUE SPACES.
       77 WS-STATUS-TRAVA       PIC XX VALUE SPACES.
       77 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-DATA-ED-1          PIC X(10) VALUE SPACES.
       01 WS-DATA-ED-2          PIC X(10) VALUE SPACES.
       01 WS-DATA-ED-3          PIC X(10) VALUE SPACES.
       01 WS-NOME-EXPORTACAO    PIC X(40) VALUE SPACES.
       01 WS-CODIGO-PEDIDO      PIC 9(4) VALUE ZERO.
       01 WS-CODIGO-TEXTO       PIC X(8) VALUE SPACES.
       01 WS-CONFIRMA           PIC X VALUE SPACE.
       01 WS-IGNORA-TRAVA       PIC X VALUE SPACE.
       01 WS-TIPO-PEDIDO        PIC X(12) VALUE SPACES.
       01 WS-RESULTADO          PIC X(40) VALUE SPACES.
       01 WS-ABERTOS            PIC 9(4) VALUE ZERO.
       01 WS-MULTAS-ABERTAS     PIC 9(4) VALUE ZERO.
       01 WS-QTDE-SECAO         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LINHAS       PIC 9(6) VALUE ZERO.
       01 WS-AVISOS-MASCARADOS  PIC 9(4) VALUE ZERO.
       01 WS-VALOR-ED           PIC ZZZZ9.99.
       01 WS-VALOR-ED-2         PIC ZZZZ9.99.
       01 WS-MARCA-ANONIMO      PIC X(30) VALUE SPACES.
       01 WS-SALDO-CARTEIRA     PIC S9(7)V99 VALUE ZERO.
       01 WS-SALDO-CARTEIRA-ED  PIC ------9.99.
      *===== EMPRESTIMOS DO CLIENTE, PARA ACHAR NA AUDITORIA OS
      *===== ESTORNOS ("EMP NNNNNN ...") LIGADOS A ELE.
       01 WS-SUB-EMP            PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-EMP          PIC 9(4) VALUE ZERO.
       01 WS-EMP-ACHADO         PIC X VALUE 'N'.
       01  WS-TABELA-EMPRESTIMOS.
           05 WS-EMP-NUMERO     PIC X(6) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 0050-LOGIN-OPERADOR
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               DISPLAY " "
               DISPLAY "=== DADOS PESSOAIS DO CLIENTE ==="
               DISPLAY "1 - EXPORTAR OS DADOS DO CLIENTE"
               DISPLAY "2 - ANONIMIZAR O CLIENTE"
               DISPLAY "X - SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-EXPORTA
                   WHEN '2' PERFORM 3000-ANONIMIZA
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *===== LOGIN DE OPERADOR PELO MODULO OPERLOGIN, PARA O
      *===== REGISTRO DE CADA PEDIDO LEVAR QUEM O ATENDEU.
       0050-LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL.
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS - ENCERRANDO"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-PEDE-CLIENTE.
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO CLIENTE (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO.

      *===== EXPORTACAO: UMA SECAO POR ARQUIVO, COM CABECALHO E
      *===== QUANTIDADE DE LINHAS ACHADAS.
       2000-EXPORTA.
           PERFORM 1000-PEDE-CLIENTE
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "EXPORTACAO" TO WS-TIPO-PEDIDO
           OPEN INPUT ARQ-CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS "
                       WS-STATUS-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODIGO-PEDIDO TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   CLOSE ARQ-CLIENTES
                   MOVE "RECUSADO - CLIENTE NAO CADASTRADO"
                     TO WS-RESULTADO
                   PERFORM 5000-REGISTRA-PEDIDO
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-NOME-EXPORTACAO
           STRING "dados_cliente_" WS-CODIGO-PEDIDO ".txt"
                  DELIMITED BY SIZE INTO WS-NOME-EXPORTACAO
           OPEN OUTPUT ARQ-EXPORTACAO
           IF WS-STATUS-EXPORTACAO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-EXPORTACAO
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TOTAL-LINHAS
           MOVE ZERO TO WS-TOTAL-EMP
           INITIALIZE WS-TABELA-EMPRESTIMOS
           OPEN INPUT ARQ-FILMES
           PERFORM 2100-EXPORTA-CADASTRO
           CLOSE ARQ-CLIENTES
           PERFORM 2200-EXPORTA-EMPRESTIMOS
           PERFORM 2300-EXPORTA-MULTAS
           PERFORM 2400-EXPORTA-REPAROS
           PERFORM 2500-EXPORTA-RESERVAS
           PERFORM 2600-EXPORTA-RECEITAS
           PERFORM 2700-EXPORTA-PONTOS
           PERFORM 2750-EXPORTA-CARTEIRA
           PERFORM 2800-EXPORTA-AVISOS
           PERFORM 2900-EXPORTA-AUDITORIA
           IF WS-STATUS-FILMES = "00" OR WS-STATUS-FILMES = "23"
               CLOSE ARQ-FILMES
           END-IF
           MOVE SPACES TO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "FIM DA EXPORTACAO - " WS-TOTAL-LINHAS
                  " LINHA(S) DE MOVIMENTO"
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           CLOSE ARQ-EXPORTACAO
           MOVE SPACES TO WS-RESULTADO
           STRING "FEITO - " WS-NOME-EXPORTACAO
                  DELIMITED BY SIZE INTO WS-RESULTADO
           PERFORM 5000-REGISTRA-PEDIDO
           DISPLAY "EXPORTACAO EM " WS-NOME-EXPORTACAO.

       2100-EXPORTA-CADASTRO.
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "DADOS PESSOAIS DO CLIENTE " CODIGO-CLIENTE
                  " - EMITIDO EM " WS-DATA-FORMATADA
                  " PELO OPERADOR " OPR-CODIGO
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE "CADASTRO (clientes.dat):" TO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "  NOME......: " NOME-CLIENTE
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "  TELEFONE..: " TELEFONE-CLIENTE
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "  ENDERECO..: " ENDERECO-CLIENTE
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO WS-DATA-FORMATADA
           IF NASCIMENTO-CLIENTE > ZERO
               MOVE NASCIMENTO-CLIENTE TO WS-DATA-ENTRADA
               CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                         WS-DATA-FORMATADA
           END-IF
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "  NASCIMENTO: " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           IF CLIENTE-EXCLUIDO
               MOVE "  SITUACAO..: EXCLUIDO" TO EXPORTACAO-LINHA
           ELSE
               MOVE "  SITUACAO..: ATIVO" TO EXPORTACAO-LINHA
           END-IF
           WRITE EXPORTACAO-LINHA.

       2150-TITULO-SECAO.
           MOVE ZERO TO WS-QTDE-SECAO
           MOVE SPACES TO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA.

       2160-FIM-SECAO.
           IF WS-QTDE-SECAO = ZERO
               MOVE "  (NENHUM REGISTRO)" TO EXPORTACAO-LINHA
               WRITE EXPORTACAO-LINHA
           END-IF
           ADD WS-QTDE-SECAO TO WS-TOTAL-LINHAS.

       2170-NOME-DO-FILME.
           MOVE SPACES TO NOME-FILME
           IF WS-STATUS-FILMES NOT = "00"
              AND WS-STATUS-FILMES NOT = "23"
               EXIT PARAGRAPH
           END-IF
           READ ARQ-FILMES
               INVALID KEY
                   MOVE SPACES TO NOME-FILME
           END-READ.

       2200-EXPORTA-EMPRESTIMOS.
           PERFORM 2150-TITULO-SECAO
           MOVE "EMPRESTIMOS (emprestimos.dat): NUMERO FILME COPIA "
             TO EXPORTACAO-LINHA
           MOVE "RETIRADA PREVISTA DEVOLUCAO SITUACAO LOJA"
             TO EXPORTACAO-LINHA (52:41)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-STATUS-EMPRESTIMOS NOT = "00"
               PERFORM 2160-FIM-SECAO
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
                       IF EMP-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           PERFORM 2250-LINHA-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-EMPRESTIMOS
           PERFORM 2160-FIM-SECAO.

       2250-LINHA-EMPRESTIMO.
           ADD 1 TO WS-QTDE-SECAO
           IF WS-TOTAL-EMP < 2000
               ADD 1 TO WS-TOTAL-EMP
               MOVE NUMERO-EMPRESTIMO TO WS-EMP-NUMERO (WS-TOTAL-EMP)
           END-IF
           MOVE EMP-CODIGO-FILME TO CODIGO-FILME
           PERFORM 2170-NOME-DO-FILME
           MOVE EMP-DATA-RETIRADA TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-ED-1
           MOVE EMP-DATA-PREVISTA TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-ED-2
           MOVE SPACES TO WS-DATA-ED-3
           IF EMP-DATA-DEVOLUCAO > ZERO
               MOVE EMP-DATA-DEVOLUCAO TO WS-DATA-ENTRADA
               CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-ED-3
           END-IF
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "  " NUMERO-EMPRESTIMO " " EMP-CODIGO-FILME " "
                  NOME-FILME " " EMP-NUMERO-COPIA " "
                  WS-DATA-ED-1 " " WS-DATA-ED-2 " " WS-DATA-ED-3 " "
                  EMP-SITUACAO " " EMP-LOJA
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA.

       2300-EXPORTA-MULTAS.
           PERFORM 2150-TITULO-SECAO
           MOVE "MULTAS (multas_receber.dat): EMPRESTIMO TIPO FILME "
             TO EXPORTACAO-LINHA
           MOVE "GERACAO DIAS ORIGINAL PAGO SITUACAO"
             TO EXPORTACAO-LINHA (52:35)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-MULTAS
           IF WS-STATUS-MULTAS NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO MUL-NUMERO-EMPRESTIMO
           MOVE SPACES TO MUL-TIPO
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
                       IF MUL-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE MUL-DATA-GERACAO TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE MUL-VALOR-ORIGINAL TO WS-VALOR-ED
                           MOVE MUL-VALOR-PAGO TO WS-VALOR-ED-2
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " MUL-NUMERO-EMPRESTIMO " "
                                  MUL-TIPO " " MUL-CODIGO-FILME " "
                                  WS-DATA-ED-1 " " MUL-DIAS-ATRASO " "
                                  WS-VALOR-ED " " WS-VALOR-ED-2 " "
                                  MUL-SITUACAO
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-MULTAS
           PERFORM 2160-FIM-SECAO.

       2400-EXPORTA-REPAROS.
           PERFORM 2150-TITULO-SECAO
           MOVE "COBRANCAS DE REPARO (reparos.dat): FILME COPIA "
             TO EXPORTACAO-LINHA
           MOVE "EMPRESTIMO ENTRADA VALOR SITUACAO"
             TO EXPORTACAO-LINHA (49:33)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-REPAROS
           IF WS-STATUS-REPAROS NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO REP-CODIGO-FILME
           MOVE ZERO TO REP-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-REPAROS
           START ARQ-REPAROS KEY IS >= REP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-REPAROS
           END-START
           PERFORM UNTIL WS-STATUS-REPAROS = "10"
               READ ARQ-REPAROS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-REPAROS
                   NOT AT END
                       IF REP-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE REP-DATA-ENTRADA TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE REP-VALOR-COBRADO TO WS-VALOR-ED
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " REP-CODIGO-FILME " "
                                  REP-NUMERO-COPIA " "
                                  REP-NUMERO-EMPRESTIMO " "
                                  WS-DATA-ED-1 " " WS-VALOR-ED " "
                                  REP-SITUACAO
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-REPAROS
           PERFORM 2160-FIM-SECAO.

       2500-EXPORTA-RESERVAS.
           PERFORM 2150-TITULO-SECAO
           MOVE "RESERVAS (reservas.dat): FILME SEQ TITULO PEDIDO "
             TO EXPORTACAO-LINHA
           MOVE "SITUACAO" TO EXPORTACAO-LINHA (50:8)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-RESERVAS
           IF WS-STATUS-RESERVAS NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
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
                       IF RSV-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE RSV-CODIGO-FILME TO CODIGO-FILME
                           PERFORM 2170-NOME-DO-FILME
                           MOVE RSV-DATA-PEDIDO TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " RSV-CODIGO-FILME " "
                                  RSV-SEQUENCIA " " NOME-FILME " "
                                  WS-DATA-ED-1 " " RSV-SITUACAO
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RESERVAS
           PERFORM 2160-FIM-SECAO.

       2600-EXPORTA-RECEITAS.
           PERFORM 2150-TITULO-SECAO
           MOVE "RECIBOS (receitas_alugueis.txt): DATA EMPRESTIMO "
             TO EXPORTACAO-LINHA
           MOVE "FILME LANCAMENTO VALOR" TO EXPORTACAO-LINHA (51:22)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-RECEITAS
           IF WS-STATUS-RECEITAS NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE RCT-DATA TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE RCT-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " WS-DATA-ED-1 " "
                                  RCT-EMPRESTIMO " "
                                  RCT-CODIGO-FILME " " RCT-GENERO " "
                                  WS-VALOR-ED
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RECEITAS
           PERFORM 2160-FIM-SECAO.

       2700-EXPORTA-PONTOS.
           PERFORM 2150-TITULO-SECAO
           MOVE "PONTOS (pontos_fidelidade.txt): DATA TIPO PONTOS "
             TO EXPORTACAO-LINHA
           MOVE "EMPRESTIMO" TO EXPORTACAO-LINHA (51:10)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PONTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PTS-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE PTS-DATA TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " WS-DATA-ED-1 " " PTS-TIPO " "
                                  PTS-QUANTIDADE " " PTS-EMPRESTIMO
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PONTOS
           PERFORM 2160-FIM-SECAO.

      *===== MOVIMENTOS DO CREDITO PRE-PAGO E, NO FIM, O SALDO ATUAL
      *===== (RECARGAS E ENTRADAS MENOS DEBITOS, DEVOLUCOES E SAIDAS).
       2750-EXPORTA-CARTEIRA.
           PERFORM 2150-TITULO-SECAO
           MOVE "CREDITO PRE-PAGO (carteira_movimentos.txt): DATA "
             TO EXPORTACAO-LINHA
           MOVE "TIPO VALOR EMPRESTIMO OPERADOR"
             TO EXPORTACAO-LINHA (51:30)
           WRITE EXPORTACAO-LINHA
           MOVE ZERO TO WS-SALDO-CARTEIRA
           OPEN INPUT ARQ-CARTEIRA
           IF WS-STATUS-CARTEIRA NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CRT-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           IF CARTEIRA-CREDITO
                               ADD CRT-VALOR TO WS-SALDO-CARTEIRA
                           ELSE
                               SUBTRACT CRT-VALOR
                                   FROM WS-SALDO-CARTEIRA
                           END-IF
                           MOVE CRT-DATA TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE CRT-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " WS-DATA-ED-1 " " CRT-TIPO " "
                                  WS-VALOR-ED " " CRT-EMPRESTIMO " "
                                  CRT-OPERADOR
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CARTEIRA
           PERFORM 2160-FIM-SECAO
           MOVE WS-SALDO-CARTEIRA TO WS-SALDO-CARTEIRA-ED
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "  SALDO ATUAL DO CREDITO: " WS-SALDO-CARTEIRA-ED
                  DELIMITED BY SIZE INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA.

       2800-EXPORTA-AVISOS.
           PERFORM 2150-TITULO-SECAO
           MOVE "AVISOS (avisos_clientes.dat): TIPO REFERENCIA "
             TO EXPORTACAO-LINHA
           MOVE "TELEFONE GERACAO TEXTO SITUACAO"
             TO EXPORTACAO-LINHA (48:31)
           WRITE EXPORTACAO-LINHA
           OPEN INPUT ARQ-AVISOS
           IF WS-STATUS-AVISOS NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AVI-TIPO
           MOVE ZERO TO AVI-REFERENCIA
           MOVE SPACES TO WS-STATUS-AVISOS
           START ARQ-AVISOS KEY IS >= AVI-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-AVISOS
           END-START
           PERFORM UNTIL WS-STATUS-AVISOS = "10"
               READ ARQ-AVISOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-AVISOS
                   NOT AT END
                       IF AVI-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           ADD 1 TO WS-QTDE-SECAO
                           MOVE AVI-DATA-GERACAO TO WS-DATA-ENTRADA
                           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                                     WS-DATA-ED-1
                           MOVE SPACES TO EXPORTACAO-LINHA
                           STRING "  " AVI-TIPO " " AVI-REFERENCIA " "
                                  AVI-TELEFONE " " WS-DATA-ED-1 " "
                                  AVI-TEXTO " " AVI-SITUACAO
                                  DELIMITED BY SIZE
                                  INTO EXPORTACAO-LINHA
                           WRITE EXPORTACAO-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-AVISOS
           PERFORM 2160-FIM-SECAO.

      *===== NA AUDITORIA O CLIENTE APARECE COMO "CLI NNNN" (LIBERACAO
      *===== DE IDADE, UNIFICACAO), COMO CODIGO DA UNIFICACAO, OU
      *===== PELO EMPRESTIMO DO ESTORNO ("EMP NNNNNN").
       2900-EXPORTA-AUDITORIA.
           PERFORM 2150-TITULO-SECAO
           MOVE "LINHAS DA AUDITORIA (auditoria.dat):"
             TO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO WS-CODIGO-TEXTO
           STRING "CLI " WS-CODIGO-PEDIDO
                  DELIMITED BY SIZE INTO WS-CODIGO-TEXTO
           OPEN INPUT ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               PERFORM 2160-FIM-SECAO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2950-TESTA-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE ARQ-AUDITORIA
           PERFORM 2160-FIM-SECAO.

       2950-TESTA-AUDITORIA.
           MOVE 'N' TO WS-EMP-ACHADO
           EVALUATE TRUE
               WHEN AUD-NOME-ANTIGO (1:8) = WS-CODIGO-TEXTO
                   MOVE 'S' TO WS-EMP-ACHADO
               WHEN AUD-ACAO = "UNIFICACAO"
                    AND AUD-CODIGO = WS-CODIGO-TEXTO (5:4)
                   MOVE 'S' TO WS-EMP-ACHADO
               WHEN AUD-ACAO = "ESTORNO"
                    AND AUD-NOME-ANTIGO (1:4) = "EMP "
                   PERFORM VARYING WS-SUB-EMP FROM 1 BY 1
                           UNTIL WS-SUB-EMP > WS-TOTAL-EMP
                       IF WS-EMP-NUMERO (WS-SUB-EMP)
                          = AUD-NOME-ANTIGO (5:6)
                           MOVE 'S' TO WS-EMP-ACHADO
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-EMP-ACHADO = 'S'
               ADD 1 TO WS-QTDE-SECAO
               MOVE SPACES TO EXPORTACAO-LINHA
               MOVE "  " TO EXPORTACAO-LINHA (1:2)
               MOVE AUDITORIA-LINHA TO EXPORTACAO-LINHA (3:130)
               WRITE EXPORTACAO-LINHA
           END-IF.

      *===== ANONIMIZACAO: SO SEM EMPRESTIMO ABERTO, SEM MULTA
      *===== ABERTA E COM O CREDITO PRE-PAGO ZERADO (O SALDO TEM DE
      *===== SER DEVOLVIDO ANTES); O CODIGO E O HISTORICO FINANCEIRO
      *===== FICAM.
       3000-ANONIMIZA.
           PERFORM 1000-PEDE-CLIENTE
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "ANONIMIZACAO" TO WS-TIPO-PEDIDO
           OPEN I-O ARQ-CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS "
                       WS-STATUS-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODIGO-PEDIDO TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   CLOSE ARQ-CLIENTES
                   MOVE "RECUSADO - CLIENTE NAO CADASTRADO"
                     TO WS-RESULTADO
                   PERFORM 5000-REGISTRA-PEDIDO
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-MARCA-ANONIMO
           STRING "ANONIMIZADO " WS-HOJE
                  DELIMITED BY SIZE INTO WS-MARCA-ANONIMO
           IF NOME-CLIENTE (1:12) = WS-MARCA-ANONIMO (1:12)
               DISPLAY "CLIENTE JA ANONIMIZADO"
               CLOSE ARQ-CLIENTES
               MOVE "RECUSADO - CLIENTE JA ANONIMIZADO"
                 TO WS-RESULTADO
               PERFORM 5000-REGISTRA-PEDIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-VERIFICA-PENDENCIAS
           IF WS-ABERTOS > ZERO
               DISPLAY "CLIENTE COM " WS-ABERTOS
                       " EMPRESTIMO(S) ABERTO(S) - RECUSADO"
               CLOSE ARQ-CLIENTES
               MOVE "RECUSADO - EMPRESTIMO ABERTO" TO WS-RESULTADO
               PERFORM 5000-REGISTRA-PEDIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-MULTAS-ABERTAS > ZERO
               DISPLAY "CLIENTE COM " WS-MULTAS-ABERTAS
                       " MULTA(S) ABERTA(S) - RECUSADO"
               CLOSE ARQ-CLIENTES
               MOVE "RECUSADO - MULTA ABERTA" TO WS-RESULTADO
               PERFORM 5000-REGISTRA-PEDIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-SALDO-CARTEIRA
           IF WS-SALDO-CARTEIRA NOT = ZERO
               MOVE WS-SALDO-CARTEIRA TO WS-SALDO-CARTEIRA-ED
               DISPLAY "CLIENTE COM SALDO DE " WS-SALDO-CARTEIRA-ED
                       " NO CREDITO PRE-PAGO - RECUSADO"
               CLOSE ARQ-CLIENTES
               MOVE "RECUSADO - SALDO NO CREDITO PRE-PAGO"
                 TO WS-RESULTADO
               PERFORM 5000-REGISTRA-PEDIDO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " CODIGO-CLIENTE " " NOME-CLIENTE
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "ANONIMIZAR (NAO HA VOLTA) - CONFIRMA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "ANONIMIZACAO CANCELADA"
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-VERIFICA-TRAVA
           IF WS-IGNORA-TRAVA = 'N'
               DISPLAY "ANONIMIZACAO RECUSADA - CATALOGO EM USO"
               CLOSE ARQ-CLIENTES
               MOVE "RECUSADO - CATALOGO EM USO" TO WS-RESULTADO
               PERFORM 5000-REGISTRA-PEDIDO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MARCA-ANONIMO TO NOME-CLIENTE
           MOVE ALL '*' TO TELEFONE-CLIENTE
           MOVE WS-MARCA-ANONIMO TO ENDERECO-CLIENTE
           MOVE ZERO TO NASCIMENTO-CLIENTE
           SET CLIENTE-EXCLUIDO TO TRUE
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CLIENTE"
                   CLOSE ARQ-CLIENTES
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE ARQ-CLIENTES
           PERFORM 3100-MASCARA-AVISOS
           MOVE SPACES TO WS-RESULTADO
           STRING "FEITO - " WS-AVISOS-MASCARADOS
                  " AVISO(S) MASCARADO(S)"
                  DELIMITED BY SIZE INTO WS-RESULTADO
           PERFORM 5000-REGISTRA-PEDIDO
           DISPLAY "CLIENTE ANONIMIZADO".

       3100-MASCARA-AVISOS.
           MOVE ZERO TO WS-AVISOS-MASCARADOS
           OPEN I-O ARQ-AVISOS
           IF WS-STATUS-AVISOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AVI-TIPO
           MOVE ZERO TO AVI-REFERENCIA
           MOVE SPACES TO WS-STATUS-AVISOS
           START ARQ-AVISOS KEY IS >= AVI-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-AVISOS
           END-START
           PERFORM UNTIL WS-STATUS-AVISOS = "10"
               READ ARQ-AVISOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-AVISOS
                   NOT AT END
                       IF AVI-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           MOVE ALL '*' TO AVI-TELEFONE
                           REWRITE AVISO-REGISTRO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-AVISOS-MASCARADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-AVISOS.

       4000-VERIFICA-PENDENCIAS.
           MOVE ZERO TO WS-ABERTOS
           MOVE ZERO TO WS-MULTAS-ABERTAS
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-STATUS-EMPRESTIMOS = "00"
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
                           IF EMP-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                              AND EMPRESTIMO-ABERTO
                               ADD 1 TO WS-ABERTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           OPEN INPUT ARQ-MULTAS
           IF WS-STATUS-MULTAS = "00"
               MOVE ZERO TO MUL-NUMERO-EMPRESTIMO
               MOVE SPACES TO MUL-TIPO
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
                           IF MUL-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                              AND MULTA-ABERTA
                               ADD 1 TO WS-MULTAS-ABERTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MULTAS
           END-IF.

       4100-SALDO-CARTEIRA.
           MOVE ZERO TO WS-SALDO-CARTEIRA
           OPEN INPUT ARQ-CARTEIRA
           IF WS-STATUS-CARTEIRA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CRT-CODIGO-CLIENTE = WS-CODIGO-PEDIDO
                           IF CARTEIRA-CREDITO
                               ADD CRT-VALOR TO WS-SALDO-CARTEIRA
                           ELSE
                               SUBTRACT CRT-VALOR
                                   FROM WS-SALDO-CARTEIRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CARTEIRA.

       5000-REGISTRA-PEDIDO.
           OPEN EXTEND ARQ-PEDIDOS
           IF WS-STATUS-PEDIDOS = "35"
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN EXTEND ARQ-PEDIDOS
           END-IF
           MOVE SPACES TO PEDIDO-LINHA
           MOVE WS-HOJE TO PDD-DATA
           MOVE OPR-CODIGO TO PDD-OPERADOR
           MOVE WS-CODIGO-PEDIDO TO PDD-CLIENTE
           MOVE WS-TIPO-PEDIDO TO PDD-TIPO
           MOVE WS-RESULTADO TO PDD-RESULTADO
           WRITE PEDIDO-LINHA
           CLOSE ARQ-PEDIDOS.

      *===== TRAVA DA SESSAO ONLINE: COM O CATALOGO "EMUSO" A
      *===== ANONIMIZACAO SO SEGUE SE O OPERADOR IGNORAR UMA TRAVA
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

       END PROGRAM DADOSCLI.
