       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFICACLI.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CLIENTES EM DUPLICIDADE NO clientes.dat (A
      *=======           MESMA PESSOA COM DOIS OU TRES CODIGOS). A
      *=======           OPCAO 1 LISTA OS PARES SUSPEITOS EM
      *=======           duplicados_clientes.txt, COMPARANDO NOME,
      *=======           TELEFONE E ENDERECO NORMALIZADOS. A OPCAO 2
      *=======           (SO GERENTE) UNIFICA: TODO REGISTRO DE
      *=======           emprestimos.dat, multas_receber.dat,
      *=======           reservas.dat E reparos.dat DO CODIGO QUE SAI
      *=======           PASSA PARA O CODIGO QUE FICA, O QUE SAI E
      *=======           EXCLUIDO (SITUACAO 'E', SEM APAGAR O
      *=======           REGISTRO), AS CONTAGENS ANTES/DEPOIS DE CADA
      *=======           ARQUIVO VAO PARA unificacao_clientes.txt E A
      *=======           OPERACAO VAI PARA A TRILHA auditoria.dat.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: NORMALIZAR = MAIUSCULAS, SO LETRAS E
      *=======               DIGITOS (SEM ESPACO E PONTUACAO); NO
      *=======               TELEFONE, SO OS 8 ULTIMOS DIGITOS, PARA
      *=======               O DDD DIGITADO OU NAO NAO ATRAPALHAR.
      *=======               PAR SUSPEITO = DOIS DOS TRES CAMPOS
      *=======               IGUAIS, OU O MESMO NOME COM O TELEFONE
      *=======               EM BRANCO EM UM DOS DOIS. A UNIFICACAO
      *=======               HONRA A TRAVA catalogo_emuso.txt DA
      *=======               SESSAO ONLINE, POIS REGRAVA OS ARQUIVOS
      *=======               DE MOVIMENTO QUE O FILMES USA.
      *=======     MOD: 15/10/2026 - CE - O SALDO DE CREDITO PRE-PAGO DO
      *=======          CODIGO QUE SAI (carteira_movimentos.txt) PASSA
      *=======          PARA O CODIGO QUE FICA NUM PAR SAIDA (S) /
      *=======          ENTRADA (E) (3500-TRANSFERE-CARTEIRA).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-STATUS-CLIENTES.

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

           SELECT ARQ-DUPLICADOS ASSIGN TO "duplicados_clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DUPLICADOS.

           SELECT ARQ-UNIFICACAO ASSIGN TO "unificacao_clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-UNIFICACAO.

           SELECT ARQ-AUDITORIA ASSIGN TO "auditoria.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-AUD-CONTROLE
               ASSIGN TO "auditoria_controle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD-CONTROLE.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-TRAVA ASSIGN TO "catalogo_emuso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAVA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
           COPY "#clientedat".

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-MULTAS.
           COPY "#multadat".

       FD  ARQ-RESERVAS.
           COPY "#reservadat".

       FD  ARQ-REPAROS.
           COPY "#reparodat".

       FD  ARQ-DUPLICADOS.
       01  DUPLICADO-LINHA      PIC X(132).

      *===== UMA LINHA POR ARQUIVO TOCADO EM CADA UNIFICACAO.
       FD  ARQ-UNIFICACAO.
       01  UNIFICACAO-LINHA.
           05 UNI-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 UNI-OPERADOR      PIC 9(04).
           05 FILLER            PIC X.
           05 UNI-PERDEDOR      PIC 9(04).
           05 FILLER            PIC X.
           05 UNI-SOBREVIVENTE  PIC 9(04).
           05 FILLER            PIC X.
           05 UNI-ARQUIVO       PIC X(20).
           05 FILLER            PIC X.
           05 UNI-ANTES-SAI     PIC 9(06).
           05 FILLER            PIC X.
           05 UNI-ANTES-FICA    PIC 9(06).
           05 FILLER            PIC X.
           05 UNI-DEPOIS-SAI    PIC 9(06).
           05 FILLER            PIC X.
           05 UNI-DEPOIS-FICA   PIC 9(06).

       FD  ARQ-AUDITORIA.
       01  AUDITORIA-LINHA.
       05 AUD-DATA-HORA        PIC X(40).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-CODIGO            PIC 9(4).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-ACAO              PIC X(12).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-NOME-ANTIGO       PIC X(30).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-NOME-NOVO         PIC X(30).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-GENERO-ANTIGO     PIC X(15).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-GENERO-NOVO       PIC X(15).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-ANO-ANTIGO        PIC 9(4).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-ANO-NOVO          PIC 9(4).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-DATA-FORMATADA    PIC X(10).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-OPERADOR          PIC 9(4).
       05 FILLER                PIC X VALUE SPACE.
       05 AUD-SEQUENCIA         PIC 9(7).

       FD  ARQ-AUD-CONTROLE.
       01  AUD-CONTROLE-LINHA.
       05 CTL-PROXIMA-SEQ       PIC 9(7).

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-TRAVA.
       01  TRAVA-LINHA.
       05  LCK-ESTADO          PIC X(5).
       05  FILLER              PIC X.
       05  LCK-DATA-HORA       PIC X(14).

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       COPY "#operpar".
       77 WS-STATUS-CLIENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-EMPRESTIMOS PIC XX VALUE SPACES.
       77 WS-STATUS-MULTAS      PIC XX VALUE SPACES.
       77 WS-STATUS-RESERVAS    PIC XX VALUE SPACES.
       77 WS-STATUS-REPAROS     PIC XX VALUE SPACES.
       77 WS-STATUS-DUPLICADOS  PIC XX VALUE SPACES.
       77 WS-STATUS-UNIFICACAO  PIC XX VALUE SPACES.
       77 WS-STATUS-AUDITORIA   PIC XX VALUE SPACES.
       77 WS-STATUS-AUD-CONTROLE PIC XX VALUE SPACES.
       77 WS-STATUS-TRAVA       PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       77 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-SEQ-AUDITORIA      PIC 9(7) VALUE ZERO.
       01 WS-IGNORA-TRAVA       PIC X VALUE SPACE.
       01 WS-CONFIRMA           PIC X VALUE SPACE.
      *===== UNIFICACAO: CODIGO QUE SAI E CODIGO QUE FICA.
       01 WS-CODIGO-SAI         PIC 9(4) VALUE ZERO.
       01 WS-CODIGO-FICA        PIC 9(4) VALUE ZERO.
       01 WS-NOME-SAI           PIC X(30) VALUE SPACES.
       01 WS-NOME-FICA          PIC X(30) VALUE SPACES.
       01 WS-ARQUIVO-ATUAL      PIC X(20) VALUE SPACES.
       01 WS-ANTES-SAI          PIC 9(6) VALUE ZERO.
       01 WS-ANTES-FICA         PIC 9(6) VALUE ZERO.
       01 WS-DEPOIS-SAI         PIC 9(6) VALUE ZERO.
       01 WS-DEPOIS-FICA        PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-MOVIDOS      PIC 9(6) VALUE ZERO.
      *===== SALDO DE CREDITO PRE-PAGO DO CODIGO QUE SAI.
       01 WS-EOF-CARTEIRA       PIC X VALUE 'N'.
       01 WS-SALDO-CARTEIRA     PIC S9(7)V99 VALUE ZERO.
       01 WS-SALDO-CARTEIRA-ED  PIC ZZZZ9.99.
      *===== NORMALIZACAO DE NOME, TELEFONE E ENDERECO.
       01 WS-NORM-ENTRADA       PIC X(40) VALUE SPACES.
       01 WS-NORM-SAIDA         PIC X(40) VALUE SPACES.
       01 WS-NORM-TIPO          PIC X VALUE SPACE.
       01 WS-POS-E              PIC 9(2) VALUE ZERO.
       01 WS-POS-S              PIC 9(2) VALUE ZERO.
       01 WS-CARACTER           PIC X VALUE SPACE.
          88 CARACTER-LETRA             VALUE 'A' THRU 'Z'.
          88 CARACTER-DIGITO            VALUE '0' THRU '9'.
      *===== COMPARACAO DOS PARES.
       01 WS-SUB-I              PIC 9(4) VALUE ZERO.
       01 WS-SUB-J              PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-CLI          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PARES        PIC 9(5) VALUE ZERO.
       01 WS-PONTOS-PAR         PIC 9 VALUE ZERO.
       01 WS-NOME-IGUAL         PIC X VALUE 'N'.
       01 WS-FONE-IGUAL         PIC X VALUE 'N'.
       01 WS-END-IGUAL          PIC X VALUE 'N'.
       01 WS-CRITERIO           PIC X(20) VALUE SPACES.

      *===== CLIENTES ATIVOS COM OS CAMPOS NORMALIZADOS.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-ITEM OCCURS 9999 TIMES.
               10 WS-CL-CODIGO     PIC 9(4).
               10 WS-CL-NOME       PIC X(30).
               10 WS-CL-TELEFONE   PIC X(15).
               10 WS-CL-NOME-N     PIC X(30).
               10 WS-CL-FONE-N     PIC X(8).
               10 WS-CL-END-N      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 0050-LOGIN-OPERADOR
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               DISPLAY " "
               DISPLAY "=== CLIENTES EM DUPLICIDADE ==="
               DISPLAY "1 - RELATORIO DE PARES SUSPEITOS"
               DISPLAY "2 - UNIFICAR DOIS CODIGOS (GERENTE)"
               DISPLAY "X - SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-RELATORIO-DUPLICADOS
                   WHEN '2' PERFORM 3000-UNIFICA
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *===== LOGIN DE OPERADOR PELO MODULO OPERLOGIN - A MESMA
      *===== PORTA DE ENTRADA DO FILMES; A UNIFICACAO E FUNCAO DE
      *===== GERENTE, O RELATORIO E LIVRE.
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

      *===== CARREGA OS CLIENTES ATIVOS JA NORMALIZADOS E COMPARA
      *===== CADA PAR UMA VEZ.
       2000-RELATORIO-DUPLICADOS.
           INITIALIZE WS-TABELA-CLIENTES
           MOVE ZERO TO WS-TOTAL-CLI
           MOVE ZERO TO WS-TOTAL-PARES
           OPEN INPUT ARQ-CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS "
                       WS-STATUS-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CODIGO-CLIENTE
           MOVE SPACES TO WS-STATUS-CLIENTES
           START ARQ-CLIENTES KEY IS >= CODIGO-CLIENTE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-CLIENTES
           END-START
           PERFORM UNTIL WS-STATUS-CLIENTES = "10"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-CLIENTES
                   NOT AT END
                       IF CLIENTE-ATIVO AND WS-TOTAL-CLI < 9999
                           PERFORM 2050-CARREGA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CLIENTES
           OPEN OUTPUT ARQ-DUPLICADOS
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE SPACES TO DUPLICADO-LINHA
           STRING "CLIENTES EM DUPLICIDADE (PARES SUSPEITOS) - DATA: "
                  WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO DUPLICADO-LINHA
           WRITE DUPLICADO-LINHA
           MOVE SPACES TO DUPLICADO-LINHA
           STRING "COD  NOME                           TELEFONE       "
                  "  COD  NOME                           TELEFONE   "
                  "      CRITERIO"
                  DELIMITED BY SIZE INTO DUPLICADO-LINHA
           WRITE DUPLICADO-LINHA
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I >= WS-TOTAL-CLI
               COMPUTE WS-SUB-J = WS-SUB-I + 1
               PERFORM 2100-COMPARA-PAR
                   UNTIL WS-SUB-J > WS-TOTAL-CLI
           END-PERFORM
           MOVE SPACES TO DUPLICADO-LINHA
           STRING "CLIENTES ATIVOS: " WS-TOTAL-CLI
                  "   PARES SUSPEITOS: " WS-TOTAL-PARES
                  DELIMITED BY SIZE INTO DUPLICADO-LINHA
           WRITE DUPLICADO-LINHA
           CLOSE ARQ-DUPLICADOS
           DISPLAY "PARES SUSPEITOS: " WS-TOTAL-PARES
           DISPLAY "RELATORIO EM duplicados_clientes.txt".

       2050-CARREGA-CLIENTE.
           ADD 1 TO WS-TOTAL-CLI
           MOVE CODIGO-CLIENTE TO WS-CL-CODIGO (WS-TOTAL-CLI)
           MOVE NOME-CLIENTE TO WS-CL-NOME (WS-TOTAL-CLI)
           MOVE TELEFONE-CLIENTE TO WS-CL-TELEFONE (WS-TOTAL-CLI)
           MOVE NOME-CLIENTE TO WS-NORM-ENTRADA
           MOVE 'T' TO WS-NORM-TIPO
           PERFORM 2500-NORMALIZA
           MOVE WS-NORM-SAIDA TO WS-CL-NOME-N (WS-TOTAL-CLI)
           MOVE ENDERECO-CLIENTE TO WS-NORM-ENTRADA
           PERFORM 2500-NORMALIZA
           MOVE WS-NORM-SAIDA TO WS-CL-END-N (WS-TOTAL-CLI)
           MOVE TELEFONE-CLIENTE TO WS-NORM-ENTRADA
           MOVE 'D' TO WS-NORM-TIPO
           PERFORM 2500-NORMALIZA
      *===== FICAM OS 8 ULTIMOS DIGITOS DO TELEFONE.
           IF WS-POS-S > 8
               COMPUTE WS-POS-E = WS-POS-S - 7
               MOVE WS-NORM-SAIDA (WS-POS-E:8)
                 TO WS-CL-FONE-N (WS-TOTAL-CLI)
           ELSE
               MOVE WS-NORM-SAIDA (1:8) TO WS-CL-FONE-N (WS-TOTAL-CLI)
           END-IF.

       2100-COMPARA-PAR.
           MOVE 'N' TO WS-NOME-IGUAL
           MOVE 'N' TO WS-FONE-IGUAL
           MOVE 'N' TO WS-END-IGUAL
           MOVE ZERO TO WS-PONTOS-PAR
           IF WS-CL-NOME-N (WS-SUB-I) NOT = SPACES
              AND WS-CL-NOME-N (WS-SUB-I) = WS-CL-NOME-N (WS-SUB-J)
               MOVE 'S' TO WS-NOME-IGUAL
               ADD 1 TO WS-PONTOS-PAR
           END-IF
           IF WS-CL-FONE-N (WS-SUB-I) NOT = SPACES
              AND WS-CL-FONE-N (WS-SUB-I) = WS-CL-FONE-N (WS-SUB-J)
               MOVE 'S' TO WS-FONE-IGUAL
               ADD 1 TO WS-PONTOS-PAR
           END-IF
           IF WS-CL-END-N (WS-SUB-I) NOT = SPACES
              AND WS-CL-END-N (WS-SUB-I) = WS-CL-END-N (WS-SUB-J)
               MOVE 'S' TO WS-END-IGUAL
               ADD 1 TO WS-PONTOS-PAR
           END-IF
           IF WS-PONTOS-PAR >= 2
              OR (WS-NOME-IGUAL = 'S'
                  AND (WS-CL-FONE-N (WS-SUB-I) = SPACES
                       OR WS-CL-FONE-N (WS-SUB-J) = SPACES))
               PERFORM 2200-LINHA-PAR
           END-IF
           ADD 1 TO WS-SUB-J.

       2200-LINHA-PAR.
           ADD 1 TO WS-TOTAL-PARES
           MOVE SPACES TO WS-CRITERIO
           EVALUATE TRUE
               WHEN WS-PONTOS-PAR = 3
                   MOVE "NOME+FONE+ENDERECO" TO WS-CRITERIO
               WHEN WS-NOME-IGUAL = 'S' AND WS-FONE-IGUAL = 'S'
                   MOVE "NOME+FONE" TO WS-CRITERIO
               WHEN WS-NOME-IGUAL = 'S' AND WS-END-IGUAL = 'S'
                   MOVE "NOME+ENDERECO" TO WS-CRITERIO
               WHEN WS-FONE-IGUAL = 'S' AND WS-END-IGUAL = 'S'
                   MOVE "FONE+ENDERECO" TO WS-CRITERIO
               WHEN OTHER
                   MOVE "NOME (FONE EM BRANCO)" TO WS-CRITERIO
           END-EVALUATE
           MOVE SPACES TO DUPLICADO-LINHA
           STRING WS-CL-CODIGO (WS-SUB-I) " "
                  WS-CL-NOME (WS-SUB-I) " "
                  WS-CL-TELEFONE (WS-SUB-I) "  "
                  WS-CL-CODIGO (WS-SUB-J) " "
                  WS-CL-NOME (WS-SUB-J) " "
                  WS-CL-TELEFONE (WS-SUB-J) "  "
                  WS-CRITERIO
                  DELIMITED BY SIZE INTO DUPLICADO-LINHA
           WRITE DUPLICADO-LINHA.

      *===== MAIUSCULAS E SO LETRAS/DIGITOS ('T') OU SO DIGITOS
      *===== ('D'); WS-POS-S DEVOLVE O TAMANHO DO RESULTADO.
       2500-NORMALIZA.
           MOVE SPACES TO WS-NORM-SAIDA
           MOVE ZERO TO WS-POS-S
           INSPECT WS-NORM-ENTRADA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-POS-E FROM 1 BY 1 UNTIL WS-POS-E > 40
               MOVE WS-NORM-ENTRADA (WS-POS-E:1) TO WS-CARACTER
               IF CARACTER-DIGITO
                  OR (CARACTER-LETRA AND WS-NORM-TIPO = 'T')
                   ADD 1 TO WS-POS-S
                   MOVE WS-CARACTER TO WS-NORM-SAIDA (WS-POS-S:1)
               END-IF
           END-PERFORM.

      *===== UNIFICACAO: CONFERE OS DOIS CODIGOS, PEDE CONFIRMACAO,
      *===== REAPONTA OS QUATRO ARQUIVOS DE MOVIMENTO E EXCLUI O
      *===== CODIGO QUE SAI.
       3000-UNIFICA.
           IF NOT OPR-GERENTE AND OPR-RETORNO NOT = '2'
               DISPLAY "UNIFICACAO RESTRITA AO GERENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CODIGO-SAI
           DISPLAY "CODIGO QUE SAI (DUPLICADO, 0 CANCELA): "
           ACCEPT WS-CODIGO-SAI
           IF WS-CODIGO-SAI = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CODIGO-FICA
           DISPLAY "CODIGO QUE FICA: "
           ACCEPT WS-CODIGO-FICA
           IF WS-CODIGO-FICA = ZERO OR WS-CODIGO-FICA = WS-CODIGO-SAI
               DISPLAY "CODIGO QUE FICA INVALIDO"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS "
                       WS-STATUS-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODIGO-FICA TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY "CODIGO QUE FICA NAO CADASTRADO"
                   CLOSE ARQ-CLIENTES
                   EXIT PARAGRAPH
           END-READ
           IF NOT CLIENTE-ATIVO
               DISPLAY "CODIGO QUE FICA ESTA EXCLUIDO"
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE NOME-CLIENTE TO WS-NOME-FICA
           MOVE WS-CODIGO-SAI TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY "CODIGO QUE SAI NAO CADASTRADO"
                   CLOSE ARQ-CLIENTES
                   EXIT PARAGRAPH
           END-READ
           IF NOT CLIENTE-ATIVO
               DISPLAY "CODIGO QUE SAI JA ESTA EXCLUIDO"
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE NOME-CLIENTE TO WS-NOME-SAI
           DISPLAY "SAI:  " WS-CODIGO-SAI " " WS-NOME-SAI
           DISPLAY "FICA: " WS-CODIGO-FICA " " WS-NOME-FICA
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "CONFIRMA A UNIFICACAO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "UNIFICACAO CANCELADA"
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-VERIFICA-TRAVA
           IF WS-IGNORA-TRAVA = 'N'
               DISPLAY "UNIFICACAO RECUSADA - CATALOGO EM USO"
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-UNIFICACAO
           IF WS-STATUS-UNIFICACAO = "35"
               OPEN OUTPUT ARQ-UNIFICACAO
               CLOSE ARQ-UNIFICACAO
               OPEN EXTEND ARQ-UNIFICACAO
           END-IF
           MOVE ZERO TO WS-TOTAL-MOVIDOS
           PERFORM 3100-REAPONTA-EMPRESTIMOS
           PERFORM 3200-REAPONTA-MULTAS
           PERFORM 3300-REAPONTA-RESERVAS
           PERFORM 3400-REAPONTA-REPAROS
           PERFORM 3500-TRANSFERE-CARTEIRA
      *===== O CODIGO QUE SAI FICA NO CADASTRO, EXCLUIDO.
           MOVE WS-CODIGO-SAI TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLIENTE-EXCLUIDO TO TRUE
                   REWRITE CLIENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR O CODIGO QUE SAI"
                   END-REWRITE
           END-READ
           MOVE "clientes.dat" TO WS-ARQUIVO-ATUAL
           MOVE 1 TO WS-ANTES-SAI
           MOVE 1 TO WS-ANTES-FICA
           MOVE ZERO TO WS-DEPOIS-SAI
           MOVE 1 TO WS-DEPOIS-FICA
           PERFORM 3900-GRAVA-LOG
           CLOSE ARQ-UNIFICACAO
           CLOSE ARQ-CLIENTES
           PERFORM 3950-GRAVA-AUDITORIA
           DISPLAY "UNIFICACAO CONCLUIDA - " WS-TOTAL-MOVIDOS
                   " REGISTRO(S) REAPONTADO(S)"
           DISPLAY "CONTAGENS EM unificacao_clientes.txt".

      *===== EM CADA ARQUIVO: UMA PASSADA CONTA O ANTES E REAPONTA,
      *===== OUTRA CONTA O DEPOIS.
       3100-REAPONTA-EMPRESTIMOS.
           MOVE "emprestimos.dat" TO WS-ARQUIVO-ATUAL
           MOVE ZERO TO WS-ANTES-SAI WS-ANTES-FICA
                        WS-DEPOIS-SAI WS-DEPOIS-FICA
           OPEN I-O ARQ-EMPRESTIMOS
           IF WS-STATUS-EMPRESTIMOS NOT = "00"
               PERFORM 3900-GRAVA-LOG
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
                       EVALUATE EMP-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-ANTES-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-ANTES-SAI
                               MOVE WS-CODIGO-FICA
                                 TO EMP-CODIGO-CLIENTE
                               REWRITE EMPRESTIMO-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOTAL-MOVIDOS
                               END-REWRITE
                       END-EVALUATE
               END-READ
           END-PERFORM
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
                       EVALUATE EMP-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-DEPOIS-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-DEPOIS-SAI
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-EMPRESTIMOS
           PERFORM 3900-GRAVA-LOG.

       3200-REAPONTA-MULTAS.
           MOVE "multas_receber.dat" TO WS-ARQUIVO-ATUAL
           MOVE ZERO TO WS-ANTES-SAI WS-ANTES-FICA
                        WS-DEPOIS-SAI WS-DEPOIS-FICA
           OPEN I-O ARQ-MULTAS
           IF WS-STATUS-MULTAS NOT = "00"
               PERFORM 3900-GRAVA-LOG
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
                       EVALUATE MUL-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-ANTES-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-ANTES-SAI
                               MOVE WS-CODIGO-FICA
                                 TO MUL-CODIGO-CLIENTE
                               REWRITE MULTA-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOTAL-MOVIDOS
                               END-REWRITE
                       END-EVALUATE
               END-READ
           END-PERFORM
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
                       EVALUATE MUL-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-DEPOIS-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-DEPOIS-SAI
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-MULTAS
           PERFORM 3900-GRAVA-LOG.

       3300-REAPONTA-RESERVAS.
           MOVE "reservas.dat" TO WS-ARQUIVO-ATUAL
           MOVE ZERO TO WS-ANTES-SAI WS-ANTES-FICA
                        WS-DEPOIS-SAI WS-DEPOIS-FICA
           OPEN I-O ARQ-RESERVAS
           IF WS-STATUS-RESERVAS NOT = "00"
               PERFORM 3900-GRAVA-LOG
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
                       EVALUATE RSV-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-ANTES-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-ANTES-SAI
                               MOVE WS-CODIGO-FICA
                                 TO RSV-CODIGO-CLIENTE
                               REWRITE RESERVA-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOTAL-MOVIDOS
                               END-REWRITE
                       END-EVALUATE
               END-READ
           END-PERFORM
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
                       EVALUATE RSV-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-DEPOIS-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-DEPOIS-SAI
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-RESERVAS
           PERFORM 3900-GRAVA-LOG.

       3400-REAPONTA-REPAROS.
           MOVE "reparos.dat" TO WS-ARQUIVO-ATUAL
           MOVE ZERO TO WS-ANTES-SAI WS-ANTES-FICA
                        WS-DEPOIS-SAI WS-DEPOIS-FICA
           OPEN I-O ARQ-REPAROS
           IF WS-STATUS-REPAROS NOT = "00"
               PERFORM 3900-GRAVA-LOG
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
                       EVALUATE REP-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-ANTES-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-ANTES-SAI
                               MOVE WS-CODIGO-FICA
                                 TO REP-CODIGO-CLIENTE
                               REWRITE REPARO-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-TOTAL-MOVIDOS
                               END-REWRITE
                       END-EVALUATE
               END-READ
           END-PERFORM
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
                       EVALUATE REP-CODIGO-CLIENTE
                           WHEN WS-CODIGO-FICA
                               ADD 1 TO WS-DEPOIS-FICA
                           WHEN WS-CODIGO-SAI
                               ADD 1 TO WS-DEPOIS-SAI
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-REPAROS
           PERFORM 3900-GRAVA-LOG.

      *===== O CREDITO PRE-PAGO NAO E REAPONTADO (O MOVIMENTO E
      *===== HISTORICO): O SALDO DO CODIGO QUE SAI PASSA PARA O QUE
      *===== FICA NUM PAR SAIDA (S) / ENTRADA (E) NO MESMO DIA.
       3500-TRANSFERE-CARTEIRA.
           MOVE ZERO TO WS-SALDO-CARTEIRA
           OPEN INPUT ARQ-CARTEIRA
           IF WS-STATUS-CARTEIRA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CARTEIRA
           PERFORM UNTIL WS-EOF-CARTEIRA = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-CARTEIRA
                   NOT AT END
                       IF CRT-CODIGO-CLIENTE = WS-CODIGO-SAI
                           IF CARTEIRA-CREDITO
                               ADD CRT-VALOR TO WS-SALDO-CARTEIRA
                           ELSE
                               SUBTRACT CRT-VALOR
                                   FROM WS-SALDO-CARTEIRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CARTEIRA
           IF WS-SALDO-CARTEIRA NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-CARTEIRA
           MOVE SPACES TO CARTEIRA-LINHA
           MOVE WS-HOJE TO CRT-DATA
           MOVE WS-CODIGO-SAI TO CRT-CODIGO-CLIENTE
           SET CARTEIRA-SAIDA-UNIF TO TRUE
           MOVE WS-SALDO-CARTEIRA TO CRT-VALOR
           MOVE ZERO TO CRT-EMPRESTIMO
           MOVE OPR-CODIGO TO CRT-OPERADOR
           MOVE WS-DATA-HOJE (9:6) TO CRT-HORA
           WRITE CARTEIRA-LINHA
           MOVE WS-CODIGO-FICA TO CRT-CODIGO-CLIENTE
           SET CARTEIRA-ENTRADA-UNIF TO TRUE
           WRITE CARTEIRA-LINHA
           CLOSE ARQ-CARTEIRA
           MOVE WS-SALDO-CARTEIRA TO WS-SALDO-CARTEIRA-ED
           DISPLAY "CREDITO PRE-PAGO TRANSFERIDO: "
                   WS-SALDO-CARTEIRA-ED.

       3900-GRAVA-LOG.
           MOVE SPACES TO UNIFICACAO-LINHA
           MOVE WS-HOJE TO UNI-DATA
           MOVE OPR-CODIGO TO UNI-OPERADOR
           MOVE WS-CODIGO-SAI TO UNI-PERDEDOR
           MOVE WS-CODIGO-FICA TO UNI-SOBREVIVENTE
           MOVE WS-ARQUIVO-ATUAL TO UNI-ARQUIVO
           MOVE WS-ANTES-SAI TO UNI-ANTES-SAI
           MOVE WS-ANTES-FICA TO UNI-ANTES-FICA
           MOVE WS-DEPOIS-SAI TO UNI-DEPOIS-SAI
           MOVE WS-DEPOIS-FICA TO UNI-DEPOIS-FICA
           WRITE UNIFICACAO-LINHA
           DISPLAY WS-ARQUIVO-ATUAL " ANTES " WS-ANTES-SAI "/"
                   WS-ANTES-FICA " DEPOIS " WS-DEPOIS-SAI "/"
                   WS-DEPOIS-FICA.

      *===== LINHA NA TRILHA DE AUDITORIA DO CATALOGO (ACAO
      *===== "UNIFICACAO", CODIGO = CLIENTE QUE FICA), COM O NUMERO
      *===== DE SEQUENCIA CORRIDO DE auditoria_controle.txt.
       3950-GRAVA-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
               CLOSE ARQ-AUDITORIA
               OPEN EXTEND ARQ-AUDITORIA
           END-IF
           MOVE SPACES TO AUDITORIA-LINHA
           MOVE WS-DATA-HOJE TO AUD-DATA-HORA
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE WS-DATA-FORMATADA TO AUD-DATA-FORMATADA
           MOVE WS-CODIGO-FICA TO AUD-CODIGO
           MOVE "UNIFICACAO" TO AUD-ACAO
           STRING "CLI " WS-CODIGO-SAI " " WS-NOME-SAI
                  DELIMITED BY SIZE INTO AUD-NOME-ANTIGO
           MOVE WS-NOME-FICA TO AUD-NOME-NOVO
           MOVE ZERO TO AUD-ANO-ANTIGO
           MOVE ZERO TO AUD-ANO-NOVO
           MOVE OPR-CODIGO TO AUD-OPERADOR
           MOVE 1 TO WS-SEQ-AUDITORIA
           OPEN INPUT ARQ-AUD-CONTROLE
           IF WS-STATUS-AUD-CONTROLE = "00"
               READ ARQ-AUD-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMA-SEQ TO WS-SEQ-AUDITORIA
               END-READ
               CLOSE ARQ-AUD-CONTROLE
           END-IF
           OPEN OUTPUT ARQ-AUD-CONTROLE
           COMPUTE CTL-PROXIMA-SEQ = WS-SEQ-AUDITORIA + 1
           WRITE AUD-CONTROLE-LINHA
           CLOSE ARQ-AUD-CONTROLE
           MOVE WS-SEQ-AUDITORIA TO AUD-SEQUENCIA
           WRITE AUDITORIA-LINHA
           CLOSE ARQ-AUDITORIA.

      *===== TRAVA DA SESSAO ONLINE: COM O CATALOGO "EMUSO" A
      *===== UNIFICACAO SO SEGUE SE O OPERADOR IGNORAR UMA TRAVA
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

       END PROGRAM UNIFICACLI.
