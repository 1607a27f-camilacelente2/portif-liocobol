       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPGERAL.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: BACKUP GERAL DE TODOS OS SUBSISTEMAS. COPIA
      *=======           CADA ARQUIVO DE PRODUCAO DA TABELA #bkparqs
      *=======           (LOCADORA, FOLHA, ESCOLA, SAUDE, CAMBIO,
      *=======           FRETE, RAZAO E GERAL) PARA UM CONJUNTO
      *=======           DATADO backup_AAAAMMDD_<arquivo> E GRAVA O
      *=======           MANIFESTO backup_AAAAMMDD_manifesto.txt COM
      *=======           NOME, SUBSISTEMA, SITUACAO, CONTAGEM DE
      *=======           REGISTROS, TOTAL DE CONTROLE E DATA-HORA DE
      *=======           CADA COPIA. A RODADA FICA ANOTADA EM
      *=======           backups_indice.txt. A CONFERENCIA E A
      *=======           RESTAURACAO DO CONJUNTO FICAM NO
      *=======           BACKUPRESTAURA.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: RODA SEM PERGUNTA: PASSO 7 (BKPGERAL) DO
      *=======               JOBFIMDIA OU LINHA "BACKUPGERAL  D" NA
      *=======               AGENDA DO AGENDALOTE. TERMINA COM GOBACK
      *=======               E RETURN-CODE 0 = OK, 4 = ARQUIVO COM
      *=======               ERRO NA COPIA (VER O MANIFESTO), 8 =
      *=======               RECUSADO PELA TRAVA catalogo_emuso.txt DA
      *=======               SESSAO ONLINE - COPIA COM O CATALOGO EM
      *=======               USO NAO SERIA UM RETRATO CONSISTENTE.
      *=======               ARQUIVO INDEXADO VAI PARA A COPIA COMO
      *=======               IMAGEM DO REGISTRO, UMA LINHA POR
      *=======               REGISTRO, NA ORDEM DA CHAVE. ARQUIVO QUE
      *=======               AINDA NAO EXISTE NA INSTALACAO ENTRA NO
      *=======               MANIFESTO COMO AUSENTE, SEM ERRO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-COPIA ASSIGN TO DYNAMIC WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COPIA.

           SELECT ARQ-MANIFESTO ASSIGN TO DYNAMIC WS-NOME-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MANIFESTO.

           SELECT ARQ-INDICE ASSIGN TO "backups_indice.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INDICE.

           SELECT ARQ-TRAVA ASSIGN TO "catalogo_emuso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAVA.

           SELECT ARQ-FILMES ASSIGN TO "filmes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-FILME
               ALTERNATE RECORD KEY IS GENERO-FILME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRETOR-FILME
                   WITH DUPLICATES
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO "emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-COPIAS ASSIGN TO "copias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPY-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-MULTAS ASSIGN TO "multas_receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-RESERVAS ASSIGN TO "reservas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-REPAROS ASSIGN TO "reparos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-AVISOS ASSIGN TO "avisos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-PEDIDOS ASSIGN TO "pedidos_compra.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-ALUNOS ASSIGN TO "alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-RESPONSAVEIS ASSIGN TO "responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-HISTORICO-IMC ASSIGN TO "imc_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-VITAIS ASSIGN TO "vitais_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIT-CHAVE
           FILE STATUS IS WS-STATUS-INDEXADO.

           SELECT ARQ-OPERADORES ASSIGN TO "operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
           FILE STATUS IS WS-STATUS-INDEXADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORIGEM.
       01  ORIGEM-LINHA         PIC X(500).

       FD  ARQ-COPIA.
       01  COPIA-LINHA          PIC X(500).

       FD  ARQ-MANIFESTO.
           COPY "#bkpmanif".

       FD  ARQ-INDICE.
           COPY "#bkpindice".

       FD  ARQ-TRAVA.
       01  TRAVA-LINHA.
       05  LCK-ESTADO          PIC X(5).
       05  FILLER              PIC X.
       05  LCK-DATA-HORA       PIC X(14).

       FD  ARQ-FILMES.
           COPY "#filmedat".

       FD  ARQ-CLIENTES.
           COPY "#clientedat".

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-MULTAS.
           COPY "#multadat".

       FD  ARQ-RESERVAS.
           COPY "#reservadat".

       FD  ARQ-REPAROS.
           COPY "#reparodat".

       FD  ARQ-AVISOS.
           COPY "#avisodat".

       FD  ARQ-PEDIDOS.
           COPY "#pedcompdat".

       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-ALUNOS.
           COPY "#alunodat".

       FD  ARQ-RESPONSAVEIS.
           COPY "#responsaveldat".

       FD  ARQ-HISTORICO-IMC.
           COPY "#imchist".

       FD  ARQ-VITAIS.
           COPY "#vitaisdat".

       FD  ARQ-OPERADORES.
           COPY "#operadordat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ORIGEM    PIC XX VALUE SPACES.
       77 WS-STATUS-COPIA     PIC XX VALUE SPACES.
       77 WS-STATUS-MANIFESTO PIC XX VALUE SPACES.
       77 WS-STATUS-INDICE    PIC XX VALUE SPACES.
       77 WS-STATUS-TRAVA     PIC XX VALUE SPACES.
       77 WS-STATUS-INDEXADO  PIC XX VALUE SPACES.
       01 WS-NOME-ORIGEM      PIC X(30) VALUE SPACES.
       01 WS-NOME-COPIA       PIC X(60) VALUE SPACES.
       01 WS-NOME-MANIFESTO   PIC X(60) VALUE SPACES.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-DATA-CONJUNTO    PIC X(8) VALUE SPACES.
       01 WS-CATALOGO-EMUSO   PIC X VALUE 'N'.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-SUB-ARQ          PIC 9(3) VALUE ZERO.
       01 WS-SITUACAO         PIC X VALUE SPACE.
       01 WS-QTDE-REGISTROS   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-CONTROLE   PIC 9(15) VALUE ZERO.
       01 WS-TOTAL-COPIADOS   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-AUSENTES   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ERROS      PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-REGISTROS  PIC 9(9) VALUE ZERO.
       01 WS-POS-CAMPO        PIC 9(3) VALUE ZERO.
       01 WS-TAM-CAMPO        PIC 9(2) VALUE ZERO.
       01 WS-POS-DIREITA      PIC 9(2) VALUE ZERO.
       01 WS-CAMPO-CONTROLE-X PIC X(15) VALUE ZEROS.
       01 WS-CAMPO-CONTROLE REDEFINES WS-CAMPO-CONTROLE-X
                              PIC 9(15).

      *===== IMAGEM DO REGISTRO EM TRANSITO ENTRE A ORIGEM E A
      *===== COPIA (SEQUENCIAL OU INDEXADO).
       01 WS-REGISTRO         PIC X(500) VALUE SPACES.

      *===== ARQUIVOS DE PRODUCAO POR SUBSISTEMA.
           COPY "#bkparqs".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== BACKUP GERAL DOS SUBSISTEMAS ==="
           PERFORM 1000-VERIFICA-TRAVA
           IF WS-CATALOGO-EMUSO = 'S'
               DISPLAY "BACKUP GERAL RECUSADO - CATALOGO EM USO PELA "
                       "SESSAO ONLINE DESDE " LCK-DATA-HORA
               DISPLAY "ENCERRE O FILMES (OU ABRA E FECHE O FILMES "
                       "PARA LIMPAR TRAVA DE SESSAO CAIDA) E RODE "
                       "DE NOVO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-CONJUNTO
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING "backup_" DELIMITED BY SIZE
                  WS-DATA-CONJUNTO DELIMITED BY SIZE
                  "_manifesto.txt" DELIMITED BY SIZE
                  INTO WS-NOME-MANIFESTO
           OPEN OUTPUT ARQ-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-NOME-MANIFESTO
                       " - STATUS " WS-STATUS-MANIFESTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-SUB-ARQ FROM 1 BY 1
                   UNTIL WS-SUB-ARQ > BKA-QTDE-ARQUIVOS
               PERFORM 2000-COPIA-ARQUIVO
           END-PERFORM
           CLOSE ARQ-MANIFESTO
           PERFORM 3000-GRAVA-INDICE
           PERFORM 4000-RESUMO
           IF WS-TOTAL-ERROS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      *===== GOBACK, NAO STOP RUN: O JOBFIMDIA (E O AGENDALOTE)
      *===== CHAMAM ESTE PROGRAMA COMO PASSO DA CADEIA.
           GOBACK.

      *===== TRAVA DA SESSAO ONLINE: COM O CATALOGO "EMUSO" O BACKUP
      *===== E RECUSADO, SEM PERGUNTA - NINGUEM RESPONDE NO LOTE.
       1000-VERIFICA-TRAVA.
           MOVE 'N' TO WS-CATALOGO-EMUSO
           OPEN INPUT ARQ-TRAVA
           IF WS-STATUS-TRAVA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ARQ-TRAVA
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-ESTADO = "EMUSO"
                       MOVE 'S' TO WS-CATALOGO-EMUSO
                   END-IF
           END-READ
           CLOSE ARQ-TRAVA.

       2000-COPIA-ARQUIVO.
           MOVE BKA-NOME (WS-SUB-ARQ) TO WS-NOME-ORIGEM
           MOVE SPACES TO WS-NOME-COPIA
           STRING "backup_" DELIMITED BY SIZE
                  WS-DATA-CONJUNTO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-NOME-ORIGEM DELIMITED BY SPACE
                  INTO WS-NOME-COPIA
           MOVE 'C' TO WS-SITUACAO
           MOVE ZERO TO WS-QTDE-REGISTROS
           MOVE ZERO TO WS-TOTAL-CONTROLE
           IF BKA-INDEXADO (WS-SUB-ARQ)
               PERFORM 2200-COPIA-INDEXADO
           ELSE
               PERFORM 2100-COPIA-SEQUENCIAL
           END-IF
           EVALUATE WS-SITUACAO
               WHEN 'C'
                   ADD 1 TO WS-TOTAL-COPIADOS
                   ADD WS-QTDE-REGISTROS TO WS-TOTAL-REGISTROS
               WHEN 'A'
                   ADD 1 TO WS-TOTAL-AUSENTES
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ERROS
                   DISPLAY "ERRO NA COPIA DE " WS-NOME-ORIGEM
           END-EVALUATE
           PERFORM 2500-GRAVA-MANIFESTO.

       2100-COPIA-SEQUENCIAL.
           OPEN INPUT ARQ-ORIGEM
           IF WS-STATUS-ORIGEM = "35"
               MOVE 'A' TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS-ORIGEM NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ORIGEM
                       " - STATUS " WS-STATUS-ORIGEM
               MOVE 'E' TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-COPIA
           IF WS-STATUS-COPIA NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-NOME-COPIA
                       " - STATUS " WS-STATUS-COPIA
               MOVE 'E' TO WS-SITUACAO
               CLOSE ARQ-ORIGEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ORIGEM INTO WS-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2300-GRAVA-COPIA
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           CLOSE ARQ-ORIGEM.

      *===== INDEXADO: LIDO EM ORDEM DE CHAVE PELO SELECT DE SEMPRE
      *===== DE CADA ARQUIVO (STATUS 02 = CHAVE ALTERNATIVA
      *===== DUPLICADA, NORMAL NO filmes.dat).
       2200-COPIA-INDEXADO.
           MOVE SPACES TO WS-STATUS-INDEXADO
           EVALUATE WS-NOME-ORIGEM
               WHEN "filmes.dat"
                   OPEN INPUT ARQ-FILMES
               WHEN "clientes.dat"
                   OPEN INPUT ARQ-CLIENTES
               WHEN "emprestimos.dat"
                   OPEN INPUT ARQ-EMPRESTIMOS
               WHEN "copias.dat"
                   OPEN INPUT ARQ-COPIAS
               WHEN "multas_receber.dat"
                   OPEN INPUT ARQ-MULTAS
               WHEN "reservas.dat"
                   OPEN INPUT ARQ-RESERVAS
               WHEN "reparos.dat"
                   OPEN INPUT ARQ-REPAROS
               WHEN "avisos_clientes.dat"
                   OPEN INPUT ARQ-AVISOS
               WHEN "pedidos_compra.dat"
                   OPEN INPUT ARQ-PEDIDOS
               WHEN "funcionarios.dat"
                   OPEN INPUT ARQ-FUNCIONARIOS
               WHEN "alunos.dat"
                   OPEN INPUT ARQ-ALUNOS
               WHEN "responsaveis.dat"
                   OPEN INPUT ARQ-RESPONSAVEIS
               WHEN "imc_historico.dat"
                   OPEN INPUT ARQ-HISTORICO-IMC
               WHEN "vitais_historico.dat"
                   OPEN INPUT ARQ-VITAIS
               WHEN "operadores.dat"
                   OPEN INPUT ARQ-OPERADORES
           END-EVALUATE
           IF WS-STATUS-INDEXADO = "35"
               MOVE 'A' TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS-INDEXADO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ORIGEM
                       " - STATUS " WS-STATUS-INDEXADO
               MOVE 'E' TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-COPIA
           IF WS-STATUS-COPIA NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-NOME-COPIA
                       " - STATUS " WS-STATUS-COPIA
               MOVE 'E' TO WS-SITUACAO
               PERFORM 2290-FECHA-INDEXADO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               PERFORM 2250-LE-INDEXADO
               EVALUATE WS-STATUS-INDEXADO
                   WHEN "00"
                   WHEN "02"
                       PERFORM 2300-GRAVA-COPIA
                   WHEN "10"
                       MOVE 'S' TO WS-EOF-ARQ
                   WHEN OTHER
                       DISPLAY "ERRO NA LEITURA DE " WS-NOME-ORIGEM
                               " - STATUS " WS-STATUS-INDEXADO
                       MOVE 'E' TO WS-SITUACAO
                       MOVE 'S' TO WS-EOF-ARQ
               END-EVALUATE
           END-PERFORM
           CLOSE ARQ-COPIA
           PERFORM 2290-FECHA-INDEXADO.

       2250-LE-INDEXADO.
           EVALUATE WS-NOME-ORIGEM
               WHEN "filmes.dat"
                   READ ARQ-FILMES NEXT RECORD INTO WS-REGISTRO
               WHEN "clientes.dat"
                   READ ARQ-CLIENTES NEXT RECORD INTO WS-REGISTRO
               WHEN "emprestimos.dat"
                   READ ARQ-EMPRESTIMOS NEXT RECORD INTO WS-REGISTRO
               WHEN "copias.dat"
                   READ ARQ-COPIAS NEXT RECORD INTO WS-REGISTRO
               WHEN "multas_receber.dat"
                   READ ARQ-MULTAS NEXT RECORD INTO WS-REGISTRO
               WHEN "reservas.dat"
                   READ ARQ-RESERVAS NEXT RECORD INTO WS-REGISTRO
               WHEN "reparos.dat"
                   READ ARQ-REPAROS NEXT RECORD INTO WS-REGISTRO
               WHEN "avisos_clientes.dat"
                   READ ARQ-AVISOS NEXT RECORD INTO WS-REGISTRO
               WHEN "pedidos_compra.dat"
                   READ ARQ-PEDIDOS NEXT RECORD INTO WS-REGISTRO
               WHEN "funcionarios.dat"
                   READ ARQ-FUNCIONARIOS NEXT RECORD INTO WS-REGISTRO
               WHEN "alunos.dat"
                   READ ARQ-ALUNOS NEXT RECORD INTO WS-REGISTRO
               WHEN "responsaveis.dat"
                   READ ARQ-RESPONSAVEIS NEXT RECORD INTO WS-REGISTRO
               WHEN "imc_historico.dat"
                   READ ARQ-HISTORICO-IMC NEXT RECORD INTO WS-REGISTRO
               WHEN "vitais_historico.dat"
                   READ ARQ-VITAIS NEXT RECORD INTO WS-REGISTRO
               WHEN "operadores.dat"
                   READ ARQ-OPERADORES NEXT RECORD INTO WS-REGISTRO
           END-EVALUATE.

       2290-FECHA-INDEXADO.
           EVALUATE WS-NOME-ORIGEM
               WHEN "filmes.dat"
                   CLOSE ARQ-FILMES
               WHEN "clientes.dat"
                   CLOSE ARQ-CLIENTES
               WHEN "emprestimos.dat"
                   CLOSE ARQ-EMPRESTIMOS
               WHEN "copias.dat"
                   CLOSE ARQ-COPIAS
               WHEN "multas_receber.dat"
                   CLOSE ARQ-MULTAS
               WHEN "reservas.dat"
                   CLOSE ARQ-RESERVAS
               WHEN "reparos.dat"
                   CLOSE ARQ-REPAROS
               WHEN "avisos_clientes.dat"
                   CLOSE ARQ-AVISOS
               WHEN "pedidos_compra.dat"
                   CLOSE ARQ-PEDIDOS
               WHEN "funcionarios.dat"
                   CLOSE ARQ-FUNCIONARIOS
               WHEN "alunos.dat"
                   CLOSE ARQ-ALUNOS
               WHEN "responsaveis.dat"
                   CLOSE ARQ-RESPONSAVEIS
               WHEN "imc_historico.dat"
                   CLOSE ARQ-HISTORICO-IMC
               WHEN "vitais_historico.dat"
                   CLOSE ARQ-VITAIS
               WHEN "operadores.dat"
                   CLOSE ARQ-OPERADORES
           END-EVALUATE.

       2300-GRAVA-COPIA.
           PERFORM 2900-ACUMULA-CONTROLE
           WRITE COPIA-LINHA FROM WS-REGISTRO
           IF WS-STATUS-COPIA NOT = "00"
               MOVE 'E' TO WS-SITUACAO
           END-IF.

       2500-GRAVA-MANIFESTO.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE SPACES TO MANIFESTO-LINHA
           MOVE WS-NOME-ORIGEM TO MNF-ARQUIVO
           MOVE BKA-SUBSISTEMA (WS-SUB-ARQ) TO MNF-SUBSISTEMA
           MOVE WS-SITUACAO TO MNF-SITUACAO
           MOVE WS-QTDE-REGISTROS TO MNF-REGISTROS
           MOVE WS-TOTAL-CONTROLE TO MNF-TOTAL-CONTROLE
           MOVE WS-DATA-HOJE (1:14) TO MNF-DATA-HORA
           WRITE MANIFESTO-LINHA.

      *===== TOTAL DE CONTROLE: SOMA O CAMPO NUMERICO DA TABELA
      *===== (POSICAO/TAMANHO) DE CADA REGISTRO; CAMPO NAO NUMERICO
      *===== (LINHA DE CABECALHO, EM BRANCO) SO CONTA O REGISTRO.
       2900-ACUMULA-CONTROLE.
           ADD 1 TO WS-QTDE-REGISTROS
           MOVE BKA-POS-CONTROLE (WS-SUB-ARQ) TO WS-POS-CAMPO
           MOVE BKA-TAM-CONTROLE (WS-SUB-ARQ) TO WS-TAM-CAMPO
           IF WS-TAM-CAMPO = ZERO OR WS-POS-CAMPO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-REGISTRO (WS-POS-CAMPO:WS-TAM-CAMPO) IS NUMERIC
               MOVE ZEROS TO WS-CAMPO-CONTROLE-X
               COMPUTE WS-POS-DIREITA = 16 - WS-TAM-CAMPO
               MOVE WS-REGISTRO (WS-POS-CAMPO:WS-TAM-CAMPO)
                 TO WS-CAMPO-CONTROLE-X (WS-POS-DIREITA:WS-TAM-CAMPO)
               ADD WS-CAMPO-CONTROLE TO WS-TOTAL-CONTROLE
           END-IF.

       3000-GRAVA-INDICE.
           OPEN EXTEND ARQ-INDICE
           IF WS-STATUS-INDICE = "35"
               OPEN OUTPUT ARQ-INDICE
               CLOSE ARQ-INDICE
               OPEN EXTEND ARQ-INDICE
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE SPACES TO BACKUP-INDICE-LINHA
           MOVE WS-DATA-CONJUNTO TO IDB-DATA
           MOVE WS-DATA-HOJE (1:14) TO IDB-DATA-HORA
           MOVE WS-TOTAL-COPIADOS TO IDB-COPIADOS
           MOVE WS-TOTAL-AUSENTES TO IDB-AUSENTES
           MOVE WS-TOTAL-ERROS TO IDB-ERROS
           MOVE WS-TOTAL-REGISTROS TO IDB-REGISTROS
           IF WS-TOTAL-ERROS > ZERO
               MOVE "ERRO" TO IDB-SITUACAO
           ELSE
               MOVE "OK" TO IDB-SITUACAO
           END-IF
           WRITE BACKUP-INDICE-LINHA
           CLOSE ARQ-INDICE.

       4000-RESUMO.
           DISPLAY "=== BACKUP GERAL CONCLUIDO ===".
           DISPLAY "CONJUNTO.............: " WS-DATA-CONJUNTO.
           DISPLAY "ARQUIVOS COPIADOS....: " WS-TOTAL-COPIADOS.
           DISPLAY "AUSENTES NA ORIGEM...: " WS-TOTAL-AUSENTES.
           DISPLAY "COM ERRO.............: " WS-TOTAL-ERROS.
           DISPLAY "REGISTROS COPIADOS...: " WS-TOTAL-REGISTROS.
           DISPLAY "MANIFESTO EM " WS-NOME-MANIFESTO.

       END PROGRAM BACKUPGERAL.
