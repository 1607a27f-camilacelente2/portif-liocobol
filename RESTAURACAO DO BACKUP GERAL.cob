       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPRESTAURA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CONFERENCIA E RESTAURACAO DOS CONJUNTOS DO
      *=======           BACKUP GERAL (BACKUPGERAL). LISTA OS
      *=======           CONJUNTOS DE backups_indice.txt; VERIFICA UM
      *=======           CONJUNTO RELENDO CADA COPIA
      *=======           backup_AAAAMMDD_<arquivo> E REFAZENDO A
      *=======           CONTAGEM E O TOTAL DE CONTROLE CONTRA O
      *=======           MANIFESTO; E RESTAURA TODOS OS ARQUIVOS DO
      *=======           CONJUNTO, OU SO OS DE UM SUBSISTEMA, TODOS DO
      *=======           MESMO CONJUNTO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A RESTAURACAO EXIGE LOGIN DE GERENTE
      *=======               (OPERLOGIN), E RECUSADA COM O CATALOGO EM
      *=======               USO PELA SESSAO ONLINE
      *=======               (catalogo_emuso.txt) E SO GRAVA DEPOIS QUE
      *=======               O CONJUNTO INTEIRO DO ESCOPO PASSA NA
      *=======               VERIFICACAO - OU VOLTA TUDO, OU NADA.
      *=======               ARQUIVO QUE ESTAVA AUSENTE NO DIA DO
      *=======               BACKUP NAO E TOCADO (AVISO NA TELA).
      *=======               INDEXADO E REGRAVADO DO ZERO A PARTIR DA
      *=======               IMAGEM DOS REGISTROS, COM AS CHAVES DE
      *=======               SEMPRE.
      *=======     MOD: 15/10/2026 - CE - TABELA DO MANIFESTO EM MEMORIA
      *=======          PASSA A 105 ARQUIVOS, ACOMPANHANDO O #bkparqs
      *=======          (ENTROU carteira_movimentos.txt).
      *=======     MOD: 15/10/2026 - CE - TABELA DO MANIFESTO EM MEMORIA
      *=======          PASSA A 111 ARQUIVOS, ACOMPANHANDO O #bkparqs
      *=======          (ENTRARAM OS JORNAIS DA FOLHA, A REMESSA
      *=======          BANCARIA, AS PERDAS DE FRETE E A AUDITORIA DE
      *=======          NOTAS).
      *=======     MOD: 15/10/2026 - CE - TABELA DO MANIFESTO EM MEMORIA
      *=======          PASSA A 118 ARQUIVOS, ACOMPANHANDO O #bkparqs
      *=======          (ENTRARAM OS PEDIDOS DE DADOS PESSOAIS, A
      *=======          UNIFICACAO DE CLIENTES, AS APLICACOES DE
      *=======          DISSIDIO, OS ALERTAS DE CAMBIO, O HISTORICO DE
      *=======          PROFESSORES, AS REEMISSOES DE CERTIFICADO E O
      *=======          RESULTADO FINAL).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COPIA ASSIGN TO DYNAMIC WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COPIA.

           SELECT ARQ-DESTINO ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESTINO.

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
       FD  ARQ-COPIA.
       01  COPIA-LINHA          PIC X(500).

       FD  ARQ-DESTINO.
       01  DESTINO-LINHA        PIC X(500).

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
       77 WS-STATUS-COPIA     PIC XX VALUE SPACES.
       77 WS-STATUS-DESTINO   PIC XX VALUE SPACES.
       77 WS-STATUS-MANIFESTO PIC XX VALUE SPACES.
       77 WS-STATUS-INDICE    PIC XX VALUE SPACES.
       77 WS-STATUS-TRAVA     PIC XX VALUE SPACES.
       77 WS-STATUS-INDEXADO  PIC XX VALUE SPACES.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
       01 WS-NOME-ORIGEM      PIC X(30) VALUE SPACES.
       01 WS-NOME-COPIA       PIC X(60) VALUE SPACES.
       01 WS-NOME-MANIFESTO   PIC X(60) VALUE SPACES.
       01 WS-DATA-CONJUNTO    PIC X(8) VALUE SPACES.
       01 WS-DATA-ULTIMO      PIC X(8) VALUE SPACES.
       01 WS-SUBSISTEMA       PIC X(8) VALUE SPACES.
       01 WS-SUBSISTEMA-OK    PIC X VALUE 'N'.
       01 WS-CATALOGO-EMUSO   PIC X VALUE 'N'.
       01 WS-GERENTE-OK       PIC X VALUE 'N'.
       01 WS-CONJUNTO-OK      PIC X VALUE 'N'.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-GRAVACAO-RECUSADA PIC X VALUE 'N'.
       01 WS-SUB-ARQ          PIC 9(3) VALUE ZERO.
       01 WS-SUB-MNF          PIC 9(3) VALUE ZERO.
       01 WS-QTDE-REGISTROS   PIC 9(7) VALUE ZERO.
       01 WS-QTDE-RECUSADOS   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-CONTROLE   PIC 9(15) VALUE ZERO.
       01 WS-TOTAL-CONJUNTOS  PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-NO-ESCOPO  PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-CONFEREM   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-DIVERGEM   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-AUSENTES   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-RESTAURADOS PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FALHAS     PIC 9(3) VALUE ZERO.
       01 WS-POS-CAMPO        PIC 9(3) VALUE ZERO.
       01 WS-TAM-CAMPO        PIC 9(2) VALUE ZERO.
       01 WS-POS-DIREITA      PIC 9(2) VALUE ZERO.
       01 WS-CAMPO-CONTROLE-X PIC X(15) VALUE ZEROS.
       01 WS-CAMPO-CONTROLE REDEFINES WS-CAMPO-CONTROLE-X
                              PIC 9(15).

      *===== IMAGEM DO REGISTRO EM TRANSITO ENTRE A COPIA E O
      *===== ARQUIVO DE PRODUCAO (SEQUENCIAL OU INDEXADO).
       01 WS-REGISTRO         PIC X(500) VALUE SPACES.

      *===== MANIFESTO DO CONJUNTO ESCOLHIDO, CARREGADO NA MEMORIA.
       01 WS-TOTAL-MNF        PIC 9(3) VALUE ZERO.
       01 WS-TABELA-MANIFESTO.
           05 WS-MNF-ITEM OCCURS 118 TIMES.
               10 WS-MNF-ARQUIVO    PIC X(30).
               10 WS-MNF-SUBSISTEMA PIC X(8).
               10 WS-MNF-SITUACAO   PIC X.
               10 WS-MNF-REGISTROS  PIC 9(7).
               10 WS-MNF-TOTAL      PIC 9(15).

      *===== ARQUIVOS DE PRODUCAO POR SUBSISTEMA.
           COPY "#bkparqs".

      *===== AREA DE PARAMETROS DO MODULO OPERLOGIN.
           COPY "#operpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== RESTAURACAO DO BACKUP GERAL ==="
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 0100-MENU
           END-PERFORM
           STOP RUN.

       0100-MENU.
           DISPLAY " "
           DISPLAY "1 - LISTAR CONJUNTOS DE BACKUP"
           DISPLAY "2 - VERIFICAR UM CONJUNTO CONTRA O MANIFESTO"
           DISPLAY "3 - RESTAURAR TODOS OS ARQUIVOS DE UM CONJUNTO"
           DISPLAY "4 - RESTAURAR UM SUBSISTEMA DE UM CONJUNTO"
           DISPLAY "X - SAIR"
           DISPLAY "OPCAO: "
           MOVE SPACE TO WS-OPCAO
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 1000-LISTA-CONJUNTOS
               WHEN '2'
                   MOVE SPACES TO WS-SUBSISTEMA
                   PERFORM 1500-ESCOLHE-CONJUNTO
                   IF WS-DATA-CONJUNTO NOT = SPACES
                       PERFORM 2000-VERIFICA-CONJUNTO
                   END-IF
               WHEN '3'
                   MOVE SPACES TO WS-SUBSISTEMA
                   PERFORM 3000-RESTAURA
               WHEN '4'
                   PERFORM 1700-ESCOLHE-SUBSISTEMA
                   IF WS-SUBSISTEMA-OK = 'S'
                       PERFORM 3000-RESTAURA
                   END-IF
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-LISTA-CONJUNTOS.
           MOVE ZERO TO WS-TOTAL-CONJUNTOS
           MOVE SPACES TO WS-DATA-ULTIMO
           OPEN INPUT ARQ-INDICE
           IF WS-STATUS-INDICE NOT = "00"
               DISPLAY "NENHUM BACKUP GERAL REGISTRADO EM "
                       "backups_indice.txt"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONJUNTO FIM DA COPIA    COPIADOS AUSENTES ERROS "
                   "REGISTROS SITUACAO"
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-INDICE
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CONJUNTOS
                       MOVE IDB-DATA TO WS-DATA-ULTIMO
                       DISPLAY IDB-DATA " " IDB-DATA-HORA "      "
                               IDB-COPIADOS "      " IDB-AUSENTES
                               "   " IDB-ERROS " " IDB-REGISTROS
                               " " IDB-SITUACAO
               END-READ
           END-PERFORM
           CLOSE ARQ-INDICE
           DISPLAY "CONJUNTOS LISTADOS: " WS-TOTAL-CONJUNTOS.

      *===== DATA DO CONJUNTO; ENTER = O ULTIMO DO INDICE.
       1500-ESCOLHE-CONJUNTO.
           MOVE SPACES TO WS-DATA-ULTIMO
           OPEN INPUT ARQ-INDICE
           IF WS-STATUS-INDICE = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-INDICE
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           MOVE IDB-DATA TO WS-DATA-ULTIMO
                   END-READ
               END-PERFORM
               CLOSE ARQ-INDICE
           END-IF
           DISPLAY "DATA DO CONJUNTO (AAAAMMDD, ENTER = "
                   WS-DATA-ULTIMO "): "
           MOVE SPACES TO WS-DATA-CONJUNTO
           ACCEPT WS-DATA-CONJUNTO
           IF WS-DATA-CONJUNTO = SPACES
               MOVE WS-DATA-ULTIMO TO WS-DATA-CONJUNTO
           END-IF
           IF WS-DATA-CONJUNTO = SPACES
               DISPLAY "NENHUM CONJUNTO INFORMADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-CONJUNTO IS NOT NUMERIC
               DISPLAY "DATA INVALIDA: " WS-DATA-CONJUNTO
               MOVE SPACES TO WS-DATA-CONJUNTO
           END-IF.

       1700-ESCOLHE-SUBSISTEMA.
           MOVE 'N' TO WS-SUBSISTEMA-OK
           DISPLAY "SUBSISTEMA (LOCADORA, FOLHA, ESCOLA, SAUDE, "
                   "CAMBIO, FRETE, RAZAO, GERAL): "
           MOVE SPACES TO WS-SUBSISTEMA
           ACCEPT WS-SUBSISTEMA
           INSPECT WS-SUBSISTEMA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-SUB-ARQ FROM 1 BY 1
                   UNTIL WS-SUB-ARQ > BKA-QTDE-ARQUIVOS
               IF BKA-SUBSISTEMA (WS-SUB-ARQ) = WS-SUBSISTEMA
                   MOVE 'S' TO WS-SUBSISTEMA-OK
               END-IF
           END-PERFORM
           IF WS-SUBSISTEMA-OK = 'N'
               DISPLAY "SUBSISTEMA DESCONHECIDO: " WS-SUBSISTEMA
           END-IF.

      *===== VERIFICACAO: CADA ARQUIVO DO ESCOPO (TODOS, OU SO OS DO
      *===== WS-SUBSISTEMA) COPIADO NO CONJUNTO E RELIDO E PRECISA
      *===== BATER CONTAGEM E TOTAL DE CONTROLE COM O MANIFESTO.
       2000-VERIFICA-CONJUNTO.
           MOVE 'N' TO WS-CONJUNTO-OK
           MOVE ZERO TO WS-TOTAL-NO-ESCOPO
           MOVE ZERO TO WS-TOTAL-CONFEREM
           MOVE ZERO TO WS-TOTAL-DIVERGEM
           MOVE ZERO TO WS-TOTAL-AUSENTES
           PERFORM 2100-CARREGA-MANIFESTO
           IF WS-TOTAL-MNF = ZERO
               DISPLAY "MANIFESTO " WS-NOME-MANIFESTO
                       " NAO ENCONTRADO OU VAZIO"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-MNF FROM 1 BY 1
                   UNTIL WS-SUB-MNF > WS-TOTAL-MNF
               IF WS-SUBSISTEMA = SPACES
                  OR WS-MNF-SUBSISTEMA (WS-SUB-MNF) = WS-SUBSISTEMA
                   ADD 1 TO WS-TOTAL-NO-ESCOPO
                   PERFORM 2200-VERIFICA-ARQUIVO
               END-IF
           END-PERFORM
           DISPLAY "=== VERIFICACAO DO CONJUNTO " WS-DATA-CONJUNTO
                   " ==="
           DISPLAY "ARQUIVOS NO ESCOPO...: " WS-TOTAL-NO-ESCOPO
           DISPLAY "CONFEREM.............: " WS-TOTAL-CONFEREM
           DISPLAY "AUSENTES NO BACKUP...: " WS-TOTAL-AUSENTES
           DISPLAY "DIVERGENTES..........: " WS-TOTAL-DIVERGEM
           IF WS-TOTAL-NO-ESCOPO = ZERO
               DISPLAY "NENHUM ARQUIVO DO ESCOPO NO MANIFESTO"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-DIVERGEM = ZERO
               MOVE 'S' TO WS-CONJUNTO-OK
               DISPLAY "CONJUNTO INTEGRO"
           ELSE
               DISPLAY "CONJUNTO COM DIVERGENCIA - NAO RESTAURAR"
           END-IF.

       2100-CARREGA-MANIFESTO.
           MOVE ZERO TO WS-TOTAL-MNF
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING "backup_" DELIMITED BY SIZE
                  WS-DATA-CONJUNTO DELIMITED BY SIZE
                  "_manifesto.txt" DELIMITED BY SIZE
                  INTO WS-NOME-MANIFESTO
           OPEN INPUT ARQ-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-MANIFESTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-MNF < 118
                           ADD 1 TO WS-TOTAL-MNF
                           MOVE MNF-ARQUIVO
                             TO WS-MNF-ARQUIVO (WS-TOTAL-MNF)
                           MOVE MNF-SUBSISTEMA
                             TO WS-MNF-SUBSISTEMA (WS-TOTAL-MNF)
                           MOVE MNF-SITUACAO
                             TO WS-MNF-SITUACAO (WS-TOTAL-MNF)
                           MOVE MNF-REGISTROS
                             TO WS-MNF-REGISTROS (WS-TOTAL-MNF)
                           MOVE MNF-TOTAL-CONTROLE
                             TO WS-MNF-TOTAL (WS-TOTAL-MNF)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-MANIFESTO.

       2200-VERIFICA-ARQUIVO.
           MOVE WS-MNF-ARQUIVO (WS-SUB-MNF) TO WS-NOME-ORIGEM
           EVALUATE WS-MNF-SITUACAO (WS-SUB-MNF)
               WHEN 'A'
                   ADD 1 TO WS-TOTAL-AUSENTES
                   EXIT PARAGRAPH
               WHEN 'C'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-DIVERGEM
                   DISPLAY "DIVERGENTE " WS-NOME-ORIGEM
                           " - COPIA COM ERRO NO DIA DO BACKUP"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 2300-ACHA-ITEM
           IF WS-SUB-ARQ > BKA-QTDE-ARQUIVOS
               ADD 1 TO WS-TOTAL-DIVERGEM
               DISPLAY "DIVERGENTE " WS-NOME-ORIGEM
                       " - ARQUIVO FORA DA TABELA DE BACKUP"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-MONTA-NOME-COPIA
           MOVE ZERO TO WS-QTDE-REGISTROS
           MOVE ZERO TO WS-TOTAL-CONTROLE
           OPEN INPUT ARQ-COPIA
           IF WS-STATUS-COPIA NOT = "00"
               ADD 1 TO WS-TOTAL-DIVERGEM
               DISPLAY "DIVERGENTE " WS-NOME-ORIGEM
                       " - COPIA " WS-NOME-COPIA " NAO ENCONTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-COPIA INTO WS-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2900-ACUMULA-CONTROLE
               END-READ
           END-PERFORM
           CLOSE ARQ-COPIA
           IF WS-QTDE-REGISTROS = WS-MNF-REGISTROS (WS-SUB-MNF)
              AND WS-TOTAL-CONTROLE = WS-MNF-TOTAL (WS-SUB-MNF)
               ADD 1 TO WS-TOTAL-CONFEREM
           ELSE
               ADD 1 TO WS-TOTAL-DIVERGEM
               DISPLAY "DIVERGENTE " WS-NOME-ORIGEM
               DISPLAY "   MANIFESTO: " WS-MNF-REGISTROS (WS-SUB-MNF)
                       " REG  CONTROLE " WS-MNF-TOTAL (WS-SUB-MNF)
               DISPLAY "   COPIA....: " WS-QTDE-REGISTROS
                       " REG  CONTROLE " WS-TOTAL-CONTROLE
           END-IF.

      *===== POSICAO DO ARQUIVO NA TABELA #bkparqs (ORGANIZACAO E
      *===== CAMPO DE CONTROLE); ACIMA DA QUANTIDADE = NAO ACHOU.
       2300-ACHA-ITEM.
           PERFORM VARYING WS-SUB-ARQ FROM 1 BY 1
                   UNTIL WS-SUB-ARQ > BKA-QTDE-ARQUIVOS
                      OR BKA-NOME (WS-SUB-ARQ) = WS-NOME-ORIGEM
               CONTINUE
           END-PERFORM.

       2400-MONTA-NOME-COPIA.
           MOVE SPACES TO WS-NOME-COPIA
           STRING "backup_" DELIMITED BY SIZE
                  WS-DATA-CONJUNTO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-NOME-ORIGEM DELIMITED BY SPACE
                  INTO WS-NOME-COPIA.

      *===== MESMA REGRA DO BACKUPGERAL: SOMA O CAMPO NUMERICO DA
      *===== TABELA (POSICAO/TAMANHO) DE CADA REGISTRO.
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

      *===== RESTAURACAO: TRAVA, GERENTE, CONJUNTO, VERIFICACAO DO
      *===== ESCOPO INTEIRO E CONFIRMACAO - SO ENTAO GRAVA.
       3000-RESTAURA.
           PERFORM 3100-VERIFICA-TRAVA
           IF WS-CATALOGO-EMUSO = 'S'
               DISPLAY "RESTAURACAO RECUSADA - CATALOGO EM USO PELA "
                       "SESSAO ONLINE DESDE " LCK-DATA-HORA
               EXIT PARAGRAPH
           END-IF
           IF WS-GERENTE-OK NOT = 'S'
               PERFORM 3200-IDENTIFICA-GERENTE
               IF WS-GERENTE-OK NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 1500-ESCOLHE-CONJUNTO
           IF WS-DATA-CONJUNTO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-VERIFICA-CONJUNTO
           IF WS-CONJUNTO-OK NOT = 'S'
               DISPLAY "RESTAURACAO CANCELADA - NADA FOI GRAVADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBSISTEMA = SPACES
               DISPLAY "RESTAURAR TODOS OS ARQUIVOS DO CONJUNTO "
                       WS-DATA-CONJUNTO " SOBRE OS ATUAIS (S/N)? "
           ELSE
               DISPLAY "RESTAURAR O SUBSISTEMA " WS-SUBSISTEMA
                       " DO CONJUNTO " WS-DATA-CONJUNTO
                       " SOBRE OS ATUAIS (S/N)? "
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "RESTAURACAO CANCELADA - NADA FOI GRAVADO"
               EXIT PARAGRAPH
           END-IF
      *===== A TRAVA E RELIDA: A SESSAO ONLINE PODE TER ABERTO
      *===== DURANTE A VERIFICACAO.
           PERFORM 3100-VERIFICA-TRAVA
           IF WS-CATALOGO-EMUSO = 'S'
               DISPLAY "RESTAURACAO RECUSADA - CATALOGO EM USO PELA "
                       "SESSAO ONLINE DESDE " LCK-DATA-HORA
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TOTAL-RESTAURADOS
           MOVE ZERO TO WS-TOTAL-FALHAS
           PERFORM VARYING WS-SUB-MNF FROM 1 BY 1
                   UNTIL WS-SUB-MNF > WS-TOTAL-MNF
               IF WS-SUBSISTEMA = SPACES
                  OR WS-MNF-SUBSISTEMA (WS-SUB-MNF) = WS-SUBSISTEMA
                   PERFORM 4000-RESTAURA-ARQUIVO
               END-IF
           END-PERFORM
           DISPLAY "=== RESTAURACAO DO CONJUNTO " WS-DATA-CONJUNTO
                   " CONCLUIDA ==="
           DISPLAY "ARQUIVOS RESTAURADOS: " WS-TOTAL-RESTAURADOS
           DISPLAY "NAO TOCADOS (AUSENTES NO BACKUP): "
                   WS-TOTAL-AUSENTES
           DISPLAY "COM FALHA...........: " WS-TOTAL-FALHAS
           IF WS-TOTAL-FALHAS > ZERO
               DISPLAY "ATENCAO: HOUVE FALHA - REPITA A RESTAURACAO "
                       "DO MESMO CONJUNTO ANTES DE LIBERAR O SISTEMA"
           END-IF.

       3100-VERIFICA-TRAVA.
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

       3200-IDENTIFICA-GERENTE.
           MOVE 'N' TO WS-GERENTE-OK
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT OPR-CODIGO
           DISPLAY "SENHA: "
           ACCEPT OPR-SENHA
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   EXIT PARAGRAPH
           END-CALL
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               EXIT PARAGRAPH
           END-IF
           IF OPR-RETORNO = '0' AND NOT OPR-GERENTE
               DISPLAY "RESTAURACAO DE BACKUP RESTRITA AO GERENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-GERENTE-OK
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       4000-RESTAURA-ARQUIVO.
           MOVE WS-MNF-ARQUIVO (WS-SUB-MNF) TO WS-NOME-ORIGEM
           IF WS-MNF-SITUACAO (WS-SUB-MNF) = 'A'
               DISPLAY "AVISO: " WS-NOME-ORIGEM
                       " AUSENTE NO DIA DO BACKUP - NAO TOCADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-ACHA-ITEM
           PERFORM 2400-MONTA-NOME-COPIA
           MOVE ZERO TO WS-QTDE-REGISTROS
           MOVE ZERO TO WS-QTDE-RECUSADOS
           OPEN INPUT ARQ-COPIA
           IF WS-STATUS-COPIA NOT = "00"
               DISPLAY "FALHA: COPIA " WS-NOME-COPIA
                       " - STATUS " WS-STATUS-COPIA
               ADD 1 TO WS-TOTAL-FALHAS
               EXIT PARAGRAPH
           END-IF
           IF BKA-INDEXADO (WS-SUB-ARQ)
               PERFORM 4200-RESTAURA-INDEXADO
           ELSE
               PERFORM 4100-RESTAURA-SEQUENCIAL
           END-IF
           CLOSE ARQ-COPIA
           IF WS-QTDE-REGISTROS = WS-MNF-REGISTROS (WS-SUB-MNF)
              AND WS-QTDE-RECUSADOS = ZERO
               ADD 1 TO WS-TOTAL-RESTAURADOS
               DISPLAY "RESTAURADO " WS-NOME-ORIGEM " - "
                       WS-QTDE-REGISTROS " REGISTROS"
           ELSE
               ADD 1 TO WS-TOTAL-FALHAS
               DISPLAY "FALHA: " WS-NOME-ORIGEM " - GRAVADOS "
                       WS-QTDE-REGISTROS " DE "
                       WS-MNF-REGISTROS (WS-SUB-MNF)
                       ", RECUSADOS " WS-QTDE-RECUSADOS
           END-IF.

       4100-RESTAURA-SEQUENCIAL.
           OPEN OUTPUT ARQ-DESTINO
           IF WS-STATUS-DESTINO NOT = "00"
               DISPLAY "FALHA AO CRIAR " WS-NOME-ORIGEM
                       " - STATUS " WS-STATUS-DESTINO
               ADD 1 TO WS-QTDE-RECUSADOS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-COPIA INTO WS-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       WRITE DESTINO-LINHA FROM WS-REGISTRO
                       IF WS-STATUS-DESTINO = "00"
                           ADD 1 TO WS-QTDE-REGISTROS
                       ELSE
                           ADD 1 TO WS-QTDE-RECUSADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DESTINO.

      *===== INDEXADO: REGRAVADO DO ZERO (OPEN OUTPUT) COM A CHAVE DE
      *===== SEMPRE; CHAVE REPETIDA NA COPIA CONTA COMO RECUSADA.
       4200-RESTAURA-INDEXADO.
           MOVE SPACES TO WS-STATUS-INDEXADO
           EVALUATE WS-NOME-ORIGEM
               WHEN "filmes.dat"
                   OPEN OUTPUT ARQ-FILMES
               WHEN "clientes.dat"
                   OPEN OUTPUT ARQ-CLIENTES
               WHEN "emprestimos.dat"
                   OPEN OUTPUT ARQ-EMPRESTIMOS
               WHEN "copias.dat"
                   OPEN OUTPUT ARQ-COPIAS
               WHEN "multas_receber.dat"
                   OPEN OUTPUT ARQ-MULTAS
               WHEN "reservas.dat"
                   OPEN OUTPUT ARQ-RESERVAS
               WHEN "reparos.dat"
                   OPEN OUTPUT ARQ-REPAROS
               WHEN "avisos_clientes.dat"
                   OPEN OUTPUT ARQ-AVISOS
               WHEN "pedidos_compra.dat"
                   OPEN OUTPUT ARQ-PEDIDOS
               WHEN "funcionarios.dat"
                   OPEN OUTPUT ARQ-FUNCIONARIOS
               WHEN "alunos.dat"
                   OPEN OUTPUT ARQ-ALUNOS
               WHEN "responsaveis.dat"
                   OPEN OUTPUT ARQ-RESPONSAVEIS
               WHEN "imc_historico.dat"
                   OPEN OUTPUT ARQ-HISTORICO-IMC
               WHEN "vitais_historico.dat"
                   OPEN OUTPUT ARQ-VITAIS
               WHEN "operadores.dat"
                   OPEN OUTPUT ARQ-OPERADORES
           END-EVALUATE
           IF WS-STATUS-INDEXADO NOT = "00"
               DISPLAY "FALHA AO CRIAR " WS-NOME-ORIGEM
                       " - STATUS " WS-STATUS-INDEXADO
               ADD 1 TO WS-QTDE-RECUSADOS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-COPIA INTO WS-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE 'N' TO WS-GRAVACAO-RECUSADA
                       PERFORM 4250-GRAVA-INDEXADO
                       IF WS-GRAVACAO-RECUSADA = 'S'
                           ADD 1 TO WS-QTDE-RECUSADOS
                       ELSE
                           ADD 1 TO WS-QTDE-REGISTROS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 4290-FECHA-INDEXADO.

       4250-GRAVA-INDEXADO.
           EVALUATE WS-NOME-ORIGEM
               WHEN "filmes.dat"
                   WRITE FILME-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "clientes.dat"
                   WRITE CLIENTE-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "emprestimos.dat"
                   WRITE EMPRESTIMO-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "copias.dat"
                   WRITE COPIA-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "multas_receber.dat"
                   WRITE MULTA-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "reservas.dat"
                   WRITE RESERVA-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "reparos.dat"
                   WRITE REPARO-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "avisos_clientes.dat"
                   WRITE AVISO-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "pedidos_compra.dat"
                   WRITE PEDIDO-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "funcionarios.dat"
                   WRITE FUNCIONARIO-LINHA FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "alunos.dat"
                   WRITE ALUNO-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "responsaveis.dat"
                   WRITE RESPONSAVEL-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "imc_historico.dat"
                   WRITE HISTORICO-LINHA FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "vitais_historico.dat"
                   WRITE VITAIS-LINHA FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
               WHEN "operadores.dat"
                   WRITE OPERADOR-REGISTRO FROM WS-REGISTRO
                       INVALID KEY
                           MOVE 'S' TO WS-GRAVACAO-RECUSADA
                   END-WRITE
           END-EVALUATE.

       4290-FECHA-INDEXADO.
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

       END PROGRAM BACKUPRESTAURA.
