      *======= OBSERVAÇÕES: A ATRIBUICAO SO ACEITA PROFESSOR JA
      *=======               CADASTRADO E DISCIPLINA EXISTENTE EM
      *=======               disciplinas.txt.
      *=======     MOD: 15/10/2026 - CE - A ATRIBUICAO GANHOU AS AULAS
      *=======          POR SEMANA DA DISCIPLINA NA TURMA, CONFERIDAS
      *=======          PELA GRADE HORARIA (GRADEHORARIA).
      *=======     MOD: 15/10/2026 - CE - O PROFESSOR PODE SER LIGADO AO
      *=======          SEU CODIGO EM funcionarios.dat COM O VALOR DA
      *=======          AULA (OPCAO 5), PARA A FOLHA PAGAR AS AULAS
      *=======          DADAS; O LAYOUT DE professores.txt PASSOU PARA A
      *=======          AREA #profdat.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISCIPLINAS.

           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-FUNCIONARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROFESSORES.
           COPY "#profdat".

       FD  ARQ-ATRIBUICOES.
       01  ATRIBUICAO-LINHA.
           05 ATR-DISCIPLINA   PIC X(03).
           05 FILLER           PIC X.
           05 ATR-TURMA        PIC X(06).
      *===== AULAS POR SEMANA QUE A GRADE HORARIA DEVE DAR A ESSA
      *===== DISCIPLINA NA TURMA (BRANCO/ZERO = SEM CARGA DEFINIDA).
           05 FILLER           PIC X.
           05 ATR-AULAS-SEMANA PIC 9(02).

       FD  ARQ-DISCIPLINAS.
       01  DISCIPLINA-LINHA.
           05 FILLER           PIC X.
           05 DIS-NOME         PIC X(20).

       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PROFESSORES PIC XX VALUE SPACES.
       77 WS-STATUS-ATRIBUICOES PIC XX VALUE SPACES.
       01 WS-TURMA-PEDIDA      PIC X(6) VALUE SPACES.
       01 WS-PROFESSOR-OK      PIC X VALUE 'N'.
       01 WS-DISCIPLINA-OK     PIC X VALUE 'N'.
       01 WS-AULAS-PEDIDAS     PIC 9(2) VALUE ZERO.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       01 WS-FUNCIONARIO-PEDIDO PIC 9(4) VALUE ZERO.
       01 WS-VALOR-AULA-PEDIDO PIC 9(5)V99 VALUE ZERO.
       01 WS-VALOR-AULA-ED     PIC ZZZZ9.99.
       01 WS-SUB-PRF           PIC 9(3) VALUE ZERO.
       01 WS-PRF-ACHADO        PIC 9(3) VALUE ZERO.

      *===== PROFESSORES EM MEMORIA (ATE 200) PARA A REGRAVACAO DO
      *===== VINCULO COM A FOLHA.
       01 WS-TOTAL-PRF         PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PROFESSORES.
           05 WS-PRF-LINHA     PIC X(48) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "2 - INCLUIR PROFESSOR".
           DISPLAY "3 - LISTAR ATRIBUICOES".
           DISPLAY "4 - INCLUIR ATRIBUICAO".
           DISPLAY "5 - VINCULAR FUNCIONARIO E VALOR DA AULA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
               WHEN '2' PERFORM 4000-INCLUI-PROFESSOR
               WHEN '3' PERFORM 5000-LISTA-ATRIBUICOES
               WHEN '4' PERFORM 6000-INCLUI-ATRIBUICAO
               WHEN '5' PERFORM 6500-VINCULA-FOLHA
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PRF-FUNCIONARIO NOT NUMERIC
                          OR PRF-VALOR-AULA NOT NUMERIC
                           MOVE ZERO TO PRF-FUNCIONARIO PRF-VALOR-AULA
                       END-IF
                       IF PRF-FUNCIONARIO = ZERO
                           DISPLAY PRF-CODIGO " " PRF-NOME
                                   " SEM VINCULO COM A FOLHA"
                       ELSE
                           MOVE PRF-VALOR-AULA TO WS-VALOR-AULA-ED
                           DISPLAY PRF-CODIGO " " PRF-NOME
                                   " FUNC " PRF-FUNCIONARIO
                                   " AULA " WS-VALOR-AULA-ED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROFESSORES.
           MOVE SPACES TO PROFESSOR-LINHA
           MOVE WS-CODIGO-PEDIDO TO PRF-CODIGO
           MOVE WS-NOME-PEDIDO TO PRF-NOME
           MOVE ZERO TO PRF-FUNCIONARIO PRF-VALOR-AULA
           WRITE PROFESSOR-LINHA
           CLOSE ARQ-PROFESSORES
           DISPLAY "PROFESSOR INCLUIDO".
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF ATR-AULAS-SEMANA NOT NUMERIC
                           MOVE ZERO TO ATR-AULAS-SEMANA
                       END-IF
                       DISPLAY "PROF " ATR-PROFESSOR
                               " DISCIPLINA " ATR-DISCIPLINA
                               " TURMA " ATR-TURMA
                               " AULAS/SEMANA " ATR-AULAS-SEMANA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
               DISPLAY "TURMA EM BRANCO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AULAS-PEDIDAS
           DISPLAY "AULAS POR SEMANA (0 = SEM CARGA DEFINIDA): "
           ACCEPT WS-AULAS-PEDIDAS
           OPEN EXTEND ARQ-ATRIBUICOES
           IF WS-STATUS-ATRIBUICOES = "35"
               OPEN OUTPUT ARQ-ATRIBUICOES
           MOVE WS-CODIGO-PEDIDO TO ATR-PROFESSOR
           MOVE WS-DISCIPLINA-PEDIDA TO ATR-DISCIPLINA
           MOVE WS-TURMA-PEDIDA TO ATR-TURMA
           MOVE WS-AULAS-PEDIDAS TO ATR-AULAS-SEMANA
           WRITE ATRIBUICAO-LINHA
           CLOSE ARQ-ATRIBUICOES
           DISPLAY "ATRIBUICAO INCLUIDA".

      *===== LIGA O PROFESSOR AO CODIGO DELE EM funcionarios.dat E
      *===== GRAVA O VALOR DA AULA QUE A FOLHA PAGA (APURACAO DAS
      *===== AULAS DADAS). FUNCIONARIO ZERO DESFAZ O VINCULO.
       6500-VINCULA-FOLHA.
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO PROFESSOR (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-CARREGA-PROFESSORES
           IF WS-PRF-ACHADO = ZERO
               DISPLAY "PROFESSOR NAO CADASTRADO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FUNCIONARIO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO NA FOLHA (0 = SEM VINCULO): "
           ACCEPT WS-FUNCIONARIO-PEDIDO
           MOVE ZERO TO WS-VALOR-AULA-PEDIDO
           IF WS-FUNCIONARIO-PEDIDO NOT = ZERO
               OPEN INPUT ARQ-FUNCIONARIOS
               IF WS-STATUS-FUNCIONARIOS NOT = "00"
                   DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                           WS-STATUS-FUNCIONARIOS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FUNCIONARIO-PEDIDO TO FUNC-CODIGO
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       MOVE "23" TO WS-STATUS-FUNCIONARIOS
               END-READ
               CLOSE ARQ-FUNCIONARIOS
               IF WS-STATUS-FUNCIONARIOS NOT = "00"
                   DISPLAY "FUNCIONARIO NAO CADASTRADO - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCIONARIO-DESLIGADO
                   DISPLAY "FUNCIONARIO DESLIGADO - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "FUNCIONARIO: " FUNC-NOME
               DISPLAY "VALOR DA AULA: "
               ACCEPT WS-VALOR-AULA-PEDIDO
               IF WS-VALOR-AULA-PEDIDO = ZERO
                   DISPLAY "VALOR DA AULA ZERADO - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-PRF-LINHA (WS-PRF-ACHADO) TO PROFESSOR-LINHA
           MOVE WS-FUNCIONARIO-PEDIDO TO PRF-FUNCIONARIO
           MOVE WS-VALOR-AULA-PEDIDO TO PRF-VALOR-AULA
           MOVE PROFESSOR-LINHA TO WS-PRF-LINHA (WS-PRF-ACHADO)
           OPEN OUTPUT ARQ-PROFESSORES
           PERFORM VARYING WS-SUB-PRF FROM 1 BY 1
                   UNTIL WS-SUB-PRF > WS-TOTAL-PRF
               MOVE WS-PRF-LINHA (WS-SUB-PRF) TO PROFESSOR-LINHA
               WRITE PROFESSOR-LINHA
           END-PERFORM
           CLOSE ARQ-PROFESSORES
           DISPLAY "VINCULO GRAVADO".

       7000-EXISTE-PROFESSOR.
           MOVE 'N' TO WS-PROFESSOR-OK
           OPEN INPUT ARQ-PROFESSORES
           END-PERFORM
           CLOSE ARQ-DISCIPLINAS.

      *===== CARREGA professores.txt E ACHA WS-CODIGO-PEDIDO EM
      *===== WS-PRF-ACHADO (ZERO = NAO ACHOU). LINHA ANTIGA, SEM O
      *===== VINCULO, ENTRA COM FUNCIONARIO E VALOR ZERADOS.
       7200-CARREGA-PROFESSORES.
           MOVE ZERO TO WS-TOTAL-PRF WS-PRF-ACHADO
           OPEN INPUT ARQ-PROFESSORES
           IF WS-STATUS-PROFESSORES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PROFESSORES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-PRF < 200
                           IF PRF-FUNCIONARIO NOT NUMERIC
                              OR PRF-VALOR-AULA NOT NUMERIC
                               MOVE ZERO TO PRF-FUNCIONARIO
                                            PRF-VALOR-AULA
                           END-IF
                           ADD 1 TO WS-TOTAL-PRF
                           MOVE PROFESSOR-LINHA
                             TO WS-PRF-LINHA (WS-TOTAL-PRF)
                           IF PRF-CODIGO = WS-CODIGO-PEDIDO
                               MOVE WS-TOTAL-PRF TO WS-PRF-ACHADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PROFESSORES.

       END PROGRAM PROFESSORES.
