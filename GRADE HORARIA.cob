       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEHORARIA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: MANUTENCAO DA GRADE HORARIA DAS TURMAS
      *=======           (grade_horaria.txt, AREA #gradedat): QUANDO
      *=======           E ONDE CADA ATRIBUICAO DE atribuicoes.txt
      *=======           (CADASTRO: PROFESSORES) ACONTECE. A INCLUSAO
      *=======           RECUSA PROFESSOR OU SALA EM DOIS LUGARES NA
      *=======           MESMA AULA, TURMA COM DUAS AULAS NO MESMO
      *=======           HORARIO, PAR PROFESSOR/DISCIPLINA QUE A
      *=======           TURMA NAO TEM ATRIBUIDO E AULA ALEM DA CARGA
      *=======           SEMANAL. CONFERE A CARGA SEMANAL DE CADA
      *=======           ATRIBUICAO E IMPRIME AS GRADES POR TURMA
      *=======           (grade_turmas.txt) E POR PROFESSOR
      *=======           (grade_professores.txt).
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: ACABA A PLANILHA DE HORARIOS. DIA DA
      *=======               SEMANA 1 = SEGUNDA ... 6 = SABADO;
      *=======               AULA 1 A 12 NO DIA.
      *=======     MOD: 15/10/2026 - CE - O LAYOUT DE professores.txt
      *=======          PASSOU PARA A AREA #profdat (A LINHA GANHOU O
      *=======          FUNCIONARIO E O VALOR DA AULA).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRADE ASSIGN TO "grade_horaria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GRADE.

           SELECT ARQ-ATRIBUICOES ASSIGN TO "atribuicoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ATRIBUICOES.

           SELECT ARQ-PROFESSORES ASSIGN TO "professores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-IMPRESSAO ASSIGN TO DYNAMIC WS-NOME-IMPRESSAO
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-GRADE.
           COPY "#gradedat".

       FD  ARQ-ATRIBUICOES.
       01  ATRIBUICAO-LINHA.
           05 ATR-PROFESSOR    PIC 9(04).
           05 FILLER           PIC X.
           05 ATR-DISCIPLINA   PIC X(03).
           05 FILLER           PIC X.
           05 ATR-TURMA        PIC X(06).
           05 FILLER           PIC X.
           05 ATR-AULAS-SEMANA PIC 9(02).

       FD  ARQ-PROFESSORES.
           COPY "#profdat".

       FD  ARQ-IMPRESSAO.
       01  IMPRESSAO-LINHA     PIC X(110).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-GRADE       PIC XX VALUE SPACES.
       77 WS-STATUS-ATRIBUICOES PIC XX VALUE SPACES.
       77 WS-STATUS-PROFESSORES PIC XX VALUE SPACES.
       77 WS-STATUS-IMPRESSAO   PIC XX VALUE SPACES.
       01 WS-NOME-IMPRESSAO     PIC X(30) VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-GRADE-ESTOUROU     PIC X VALUE 'N'.
       01 WS-TURMA-PEDIDA       PIC X(6) VALUE SPACES.
       01 WS-DIA-PEDIDO         PIC 9 VALUE ZERO.
       01 WS-PERIODO-PEDIDO     PIC 99 VALUE ZERO.
       01 WS-DISCIPLINA-PEDIDA  PIC X(3) VALUE SPACES.
       01 WS-PROFESSOR-PEDIDO   PIC 9(4) VALUE ZERO.
       01 WS-SALA-PEDIDA        PIC X(5) VALUE SPACES.
       01 WS-ATRIBUICAO-OK      PIC X VALUE 'N'.
       01 WS-AULAS-EXIGIDAS     PIC 99 VALUE ZERO.
       01 WS-AULAS-NA-GRADE     PIC 99 VALUE ZERO.
       01 WS-CONFLITO           PIC X VALUE 'N'.
       01 WS-ACHOU              PIC X VALUE 'N'.
       01 WS-SUB-GRD            PIC 9(4) VALUE ZERO.
       01 WS-SUB-ATR            PIC 9(3) VALUE ZERO.
       01 WS-SUB-PRF            PIC 9(3) VALUE ZERO.
       01 WS-SUB-CHAVE          PIC 99 VALUE ZERO.
       01 WS-SUB-DIA            PIC 9 VALUE ZERO.
       01 WS-SUB-PERIODO        PIC 99 VALUE ZERO.
       01 WS-ACHADO             PIC 9(4) VALUE ZERO.
       01 WS-MAIOR-DIA          PIC 9 VALUE ZERO.
       01 WS-MAIOR-PERIODO      PIC 99 VALUE ZERO.
       01 WS-COLUNA             PIC 999 VALUE ZERO.
       01 WS-DIFERENCA          PIC S99 VALUE ZERO.
       01 WS-DIFERENCA-ED       PIC Z9.
       01 WS-TOTAL-OK           PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FALTANDO     PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SEM-CARGA    PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ORFAS        PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-GRADES       PIC 9(3) VALUE ZERO.
       01 WS-NOME-PROFESSOR     PIC X(30) VALUE SPACES.
       01 WS-CELULA             PIC X(16) VALUE SPACES.
       01 WS-SITUACAO           PIC X(12) VALUE SPACES.
       COPY "#diasemananomes".

      *===== GRADE EM MEMORIA (ATE 1000 AULAS SEMANAIS).
       01 WS-TOTAL-GRADE        PIC 9(4) VALUE ZERO.
       01  WS-TABELA-GRADE.
           05 WS-GRD-ITEM OCCURS 1000 TIMES.
               10 WS-GRD-TURMA      PIC X(6).
               10 WS-GRD-DIA        PIC 9.
               10 WS-GRD-PERIODO    PIC 99.
               10 WS-GRD-DISCIPLINA PIC X(3).
               10 WS-GRD-PROFESSOR  PIC 9(4).
               10 WS-GRD-SALA       PIC X(5).

      *===== ATRIBUICOES (ATE 300) COM A CARGA SEMANAL.
       01 WS-TOTAL-ATR          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-ATRIBUICOES.
           05 WS-ATR-ITEM OCCURS 300 TIMES.
               10 WS-ATR-PROFESSOR  PIC 9(4).
               10 WS-ATR-DISCIPLINA PIC X(3).
               10 WS-ATR-TURMA      PIC X(6).
               10 WS-ATR-AULAS      PIC 99.

      *===== PROFESSORES (ATE 200), PARA O NOME NA GRADE.
       01 WS-TOTAL-PRF          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PROFESSORES.
           05 WS-PRF-ITEM OCCURS 200 TIMES.
               10 WS-PRF-CODIGO     PIC 9(4).
               10 WS-PRF-NOME       PIC X(30).

      *===== TURMAS OU PROFESSORES DISTINTOS DA GRADE (ATE 60), NA
      *===== ORDEM EM QUE APARECEM, PARA A IMPRESSAO.
       01 WS-TOTAL-CHAVES       PIC 99 VALUE ZERO.
       01  WS-TABELA-CHAVES.
           05 WS-CHAVE          PIC X(6) OCCURS 60 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CARREGA-GRADE
           PERFORM 1100-CARREGA-ATRIBUICOES
           PERFORM 1200-CARREGA-PROFESSORES
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-GRADE.
           MOVE ZERO TO WS-TOTAL-GRADE
           MOVE 'N' TO WS-GRADE-ESTOUROU
           OPEN INPUT ARQ-GRADE
           IF WS-STATUS-GRADE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-GRADE
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-GRADE < 1000
                           ADD 1 TO WS-TOTAL-GRADE
                           MOVE GRD-TURMA
                             TO WS-GRD-TURMA (WS-TOTAL-GRADE)
                           MOVE GRD-DIA-SEMANA
                             TO WS-GRD-DIA (WS-TOTAL-GRADE)
                           MOVE GRD-PERIODO
                             TO WS-GRD-PERIODO (WS-TOTAL-GRADE)
                           MOVE GRD-DISCIPLINA
                             TO WS-GRD-DISCIPLINA (WS-TOTAL-GRADE)
                           MOVE GRD-PROFESSOR
                             TO WS-GRD-PROFESSOR (WS-TOTAL-GRADE)
                           MOVE GRD-SALA
                             TO WS-GRD-SALA (WS-TOTAL-GRADE)
                       ELSE
                           MOVE 'S' TO WS-GRADE-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GRADE.

      *===== LINHA ANTIGA SEM AULAS POR SEMANA VALE ZERO (SEM CARGA
      *===== DEFINIDA - A CONFERENCIA SO AVISA).
       1100-CARREGA-ATRIBUICOES.
           MOVE ZERO TO WS-TOTAL-ATR
           OPEN INPUT ARQ-ATRIBUICOES
           IF WS-STATUS-ATRIBUICOES NOT = "00"
               DISPLAY "SEM atribuicoes.txt - NENHUMA AULA PODE SER "
                       "INCLUIDA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ATRIBUICOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-ATR < 300
                           ADD 1 TO WS-TOTAL-ATR
                           MOVE ATR-PROFESSOR
                             TO WS-ATR-PROFESSOR (WS-TOTAL-ATR)
                           MOVE ATR-DISCIPLINA
                             TO WS-ATR-DISCIPLINA (WS-TOTAL-ATR)
                           MOVE ATR-TURMA
                             TO WS-ATR-TURMA (WS-TOTAL-ATR)
                           IF ATR-AULAS-SEMANA NUMERIC
                               MOVE ATR-AULAS-SEMANA
                                 TO WS-ATR-AULAS (WS-TOTAL-ATR)
                           ELSE
                               MOVE ZERO TO WS-ATR-AULAS (WS-TOTAL-ATR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-ATRIBUICOES.

       1200-CARREGA-PROFESSORES.
           MOVE ZERO TO WS-TOTAL-PRF
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
                           ADD 1 TO WS-TOTAL-PRF
                           MOVE PRF-CODIGO
                             TO WS-PRF-CODIGO (WS-TOTAL-PRF)
                           MOVE PRF-NOME TO WS-PRF-NOME (WS-TOTAL-PRF)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PROFESSORES.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== GRADE HORARIA ===".
           DISPLAY "1 - INCLUIR AULA".
           DISPLAY "2 - EXCLUIR AULA".
           DISPLAY "3 - CONFERIR AULAS POR SEMANA".
           DISPLAY "4 - IMPRIMIR GRADES POR TURMA".
           DISPLAY "5 - IMPRIMIR GRADES POR PROFESSOR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-INCLUI-AULA
               WHEN '2' PERFORM 4000-EXCLUI-AULA
               WHEN '3' PERFORM 5000-CONFERE-CARGA
               WHEN '4' PERFORM 6000-IMPRIME-TURMAS
               WHEN '5' PERFORM 7000-IMPRIME-PROFESSORES
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== A AULA VAI PARA O FIM DO ARQUIVO E PARA A TABELA DEPOIS
      *===== DE PASSAR POR TODAS AS CRITICAS.
       3000-INCLUI-AULA.
           IF WS-GRADE-ESTOUROU = 'S' OR WS-TOTAL-GRADE >= 1000
               DISPLAY "GRADE COM 1000 AULAS - INCLUSAO RECUSADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3900-PEDE-HORARIO
           IF WS-TURMA-PEDIDA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DISCIPLINA-PEDIDA
           DISPLAY "DISCIPLINA: "
           ACCEPT WS-DISCIPLINA-PEDIDA
           INSPECT WS-DISCIPLINA-PEDIDA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO WS-PROFESSOR-PEDIDO
           DISPLAY "CODIGO DO PROFESSOR: "
           ACCEPT WS-PROFESSOR-PEDIDO
           MOVE SPACES TO WS-SALA-PEDIDA
           DISPLAY "SALA: "
           ACCEPT WS-SALA-PEDIDA
           INSPECT WS-SALA-PEDIDA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 3100-CONFERE-ATRIBUICAO
           IF WS-ATRIBUICAO-OK NOT = 'S'
               DISPLAY "PROFESSOR/DISCIPLINA SEM ATRIBUICAO NA TURMA "
                       WS-TURMA-PEDIDA " - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-CONFERE-CONFLITOS
           IF WS-CONFLITO = 'S'
               DISPLAY "CONFLITO DE HORARIO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-CONTA-AULAS
           IF WS-AULAS-EXIGIDAS > ZERO
              AND WS-AULAS-NA-GRADE NOT < WS-AULAS-EXIGIDAS
               DISPLAY "DISCIPLINA JA TEM AS " WS-AULAS-EXIGIDAS
                       " AULAS DA SEMANA NA TURMA - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-GRADE
           MOVE WS-TURMA-PEDIDA TO WS-GRD-TURMA (WS-TOTAL-GRADE)
           MOVE WS-DIA-PEDIDO TO WS-GRD-DIA (WS-TOTAL-GRADE)
           MOVE WS-PERIODO-PEDIDO TO WS-GRD-PERIODO (WS-TOTAL-GRADE)
           MOVE WS-DISCIPLINA-PEDIDA
             TO WS-GRD-DISCIPLINA (WS-TOTAL-GRADE)
           MOVE WS-PROFESSOR-PEDIDO
             TO WS-GRD-PROFESSOR (WS-TOTAL-GRADE)
           MOVE WS-SALA-PEDIDA TO WS-GRD-SALA (WS-TOTAL-GRADE)
           OPEN EXTEND ARQ-GRADE
           IF WS-STATUS-GRADE = "35"
               OPEN OUTPUT ARQ-GRADE
               CLOSE ARQ-GRADE
               OPEN EXTEND ARQ-GRADE
           END-IF
           MOVE WS-TOTAL-GRADE TO WS-SUB-GRD
           PERFORM 4200-MONTA-LINHA
           WRITE GRADE-LINHA
           CLOSE ARQ-GRADE
           ADD 1 TO WS-AULAS-NA-GRADE
           DISPLAY "AULA INCLUIDA (" WS-AULAS-NA-GRADE
                   " NA SEMANA)".

       3100-CONFERE-ATRIBUICAO.
           MOVE 'N' TO WS-ATRIBUICAO-OK
           MOVE ZERO TO WS-AULAS-EXIGIDAS
           PERFORM VARYING WS-SUB-ATR FROM 1 BY 1
                   UNTIL WS-SUB-ATR > WS-TOTAL-ATR
               IF WS-ATR-TURMA (WS-SUB-ATR) = WS-TURMA-PEDIDA
                  AND WS-ATR-DISCIPLINA (WS-SUB-ATR)
                      = WS-DISCIPLINA-PEDIDA
                  AND WS-ATR-PROFESSOR (WS-SUB-ATR)
                      = WS-PROFESSOR-PEDIDO
                   MOVE 'S' TO WS-ATRIBUICAO-OK
                   MOVE WS-ATR-AULAS (WS-SUB-ATR)
                     TO WS-AULAS-EXIGIDAS
               END-IF
           END-PERFORM.

      *===== NA MESMA AULA DO MESMO DIA: A TURMA SO TEM UMA AULA, O
      *===== PROFESSOR SO ESTA EM UMA TURMA E A SALA SO RECEBE UMA
      *===== TURMA (SALA EM BRANCO NAO E CONFERIDA).
       3200-CONFERE-CONFLITOS.
           MOVE 'N' TO WS-CONFLITO
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-DIA (WS-SUB-GRD) = WS-DIA-PEDIDO
                  AND WS-GRD-PERIODO (WS-SUB-GRD) = WS-PERIODO-PEDIDO
                   IF WS-GRD-TURMA (WS-SUB-GRD) = WS-TURMA-PEDIDA
                       MOVE 'S' TO WS-CONFLITO
                       DISPLAY "TURMA JA TEM AULA NESSE HORARIO: "
                               WS-GRD-DISCIPLINA (WS-SUB-GRD)
                   END-IF
                   IF WS-GRD-PROFESSOR (WS-SUB-GRD)
                      = WS-PROFESSOR-PEDIDO
                       MOVE 'S' TO WS-CONFLITO
                       DISPLAY "PROFESSOR JA ESTA NA TURMA "
                               WS-GRD-TURMA (WS-SUB-GRD)
                               " NESSE HORARIO"
                   END-IF
                   IF WS-SALA-PEDIDA NOT = SPACES
                      AND WS-GRD-SALA (WS-SUB-GRD) = WS-SALA-PEDIDA
                       MOVE 'S' TO WS-CONFLITO
                       DISPLAY "SALA " WS-SALA-PEDIDA
                               " JA OCUPADA PELA TURMA "
                               WS-GRD-TURMA (WS-SUB-GRD)
                   END-IF
               END-IF
           END-PERFORM.

      *===== AULAS DA DISCIPLINA NA TURMA JA LANCADAS NA GRADE.
       3300-CONTA-AULAS.
           MOVE ZERO TO WS-AULAS-NA-GRADE
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-TURMA (WS-SUB-GRD) = WS-TURMA-PEDIDA
                  AND WS-GRD-DISCIPLINA (WS-SUB-GRD)
                      = WS-DISCIPLINA-PEDIDA
                   ADD 1 TO WS-AULAS-NA-GRADE
               END-IF
           END-PERFORM.

      *===== TURMA, DIA E AULA; TURMA EM BRANCO NA VOLTA = CANCELADO
      *===== OU INVALIDO.
       3900-PEDE-HORARIO.
           MOVE SPACES TO WS-TURMA-PEDIDA
           DISPLAY "TURMA (BRANCO CANCELA): "
           ACCEPT WS-TURMA-PEDIDA
           INSPECT WS-TURMA-PEDIDA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TURMA-PEDIDA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DIA-PEDIDO
           DISPLAY "DIA DA SEMANA (1 = SEGUNDA ... 6 = SABADO): "
           ACCEPT WS-DIA-PEDIDO
           IF WS-DIA-PEDIDO < 1 OR WS-DIA-PEDIDO > 6
               DISPLAY "DIA DA SEMANA INVALIDO"
               MOVE SPACES TO WS-TURMA-PEDIDA
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PERIODO-PEDIDO
           DISPLAY "AULA DO DIA (1 A 12): "
           ACCEPT WS-PERIODO-PEDIDO
           IF WS-PERIODO-PEDIDO < 1 OR WS-PERIODO-PEDIDO > 12
               DISPLAY "AULA INVALIDA"
               MOVE SPACES TO WS-TURMA-PEDIDA
           END-IF.

      *===== COM MAIS DE 1000 LINHAS NO ARQUIVO A TABELA NAO GUARDA
      *===== TUDO E A REGRAVACAO PERDERIA O EXCEDENTE: A EXCLUSAO E
      *===== RECUSADA.
       4000-EXCLUI-AULA.
           IF WS-GRADE-ESTOUROU = 'S'
               DISPLAY "GRADE COM MAIS DE 1000 AULAS - EXCLUSAO "
                       "RECUSADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3900-PEDE-HORARIO
           IF WS-TURMA-PEDIDA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ACHADO
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-TURMA (WS-SUB-GRD) = WS-TURMA-PEDIDA
                  AND WS-GRD-DIA (WS-SUB-GRD) = WS-DIA-PEDIDO
                  AND WS-GRD-PERIODO (WS-SUB-GRD) = WS-PERIODO-PEDIDO
                   MOVE WS-SUB-GRD TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = ZERO
               DISPLAY "TURMA SEM AULA NESSE HORARIO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "EXCLUIDA: " WS-GRD-DISCIPLINA (WS-ACHADO)
                   " PROF " WS-GRD-PROFESSOR (WS-ACHADO)
                   " SALA " WS-GRD-SALA (WS-ACHADO)
           PERFORM VARYING WS-SUB-GRD FROM WS-ACHADO BY 1
                   UNTIL WS-SUB-GRD >= WS-TOTAL-GRADE
               MOVE WS-GRD-ITEM (WS-SUB-GRD + 1)
                 TO WS-GRD-ITEM (WS-SUB-GRD)
           END-PERFORM
           SUBTRACT 1 FROM WS-TOTAL-GRADE
           PERFORM 4100-REGRAVA-GRADE.

       4100-REGRAVA-GRADE.
           OPEN OUTPUT ARQ-GRADE
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               PERFORM 4200-MONTA-LINHA
               WRITE GRADE-LINHA
           END-PERFORM
           CLOSE ARQ-GRADE.

       4200-MONTA-LINHA.
           MOVE SPACES TO GRADE-LINHA
           MOVE WS-GRD-TURMA (WS-SUB-GRD) TO GRD-TURMA
           MOVE WS-GRD-DIA (WS-SUB-GRD) TO GRD-DIA-SEMANA
           MOVE WS-GRD-PERIODO (WS-SUB-GRD) TO GRD-PERIODO
           MOVE WS-GRD-DISCIPLINA (WS-SUB-GRD) TO GRD-DISCIPLINA
           MOVE WS-GRD-PROFESSOR (WS-SUB-GRD) TO GRD-PROFESSOR
           MOVE WS-GRD-SALA (WS-SUB-GRD) TO GRD-SALA.

      *===== PARA CADA ATRIBUICAO, AULAS NA GRADE CONTRA A CARGA
      *===== SEMANAL; E AULA DA GRADE CUJA ATRIBUICAO SUMIU.
       5000-CONFERE-CARGA.
           MOVE ZERO TO WS-TOTAL-OK WS-TOTAL-FALTANDO
                        WS-TOTAL-SEM-CARGA WS-TOTAL-ORFAS
           DISPLAY "TURMA  DIS PROF EXIGE GRADE SITUACAO"
           PERFORM VARYING WS-SUB-ATR FROM 1 BY 1
                   UNTIL WS-SUB-ATR > WS-TOTAL-ATR
               MOVE WS-ATR-TURMA (WS-SUB-ATR) TO WS-TURMA-PEDIDA
               MOVE WS-ATR-DISCIPLINA (WS-SUB-ATR)
                 TO WS-DISCIPLINA-PEDIDA
               PERFORM 3300-CONTA-AULAS
               COMPUTE WS-DIFERENCA =
                       WS-ATR-AULAS (WS-SUB-ATR) - WS-AULAS-NA-GRADE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ED
               MOVE SPACES TO WS-SITUACAO
               EVALUATE TRUE
                   WHEN WS-ATR-AULAS (WS-SUB-ATR) = ZERO
                       MOVE "SEM CARGA" TO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-SEM-CARGA
                   WHEN WS-DIFERENCA = ZERO
                       MOVE "OK" TO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-OK
                   WHEN WS-DIFERENCA > ZERO
                       STRING "FALTAM " WS-DIFERENCA-ED
                              DELIMITED BY SIZE INTO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-FALTANDO
                   WHEN OTHER
                       STRING "SOBRAM " WS-DIFERENCA-ED
                              DELIMITED BY SIZE INTO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-FALTANDO
               END-EVALUATE
               DISPLAY WS-ATR-TURMA (WS-SUB-ATR) " "
                       WS-ATR-DISCIPLINA (WS-SUB-ATR) " "
                       WS-ATR-PROFESSOR (WS-SUB-ATR) "    "
                       WS-ATR-AULAS (WS-SUB-ATR) "    "
                       WS-AULAS-NA-GRADE " "
                       WS-SITUACAO
           END-PERFORM
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               MOVE WS-GRD-TURMA (WS-SUB-GRD) TO WS-TURMA-PEDIDA
               MOVE WS-GRD-DISCIPLINA (WS-SUB-GRD)
                 TO WS-DISCIPLINA-PEDIDA
               MOVE WS-GRD-PROFESSOR (WS-SUB-GRD)
                 TO WS-PROFESSOR-PEDIDO
               PERFORM 3100-CONFERE-ATRIBUICAO
               IF WS-ATRIBUICAO-OK NOT = 'S'
                   ADD 1 TO WS-TOTAL-ORFAS
                   DISPLAY "AULA SEM ATRIBUICAO: "
                           WS-GRD-TURMA (WS-SUB-GRD) " DIA "
                           WS-GRD-DIA (WS-SUB-GRD) " AULA "
                           WS-GRD-PERIODO (WS-SUB-GRD) " "
                           WS-GRD-DISCIPLINA (WS-SUB-GRD) " PROF "
                           WS-GRD-PROFESSOR (WS-SUB-GRD)
               END-IF
           END-PERFORM
           DISPLAY "CARGA CUMPRIDA......: " WS-TOTAL-OK
           DISPLAY "CARGA DIFERENTE.....: " WS-TOTAL-FALTANDO
           DISPLAY "SEM CARGA DEFINIDA..: " WS-TOTAL-SEM-CARGA
           DISPLAY "AULAS SEM ATRIBUICAO: " WS-TOTAL-ORFAS.

      *===== UMA GRADE POR TURMA: LINHAS = AULAS DO DIA, COLUNAS =
      *===== DIAS DA SEMANA; A CELULA TRAZ DISCIPLINA, PROFESSOR E
      *===== SALA.
       6000-IMPRIME-TURMAS.
           IF WS-TOTAL-GRADE = ZERO
               DISPLAY "GRADE VAZIA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-LIMITES-DA-GRADE
           MOVE ZERO TO WS-TOTAL-CHAVES
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               MOVE WS-GRD-TURMA (WS-SUB-GRD) TO WS-TURMA-PEDIDA
               PERFORM 8200-ANOTA-CHAVE
           END-PERFORM
           MOVE "grade_turmas.txt" TO WS-NOME-IMPRESSAO
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE ZERO TO WS-TOTAL-GRADES
           PERFORM VARYING WS-SUB-CHAVE FROM 1 BY 1
                   UNTIL WS-SUB-CHAVE > WS-TOTAL-CHAVES
               ADD 1 TO WS-TOTAL-GRADES
               MOVE ALL "=" TO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "GRADE HORARIA - TURMA "
                      WS-CHAVE (WS-SUB-CHAVE)
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
               PERFORM 8100-CABECALHO-DIAS
               PERFORM VARYING WS-SUB-PERIODO FROM 1 BY 1
                       UNTIL WS-SUB-PERIODO > WS-MAIOR-PERIODO
                   MOVE SPACES TO IMPRESSAO-LINHA
                   STRING "AULA " WS-SUB-PERIODO
                          DELIMITED BY SIZE INTO IMPRESSAO-LINHA
                   PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                           UNTIL WS-SUB-DIA > WS-MAIOR-DIA
                       PERFORM 6100-CELULA-DA-TURMA
                       COMPUTE WS-COLUNA = 10 + (WS-SUB-DIA - 1) * 16
                       MOVE WS-CELULA
                         TO IMPRESSAO-LINHA (WS-COLUNA:16)
                   END-PERFORM
                   WRITE IMPRESSAO-LINHA
               END-PERFORM
           END-PERFORM
           CLOSE ARQ-IMPRESSAO
           DISPLAY "GRADES DE TURMA: " WS-TOTAL-GRADES
                   " EM grade_turmas.txt".

       6100-CELULA-DA-TURMA.
           MOVE SPACES TO WS-CELULA
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-TURMA (WS-SUB-GRD) = WS-CHAVE (WS-SUB-CHAVE)
                  AND WS-GRD-DIA (WS-SUB-GRD) = WS-SUB-DIA
                  AND WS-GRD-PERIODO (WS-SUB-GRD) = WS-SUB-PERIODO
                   STRING WS-GRD-DISCIPLINA (WS-SUB-GRD) " "
                          WS-GRD-PROFESSOR (WS-SUB-GRD) " "
                          WS-GRD-SALA (WS-SUB-GRD)
                          DELIMITED BY SIZE INTO WS-CELULA
               END-IF
           END-PERFORM.

      *===== UMA GRADE POR PROFESSOR, COM O NOME DE professores.txt;
      *===== A CELULA TRAZ TURMA, DISCIPLINA E SALA.
       7000-IMPRIME-PROFESSORES.
           IF WS-TOTAL-GRADE = ZERO
               DISPLAY "GRADE VAZIA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-LIMITES-DA-GRADE
           MOVE ZERO TO WS-TOTAL-CHAVES
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               MOVE SPACES TO WS-TURMA-PEDIDA
               MOVE WS-GRD-PROFESSOR (WS-SUB-GRD)
                 TO WS-TURMA-PEDIDA (1:4)
               PERFORM 8200-ANOTA-CHAVE
           END-PERFORM
           MOVE "grade_professores.txt" TO WS-NOME-IMPRESSAO
           OPEN OUTPUT ARQ-IMPRESSAO
           MOVE ZERO TO WS-TOTAL-GRADES
           PERFORM VARYING WS-SUB-CHAVE FROM 1 BY 1
                   UNTIL WS-SUB-CHAVE > WS-TOTAL-CHAVES
               ADD 1 TO WS-TOTAL-GRADES
               MOVE WS-CHAVE (WS-SUB-CHAVE) (1:4)
                 TO WS-PROFESSOR-PEDIDO
               PERFORM 7200-NOME-PROFESSOR
               MOVE ALL "=" TO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "GRADE HORARIA - PROFESSOR "
                      WS-PROFESSOR-PEDIDO " " WS-NOME-PROFESSOR
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
               PERFORM 8100-CABECALHO-DIAS
               PERFORM VARYING WS-SUB-PERIODO FROM 1 BY 1
                       UNTIL WS-SUB-PERIODO > WS-MAIOR-PERIODO
                   MOVE SPACES TO IMPRESSAO-LINHA
                   STRING "AULA " WS-SUB-PERIODO
                          DELIMITED BY SIZE INTO IMPRESSAO-LINHA
                   PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                           UNTIL WS-SUB-DIA > WS-MAIOR-DIA
                       PERFORM 7100-CELULA-DO-PROFESSOR
                       COMPUTE WS-COLUNA = 10 + (WS-SUB-DIA - 1) * 16
                       MOVE WS-CELULA
                         TO IMPRESSAO-LINHA (WS-COLUNA:16)
                   END-PERFORM
                   WRITE IMPRESSAO-LINHA
               END-PERFORM
           END-PERFORM
           CLOSE ARQ-IMPRESSAO
           DISPLAY "GRADES DE PROFESSOR: " WS-TOTAL-GRADES
                   " EM grade_professores.txt".

       7100-CELULA-DO-PROFESSOR.
           MOVE SPACES TO WS-CELULA
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-PROFESSOR (WS-SUB-GRD) = WS-PROFESSOR-PEDIDO
                  AND WS-GRD-DIA (WS-SUB-GRD) = WS-SUB-DIA
                  AND WS-GRD-PERIODO (WS-SUB-GRD) = WS-SUB-PERIODO
                   STRING WS-GRD-TURMA (WS-SUB-GRD) " "
                          WS-GRD-DISCIPLINA (WS-SUB-GRD) " "
                          WS-GRD-SALA (WS-SUB-GRD)
                          DELIMITED BY SIZE INTO WS-CELULA
               END-IF
           END-PERFORM.

       7200-NOME-PROFESSOR.
           MOVE "(FORA DO CADASTRO)" TO WS-NOME-PROFESSOR
           PERFORM VARYING WS-SUB-PRF FROM 1 BY 1
                   UNTIL WS-SUB-PRF > WS-TOTAL-PRF
               IF WS-PRF-CODIGO (WS-SUB-PRF) = WS-PROFESSOR-PEDIDO
                   MOVE WS-PRF-NOME (WS-SUB-PRF) TO WS-NOME-PROFESSOR
               END-IF
           END-PERFORM.

      *===== MAIOR DIA DA SEMANA E MAIOR AULA USADOS NA GRADE TODA,
      *===== PARA TODAS AS GRADES IMPRESSAS TEREM O MESMO DESENHO.
       8000-LIMITES-DA-GRADE.
           MOVE 5 TO WS-MAIOR-DIA
           MOVE 1 TO WS-MAIOR-PERIODO
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-DIA (WS-SUB-GRD) > WS-MAIOR-DIA
                   MOVE WS-GRD-DIA (WS-SUB-GRD) TO WS-MAIOR-DIA
               END-IF
               IF WS-GRD-PERIODO (WS-SUB-GRD) > WS-MAIOR-PERIODO
                   MOVE WS-GRD-PERIODO (WS-SUB-GRD)
                     TO WS-MAIOR-PERIODO
               END-IF
           END-PERFORM.

       8100-CABECALHO-DIAS.
           MOVE SPACES TO IMPRESSAO-LINHA
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > WS-MAIOR-DIA
               COMPUTE WS-COLUNA = 10 + (WS-SUB-DIA - 1) * 16
               MOVE DIA-SEMANA-NOME-TAB (WS-SUB-DIA)
                 TO IMPRESSAO-LINHA (WS-COLUNA:13)
           END-PERFORM
           WRITE IMPRESSAO-LINHA.

      *===== GUARDA WS-TURMA-PEDIDA NA TABELA DE CHAVES SE AINDA NAO
      *===== ESTA LA (TURMA, OU CODIGO DO PROFESSOR NOS 4 PRIMEIROS).
       8200-ANOTA-CHAVE.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-SUB-CHAVE FROM 1 BY 1
                   UNTIL WS-SUB-CHAVE > WS-TOTAL-CHAVES
               IF WS-CHAVE (WS-SUB-CHAVE) = WS-TURMA-PEDIDA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S' AND WS-TOTAL-CHAVES < 60
               ADD 1 TO WS-TOTAL-CHAVES
               MOVE WS-TURMA-PEDIDA TO WS-CHAVE (WS-TOTAL-CHAVES)
           END-IF.

       END PROGRAM GRADEHORARIA.
