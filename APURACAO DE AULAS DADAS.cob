       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULASFOLHA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: APURACAO MENSAL DAS AULAS DADAS POR
      *=======           PROFESSOR PARA A FOLHA. CADA DIA DO MES EM
      *=======           QUE presencas.txt MOSTRA CHAMADA DA TURMA
      *=======           (ALGUM ALUNO DELA COM PRESENCA OU FALTA) E
      *=======           UM DIA EM QUE A TURMA SE REUNIU; AS AULAS DA
      *=======           GRADE HORARIA (grade_horaria.txt) DA TURMA
      *=======           NAQUELE DIA DA SEMANA CONTAM PARA O
      *=======           PROFESSOR DE CADA AULA. FERIADO DO MODULO
      *=======           CALENDARIO NAO CONTA. O RESULTADO VAI PARA
      *=======           aulas_dadas.txt (AREA #aulasdat) COM O
      *=======           FUNCIONARIO E O VALOR DA AULA DE
      *=======           professores.txt, E O CONTRACHEQUE PAGA.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: REFAZER A APURACAO DO MESMO MES SUBSTITUI
      *=======               AS LINHAS DELE. PROFESSOR SEM VINCULO
      *=======               COM A FOLHA (OPCAO 5 DO PROFESSORES) E
      *=======               LISTADO E FICA FORA DO ARQUIVO. SABADO
      *=======               NAO E DIA UTIL PARA O CALENDARIO, ENTAO
      *=======               SO DIA DE SEGUNDA A SEXTA FORA DOS DIAS
      *=======               UTEIS E TRATADO COMO FERIADO; AULA DE
      *=======               SABADO CONTA QUANDO HOUVE CHAMADA.
      *==============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-PRESENCAS ASSIGN TO "presencas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRESENCAS.

           SELECT ARQ-GRADE ASSIGN TO "grade_horaria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GRADE.

           SELECT ARQ-PROFESSORES ASSIGN TO "professores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-AULAS ASSIGN TO "aulas_dadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AULAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY "#alunodat".

       FD  ARQ-PRESENCAS.
       01  PRESENCA-LINHA.
           05 PRS-MATRICULA    PIC 9(04).
           05 FILLER           PIC X.
           05 PRS-DATA         PIC 9(08).
           05 FILLER           PIC X.
           05 PRS-PRESENCA     PIC X(01).

       FD  ARQ-GRADE.
           COPY "#gradedat".

       FD  ARQ-PROFESSORES.
           COPY "#profdat".

       FD  ARQ-AULAS.
           COPY "#aulasdat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ALUNOS      PIC XX VALUE SPACES.
       77 WS-STATUS-PRESENCAS   PIC XX VALUE SPACES.
       77 WS-STATUS-GRADE       PIC XX VALUE SPACES.
       77 WS-STATUS-PROFESSORES PIC XX VALUE SPACES.
       77 WS-STATUS-AULAS       PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO       PIC 9(4).
           05 WS-COMP-MES       PIC 9(2).
       01 WS-TURMA-ALUNO        PIC X(6) VALUE SPACES.
       01 WS-DIA-SEMANA         PIC 9 VALUE ZERO.
       01 WS-SUB-ALU            PIC 9(4) VALUE ZERO.
       01 WS-SUB-DIA            PIC 9(4) VALUE ZERO.
       01 WS-DIA-ACHADO         PIC 9(4) VALUE ZERO.
       01 WS-SUB-GRD            PIC 9(4) VALUE ZERO.
       01 WS-SUB-PRF            PIC 9(3) VALUE ZERO.
       01 WS-PRF-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-SUB-AUL            PIC 9(4) VALUE ZERO.
       01 WS-VALOR              PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-ED           PIC Z(06)9,99.
       01 WS-TOTAL-VALOR        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ED           PIC Z(08)9,99.
       01 WS-TOTAL-DIAS-TURMA   PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-FERIADOS     PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-AULAS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-GRAVADOS     PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SEM-VINCULO  PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SEM-ALUNO    PIC 9(5) VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO (FERIADO E
      *===== DIA DA SEMANA DE CADA DIA DE AULA).
       COPY "#calenpar".

      *===== TURMA DE CADA MATRICULA (ATE 2000), ATIVA OU NAO: A
      *===== CHAMADA DO MES PODE SER DE ALUNO TRANCADO DEPOIS.
       01 WS-TOTAL-ALU          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-ALUNOS.
           05 WS-ALU-ITEM OCCURS 2000 TIMES.
               10 WS-ALU-MATRICULA PIC 9(4).
               10 WS-ALU-TURMA     PIC X(6).

      *===== DIAS EM QUE CADA TURMA TEVE CHAMADA NO MES (ATE 1500
      *===== PARES TURMA/DATA).
       01 WS-TOTAL-DIA          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-DIAS.
           05 WS-DIA-ITEM OCCURS 1500 TIMES.
               10 WS-DIA-TURMA     PIC X(6).
               10 WS-DIA-DATA      PIC 9(8).

      *===== GRADE HORARIA (ATE 1000 AULAS SEMANAIS).
       01 WS-TOTAL-GRADE        PIC 9(4) VALUE ZERO.
       01  WS-TABELA-GRADE.
           05 WS-GRD-ITEM OCCURS 1000 TIMES.
               10 WS-GRD-TURMA      PIC X(6).
               10 WS-GRD-DIA        PIC 9.
               10 WS-GRD-PROFESSOR  PIC 9(4).

      *===== PROFESSORES (ATE 200) COM O VINCULO DA FOLHA E AS
      *===== AULAS CONTADAS NO MES.
       01 WS-TOTAL-PRF          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PROFESSORES.
           05 WS-PRF-ITEM OCCURS 200 TIMES.
               10 WS-PRF-CODIGO      PIC 9(4).
               10 WS-PRF-NOME        PIC X(30).
               10 WS-PRF-FUNCIONARIO PIC 9(4).
               10 WS-PRF-VALOR-AULA  PIC 9(5)V99.
               10 WS-PRF-AULAS       PIC 9(4).

      *===== LINHAS DE OUTROS MESES JA EM aulas_dadas.txt (ATE
      *===== 3000), DEVOLVIDAS NA REGRAVACAO.
       01 WS-TOTAL-AUL          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-AULAS.
           05 WS-AUL-LINHA      PIC X(39) OCCURS 3000 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== APURACAO DAS AULAS DADAS ==="
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           DISPLAY "COMPETENCIA (AAAAMM, 0 = " WS-DATA-HOJE (1:6)
                   "): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZERO
               MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           END-IF
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF
           PERFORM 1000-CARREGA-ALUNOS
           PERFORM 1100-CARREGA-GRADE
           IF WS-TOTAL-GRADE = ZERO
               DISPLAY "SEM grade_horaria.txt - NADA A APURAR"
               STOP RUN
           END-IF
           PERFORM 1200-CARREGA-PROFESSORES
           PERFORM 1300-DIAS-COM-CHAMADA
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > WS-TOTAL-DIA
               PERFORM 2000-CONTA-DIA
           END-PERFORM
           PERFORM 3000-GRAVA-AULAS
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-ED
           DISPLAY "=== AULAS DADAS EM " WS-COMPETENCIA " ==="
           DISPLAY "DIAS DE TURMA COM CHAMADA: " WS-TOTAL-DIAS-TURMA
           DISPLAY "DESCARTADOS POR FERIADO..: " WS-TOTAL-FERIADOS
           DISPLAY "AULAS CONTADAS...........: " WS-TOTAL-AULAS
           DISPLAY "PROFESSORES GRAVADOS.....: " WS-TOTAL-GRAVADOS
           DISPLAY "PROFESSORES SEM VINCULO..: " WS-TOTAL-SEM-VINCULO
           DISPLAY "VALOR A PAGAR............: " WS-TOTAL-ED
           IF WS-TOTAL-SEM-ALUNO > ZERO
               DISPLAY "CHAMADAS DE MATRICULA FORA DO CADASTRO: "
                       WS-TOTAL-SEM-ALUNO
           END-IF
           DISPLAY "RESULTADO EM aulas_dadas.txt"
           STOP RUN.

       1000-CARREGA-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "ERRO AO ABRIR alunos.dat - STATUS "
                       WS-STATUS-ALUNOS
               STOP RUN
           END-IF.
           MOVE ZERO TO ALU-MATRICULA.
           MOVE SPACES TO WS-STATUS-ALUNOS.
           START ARQ-ALUNOS KEY IS >= ALU-MATRICULA
               INVALID KEY
                   MOVE "10" TO WS-STATUS-ALUNOS
           END-START.
           PERFORM UNTIL WS-STATUS-ALUNOS = "10"
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-ALUNOS
                   NOT AT END
                       IF WS-TOTAL-ALU < 2000
                           ADD 1 TO WS-TOTAL-ALU
                           MOVE ALU-MATRICULA
                             TO WS-ALU-MATRICULA (WS-TOTAL-ALU)
                           MOVE ALU-TURMA
                             TO WS-ALU-TURMA (WS-TOTAL-ALU)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALUNOS.

       1100-CARREGA-GRADE.
           MOVE ZERO TO WS-TOTAL-GRADE
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
                           MOVE GRD-PROFESSOR
                             TO WS-GRD-PROFESSOR (WS-TOTAL-GRADE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GRADE.

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
                           IF PRF-FUNCIONARIO NOT NUMERIC
                              OR PRF-VALOR-AULA NOT NUMERIC
                               MOVE ZERO TO PRF-FUNCIONARIO
                                            PRF-VALOR-AULA
                           END-IF
                           ADD 1 TO WS-TOTAL-PRF
                           MOVE PRF-CODIGO
                             TO WS-PRF-CODIGO (WS-TOTAL-PRF)
                           MOVE PRF-NOME TO WS-PRF-NOME (WS-TOTAL-PRF)
                           MOVE PRF-FUNCIONARIO
                             TO WS-PRF-FUNCIONARIO (WS-TOTAL-PRF)
                           MOVE PRF-VALOR-AULA
                             TO WS-PRF-VALOR-AULA (WS-TOTAL-PRF)
                           MOVE ZERO TO WS-PRF-AULAS (WS-TOTAL-PRF)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PROFESSORES.

      *===== UM PAR TURMA/DATA POR DIA DO MES COM CHAMADA, SEM
      *===== REPETICAO.
       1300-DIAS-COM-CHAMADA.
           OPEN INPUT ARQ-PRESENCAS
           IF WS-STATUS-PRESENCAS NOT = "00"
               DISPLAY "SEM presencas.txt - NENHUMA AULA APURADA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PRESENCAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PRS-DATA (1:6) = WS-COMPETENCIA
                           PERFORM 1310-ANOTA-DIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PRESENCAS.

       1310-ANOTA-DIA.
           MOVE SPACES TO WS-TURMA-ALUNO
           PERFORM VARYING WS-SUB-ALU FROM 1 BY 1
                   UNTIL WS-SUB-ALU > WS-TOTAL-ALU
               IF WS-ALU-MATRICULA (WS-SUB-ALU) = PRS-MATRICULA
                   MOVE WS-ALU-TURMA (WS-SUB-ALU) TO WS-TURMA-ALUNO
               END-IF
           END-PERFORM
           IF WS-TURMA-ALUNO = SPACES
               ADD 1 TO WS-TOTAL-SEM-ALUNO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DIA-ACHADO
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > WS-TOTAL-DIA
               IF WS-DIA-TURMA (WS-SUB-DIA) = WS-TURMA-ALUNO
                  AND WS-DIA-DATA (WS-SUB-DIA) = PRS-DATA
                   MOVE WS-SUB-DIA TO WS-DIA-ACHADO
               END-IF
           END-PERFORM
           IF WS-DIA-ACHADO = ZERO AND WS-TOTAL-DIA < 1500
               ADD 1 TO WS-TOTAL-DIA
               MOVE WS-TURMA-ALUNO TO WS-DIA-TURMA (WS-TOTAL-DIA)
               MOVE PRS-DATA TO WS-DIA-DATA (WS-TOTAL-DIA)
           END-IF.

      *===== AS AULAS DA GRADE DA TURMA NO DIA DA SEMANA CONTAM
      *===== PARA O PROFESSOR DE CADA UMA; DIA DE SEMANA QUE NAO E
      *===== DIA UTIL (FERIADO) NAO CONTA.
       2000-CONTA-DIA.
           ADD 1 TO WS-TOTAL-DIAS-TURMA
           MOVE 'S' TO CAL-FUNCAO
           MOVE WS-DIA-DATA (WS-SUB-DIA) TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIA-SEMANA
           IF WS-DIA-SEMANA < 6
               MOVE 'U' TO CAL-FUNCAO
               MOVE WS-DIA-DATA (WS-SUB-DIA) TO CAL-DATA-1
               CALL "CALENDARIO" USING CAL-PARAMETROS
               IF CAL-RESPOSTA NOT = 'S'
                   ADD 1 TO WS-TOTAL-FERIADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-TURMA (WS-SUB-GRD) = WS-DIA-TURMA (WS-SUB-DIA)
                  AND WS-GRD-DIA (WS-SUB-GRD) = WS-DIA-SEMANA
                   PERFORM 2100-SOMA-AULA
               END-IF
           END-PERFORM.

       2100-SOMA-AULA.
           MOVE ZERO TO WS-PRF-ACHADO
           PERFORM VARYING WS-SUB-PRF FROM 1 BY 1
                   UNTIL WS-SUB-PRF > WS-TOTAL-PRF
               IF WS-PRF-CODIGO (WS-SUB-PRF)
                  = WS-GRD-PROFESSOR (WS-SUB-GRD)
                   MOVE WS-SUB-PRF TO WS-PRF-ACHADO
               END-IF
           END-PERFORM
           IF WS-PRF-ACHADO = ZERO
               IF WS-TOTAL-PRF >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-PRF
               MOVE WS-TOTAL-PRF TO WS-PRF-ACHADO
               MOVE WS-GRD-PROFESSOR (WS-SUB-GRD)
                 TO WS-PRF-CODIGO (WS-PRF-ACHADO)
               MOVE "(FORA DO CADASTRO)" TO WS-PRF-NOME (WS-PRF-ACHADO)
               MOVE ZERO TO WS-PRF-FUNCIONARIO (WS-PRF-ACHADO)
                            WS-PRF-VALOR-AULA (WS-PRF-ACHADO)
                            WS-PRF-AULAS (WS-PRF-ACHADO)
           END-IF
           ADD 1 TO WS-PRF-AULAS (WS-PRF-ACHADO)
           ADD 1 TO WS-TOTAL-AULAS.

      *===== REGRAVA aulas_dadas.txt SEM AS LINHAS VELHAS DA
      *===== COMPETENCIA E COM UMA LINHA POR PROFESSOR VINCULADO.
       3000-GRAVA-AULAS.
           MOVE ZERO TO WS-TOTAL-AUL
           OPEN INPUT ARQ-AULAS
           IF WS-STATUS-AULAS = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-AULAS
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF AUL-MES NOT = WS-COMPETENCIA
                              AND WS-TOTAL-AUL < 3000
                               ADD 1 TO WS-TOTAL-AUL
                               MOVE AULAS-LINHA
                                 TO WS-AUL-LINHA (WS-TOTAL-AUL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AULAS
           END-IF
           OPEN OUTPUT ARQ-AULAS
           PERFORM VARYING WS-SUB-AUL FROM 1 BY 1
                   UNTIL WS-SUB-AUL > WS-TOTAL-AUL
               MOVE WS-AUL-LINHA (WS-SUB-AUL) TO AULAS-LINHA
               WRITE AULAS-LINHA
           END-PERFORM
           PERFORM VARYING WS-SUB-PRF FROM 1 BY 1
                   UNTIL WS-SUB-PRF > WS-TOTAL-PRF
               IF WS-PRF-AULAS (WS-SUB-PRF) > ZERO
                   PERFORM 3100-LINHA-DO-PROFESSOR
               END-IF
           END-PERFORM
           CLOSE ARQ-AULAS.

       3100-LINHA-DO-PROFESSOR.
           IF WS-PRF-FUNCIONARIO (WS-SUB-PRF) = ZERO
              OR WS-PRF-VALOR-AULA (WS-SUB-PRF) = ZERO
               ADD 1 TO WS-TOTAL-SEM-VINCULO
               DISPLAY "PROF " WS-PRF-CODIGO (WS-SUB-PRF) " "
                       WS-PRF-NOME (WS-SUB-PRF) " AULAS "
                       WS-PRF-AULAS (WS-SUB-PRF)
                       " - SEM VINCULO COM A FOLHA, NAO PAGO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR ROUNDED =
               WS-PRF-AULAS (WS-SUB-PRF)
               * WS-PRF-VALOR-AULA (WS-SUB-PRF)
           MOVE SPACES TO AULAS-LINHA
           MOVE WS-COMPETENCIA TO AUL-MES
           MOVE WS-PRF-FUNCIONARIO (WS-SUB-PRF) TO AUL-FUNCIONARIO
           MOVE WS-PRF-CODIGO (WS-SUB-PRF) TO AUL-PROFESSOR
           MOVE WS-PRF-AULAS (WS-SUB-PRF) TO AUL-QTDE
           MOVE WS-PRF-VALOR-AULA (WS-SUB-PRF) TO AUL-VALOR-AULA
           MOVE WS-VALOR TO AUL-VALOR
           WRITE AULAS-LINHA
           ADD 1 TO WS-TOTAL-GRAVADOS
           ADD WS-VALOR TO WS-TOTAL-VALOR
           MOVE WS-VALOR TO WS-VALOR-ED
           DISPLAY "PROF " WS-PRF-CODIGO (WS-SUB-PRF) " "
                   WS-PRF-NOME (WS-SUB-PRF) " AULAS "
                   WS-PRF-AULAS (WS-SUB-PRF) " FUNC "
                   WS-PRF-FUNCIONARIO (WS-SUB-PRF) " " WS-VALOR-ED.

       END PROGRAM AULASFOLHA.
