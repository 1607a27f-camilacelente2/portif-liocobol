      *======= OBJETIVO: GERADOR DE FOLHAS DE CHAMADA, NO MESMO
      *=======           ESPIRITO DO INVENTARIOFOLHAS: PARA CADA DIA
      *=======           LETIVO (DIA UTIL PELO MODULO CALENDARIO) DO
      *=======           PERIODO PEDIDO, UMA FOLHA DATADA POR AULA DA
      *=======           GRADE HORARIA DE CADA TURMA (OU POR DIA, PARA
      *=======           TURMA FORA DA GRADE) COM UMA LINHA POR ALUNO
      *=======           ATIVO - MATRICULA
      *=======           PRE-IMPRESSA E CAIXA P/F - EM
      *=======           folhas_chamada.txt. O QUE O PROFESSOR
      *=======           PREENCHE CASA LINHA A LINHA COM O QUE O
      *======= DATA: 02/09/2026
      *======= OBSERVAÇÕES: AS TURMAS SAEM DO PROPRIO alunos.dat
      *=======               (ALUNO TRANCADO NAO APARECE).
      *=======     MOD: 15/10/2026 - CE - UMA FOLHA POR AULA DA GRADE
      *=======          HORARIA (grade_horaria.txt)
      *==============================

       ENVIRONMENT DIVISION.
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-GRADE ASSIGN TO "grade_horaria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GRADE.

           SELECT ARQ-FOLHAS ASSIGN TO "folhas_chamada.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FOLHAS.
       FD  ARQ-ALUNOS.
           COPY "#alunodat".

       FD  ARQ-GRADE.
           COPY "#gradedat".

       FD  ARQ-FOLHAS.
       01  FOLHA-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ALUNOS    PIC XX VALUE SPACES.
       77 WS-STATUS-FOLHAS    PIC XX VALUE SPACES.
       77 WS-STATUS-GRADE     PIC XX VALUE SPACES.
       01 WS-EOF-GRADE        PIC X VALUE 'N'.
       01 WS-DIA-SEMANA       PIC 9 VALUE ZERO.
       01 WS-SUB-GRD          PIC 9(4) VALUE ZERO.
       01 WS-SUB-PERIODO      PIC 99 VALUE ZERO.
       01 WS-TURMA-NA-GRADE   PIC X VALUE 'N'.
       01 WS-PERIODO-FOLHA    PIC 99 VALUE ZERO.
       01 WS-DISCIPLINA-FOLHA PIC X(3) VALUE SPACES.
       01 WS-PROFESSOR-FOLHA  PIC 9(4) VALUE ZERO.
       01 WS-DATA-INICIAL     PIC 9(8) VALUE ZERO.
       01 WS-DATA-FINAL       PIC 9(8) VALUE ZERO.
       01 WS-DIA-CORRENTE     PIC 9(8) VALUE ZERO.
       01  WS-TABELA-TURMAS.
           05 WS-TRM-NOME       PIC X(6) OCCURS 30 TIMES.

      *===== GRADE HORARIA (ATE 1000 AULAS SEMANAIS), MANTIDA PELO
      *===== GRADEHORARIA. SEM ELA A FOLHA CONTINUA SENDO DIARIA.
       01 WS-TOTAL-GRADE        PIC 9(4) VALUE ZERO.
       01  WS-TABELA-GRADE.
           05 WS-GRD-ITEM OCCURS 1000 TIMES.
               10 WS-GRD-TURMA      PIC X(6).
               10 WS-GRD-DIA        PIC 9.
               10 WS-GRD-PERIODO    PIC 99.
               10 WS-GRD-DISCIPLINA PIC X(3).
               10 WS-GRD-PROFESSOR  PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== FOLHAS DE CHAMADA ==="
               DISPLAY "NENHUM ALUNO ATIVO - NADA A GERAR"
               STOP RUN
           END-IF
           PERFORM 1200-CARREGA-GRADE
           OPEN OUTPUT ARQ-FOLHAS
           MOVE WS-DATA-INICIAL TO WS-DIA-CORRENTE
           PERFORM UNTIL WS-DIA-CORRENTE > WS-DATA-FINAL
           END-PERFORM.
           CLOSE ARQ-ALUNOS.

       1200-CARREGA-GRADE.
           MOVE ZERO TO WS-TOTAL-GRADE
           OPEN INPUT ARQ-GRADE
           IF WS-STATUS-GRADE NOT = "00"
               DISPLAY "SEM grade_horaria.txt - UMA FOLHA POR DIA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-GRADE
           PERFORM UNTIL WS-EOF-GRADE = 'S'
               READ ARQ-GRADE
                   AT END
                       MOVE 'S' TO WS-EOF-GRADE
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GRADE.

       1100-ANOTA-TURMA.
           MOVE 'N' TO WS-TURMA-JA-VISTA
           PERFORM VARYING WS-SUB-TURMA FROM 1 BY 1
           ADD 1 TO WS-TOTAL-DIAS
           MOVE WS-DIA-CORRENTE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE 'S' TO CAL-FUNCAO
           MOVE WS-DIA-CORRENTE TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIA-SEMANA
           PERFORM VARYING WS-SUB-TURMA FROM 1 BY 1
                   UNTIL WS-SUB-TURMA > WS-TOTAL-TURMAS
               PERFORM 2050-FOLHAS-DA-TURMA
           END-PERFORM.

      *===== TURMA COM AULAS NA GRADE: UMA FOLHA POR AULA DO DIA, NA
      *===== ORDEM DAS AULAS; TURMA FORA DA GRADE: UMA FOLHA NO DIA.
       2050-FOLHAS-DA-TURMA.
           MOVE 'N' TO WS-TURMA-NA-GRADE
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
               IF WS-GRD-TURMA (WS-SUB-GRD) = WS-TRM-NOME (WS-SUB-TURMA)
                   MOVE 'S' TO WS-TURMA-NA-GRADE
               END-IF
           END-PERFORM
           IF WS-TURMA-NA-GRADE NOT = 'S'
               MOVE ZERO TO WS-PERIODO-FOLHA
               PERFORM 2100-FOLHA-DA-TURMA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-PERIODO FROM 1 BY 1
                   UNTIL WS-SUB-PERIODO > 12
               PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                       UNTIL WS-SUB-GRD > WS-TOTAL-GRADE
                   IF WS-GRD-TURMA (WS-SUB-GRD)
                      = WS-TRM-NOME (WS-SUB-TURMA)
                      AND WS-GRD-DIA (WS-SUB-GRD) = WS-DIA-SEMANA
                      AND WS-GRD-PERIODO (WS-SUB-GRD) = WS-SUB-PERIODO
                       MOVE WS-SUB-PERIODO TO WS-PERIODO-FOLHA
                       MOVE WS-GRD-DISCIPLINA (WS-SUB-GRD)
                         TO WS-DISCIPLINA-FOLHA
                       MOVE WS-GRD-PROFESSOR (WS-SUB-GRD)
                         TO WS-PROFESSOR-FOLHA
                       PERFORM 2100-FOLHA-DA-TURMA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *===== WS-PERIODO-FOLHA ZERO = FOLHA DO DIA INTEIRO.
       2100-FOLHA-DA-TURMA.
           ADD 1 TO WS-TOTAL-FOLHAS
           MOVE ALL "=" TO FOLHA-LINHA
                  WS-TRM-NOME (WS-SUB-TURMA)
                  " - DIA " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO FOLHA-LINHA
           IF WS-PERIODO-FOLHA NOT = ZERO
               MOVE " - AULA " TO FOLHA-LINHA (49:8)
               MOVE WS-PERIODO-FOLHA TO FOLHA-LINHA (57:2)
           END-IF
           WRITE FOLHA-LINHA
           IF WS-PERIODO-FOLHA NOT = ZERO
               MOVE SPACES TO FOLHA-LINHA
               STRING "DISCIPLINA " WS-DISCIPLINA-FOLHA
                      " - PROFESSOR " WS-PROFESSOR-FOLHA
                      DELIMITED BY SIZE INTO FOLHA-LINHA
               WRITE FOLHA-LINHA
           END-IF
           MOVE SPACES TO FOLHA-LINHA
           MOVE "MATRICULA NOME                            ( P/F )"
             TO FOLHA-LINHA
