      *=======     MOD: 02/09/2026 - CE - O LANCAMENTO SO SEGUE SE
      *=======          atribuicoes.txt (CADASTRO: PROFESSORES) TEM
      *=======          PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA.
      *=======     MOD: 15/10/2026 - CE - A LINHA DE atribuicoes.txt
      *=======          GANHOU AS AULAS POR SEMANA DA DISCIPLINA NA
      *=======          TURMA (GRADE HORARIA).
      *==============================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 ATR-DISCIPLINA   PIC X(03).
           05 FILLER           PIC X.
           05 ATR-TURMA        PIC X(06).
           05 FILLER           PIC X.
           05 ATR-AULAS-SEMANA PIC X(02).

       WORKING-STORAGE             SECTION.
       77  WRK-STATUS-ATRIBUICOES PIC XX VALUE SPACES.
