      *=======     MOD: 02/09/2026 - CE - MATRICULA TRANCADA DEIXA
      *=======          DE SER ESPERADA NA CHAMADA: LINHA DELA NO
      *=======          LOTE E RECUSADA EM VEZ DE VIRAR FALTA.
      *=======     MOD: 15/10/2026 - CE - A LINHA DE atribuicoes.txt
      *=======          GANHOU AS AULAS POR SEMANA DA DISCIPLINA NA
      *=======          TURMA (GRADE HORARIA).
      *==============================

       ENVIRONMENT DIVISION.
       05  ATR-DISCIPLINA       PIC X(03).
       05  FILLER               PIC X.
       05  ATR-TURMA            PIC X(06).
       05  FILLER               PIC X.
       05  ATR-AULAS-SEMANA     PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-LOTE        PIC XX VALUE SPACES.
