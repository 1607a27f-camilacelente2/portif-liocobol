      *======= DATA: 02/09/2026
      *======= OBSERVAÇÕES: LANCAMENTO ANTIGO SEM A COLUNA DE CONTA
      *=======               AGRUPA EM "(SEM CONTA)".
      *=======     MOD: 15/10/2026 - CE - plano_contas.txt GANHOU O
      *=======          GRUPO DA DRE (CTA-GRUPO) NO FIM DA LINHA; LAYOUT
      *=======          ACOMPANHADO.
      *==============================

       ENVIRONMENT DIVISION.
           05 CTA-NOME          PIC X(30).
           05 FILLER            PIC X.
           05 CTA-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 CTA-GRUPO         PIC X(02).

       FD  ARQ-BALANCETE.
       01  BALANCETE-LINHA      PIC X(100).
