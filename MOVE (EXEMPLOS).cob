      *=======          AQUI SO SE LANCA COM A DATA DE HOJE, ENTAO
      *=======          MES FECHADO E PORTA FECHADA (AJUSTE DATADO E
      *=======          NO RAZAOMANUAL).
      *=======     MOD: 15/10/2026 - CE - plano_contas.txt GANHOU O
      *=======          GRUPO DA DRE (CTA-GRUPO) NO FIM DA LINHA; LAYOUT
      *=======          ACOMPANHADO.
      *==============================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 CTA-NOME             PIC X(30).
           05 FILLER               PIC X.
           05 CTA-TIPO             PIC X(01).
           05 FILLER               PIC X.
           05 CTA-GRUPO            PIC X(02).

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
