      *=======          O MESMO CONTADOR DO FILMES, PARA O
      *=======          AUDITVERIFICA ENXERGAR BURACO TAMBEM NAS
      *=======          LINHAS DESTA IMPORTACAO.
      *=======     MOD: 15/10/2026 - CE - A COLUNA CLASSIFICACAO (ULTIMA
      *=======          DO CSV, L/10/12/14/16/18) TAMBEM E APLICADA
      *=======          QUANDO DIFERE; EM BRANCO MANTEM A DO CATALOGO E
      *=======          FORA DA TABELA REJEITA A LINHA.
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-CAMPO-DURACAO      PIC X(10) VALUE SPACES.
       01 WS-CAMPO-SITUACAO     PIC X(5) VALUE SPACES.
       01 WS-CAMPO-DISPONIB     PIC X(5) VALUE SPACES.
       01 WS-CAMPO-CLASSIFICACAO PIC X(5) VALUE SPACES.
       01 WS-CLASSIFICACAO-CSV  PIC X(2) VALUE SPACES.
           88 WS-CLASSIFICACAO-OK        VALUE 'L ' '10' '12' '14'
                                               '16' '18'.

       01 WS-NUMERO-CONVERTIDO  PIC 9(8) VALUE ZERO.
       01 WS-CAMPO-NUMERICO     PIC X(10) VALUE SPACES.
           05 AA-ANO                PIC 9(4) VALUE ZERO.
           05 AA-DIRETOR            PIC X(30) VALUE SPACES.
           05 AA-DURACAO            PIC 9(3) VALUE ZERO.
           05 AA-CLASSIFICACAO      PIC X(2) VALUE SPACES.

       01  WS-TABELA-GENEROS.
           05 FILLER               PIC X(15) VALUE 'ACAO'.
           MOVE SPACES TO WS-CAMPO-ANO
           MOVE SPACES TO WS-CAMPO-DIRETOR
           MOVE SPACES TO WS-CAMPO-DURACAO
           MOVE SPACES TO WS-CAMPO-CLASSIFICACAO
           UNSTRING CSV-LINHA DELIMITED BY ","
               INTO WS-CAMPO-CODIGO
                    WS-CAMPO-NOME
                    WS-CAMPO-DURACAO
                    WS-CAMPO-SITUACAO
                    WS-CAMPO-DISPONIB
                    WS-CAMPO-CLASSIFICACAO
           END-UNSTRING

           MOVE WS-CAMPO-CODIGO TO WS-CAMPO-NUMERICO
               EXIT PARAGRAPH
           END-IF

      *===== CLASSIFICACAO EM BRANCO (CSV ANTIGO, SEM A COLUNA)
      *===== MANTEM A DO CATALOGO; PREENCHIDA TEM QUE SER DA TABELA.
           MOVE WS-CAMPO-CLASSIFICACAO (1:2) TO WS-CLASSIFICACAO-CSV
           IF WS-CLASSIFICACAO-CSV NOT = SPACES
              AND NOT WS-CLASSIFICACAO-OK
               MOVE "CLASSIFICACAO INVALIDA" TO WS-MOTIVO-REJEICAO
               PERFORM 2400-REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CODIGO-CSV TO CODIGO-FILME
           READ ARQ-FILMES
               INVALID KEY
           MOVE ANO-FILME       TO AA-ANO
           MOVE DIRETOR-FILME   TO AA-DIRETOR
           MOVE DURACAO-MINUTOS TO AA-DURACAO
           MOVE CLASSIFICACAO-FILME TO AA-CLASSIFICACAO
           MOVE 'N' TO WS-HOUVE-MUDANCA
           IF WS-CAMPO-NOME NOT = NOME-FILME
               MOVE WS-CAMPO-NOME TO NOME-FILME
               MOVE WS-DURACAO-CSV TO DURACAO-MINUTOS
               MOVE 'S' TO WS-HOUVE-MUDANCA
           END-IF
           IF WS-CLASSIFICACAO-CSV NOT = SPACES
              AND WS-CLASSIFICACAO-CSV NOT = CLASSIFICACAO-FILME
               MOVE WS-CLASSIFICACAO-CSV TO CLASSIFICACAO-FILME
               MOVE 'S' TO WS-HOUVE-MUDANCA
           END-IF
           IF WS-HOUVE-MUDANCA NOT = 'S'
               ADD 1 TO WS-TOTAL-SEM-MUDANCA
               EXIT PARAGRAPH
