      *=======     MOD: 10/10/2025 - CE - A SIMULACAO PASSOU A PEGAR
      *=======          TAMBEM O CODIGO DUPLICADO DENTRO DO PROPRIO
      *=======          LOTE, COMO A GRAVACAO REAL JA FAZIA.
      *=======     MOD: 15/10/2026 - CE - A LINHA DO LOTE GANHA A
      *=======          CLASSIFICACAO INDICATIVA (L, 10, 12, 14, 16 OU
      *=======          18) DEPOIS DO ANO; EM BRANCO ENTRA COMO LIVRE E
      *=======          VALOR FORA DA TABELA E REJEITADO COM MOTIVO C1.
      *==============================

       ENVIRONMENT DIVISION.
       05  LT-GENERO-FILME     PIC X(15).
       05  FILLER              PIC X.
       05  LT-ANO-FILME        PIC 9(4).
       05  FILLER              PIC X.
       05  LT-CLASSIFICACAO    PIC X(2).

       FD  ARQ-TRAVA.
       01  TRAVA-LINHA.
       01  REJEITADO-LINHA.
       05  RJL-MOTIVO          PIC X(2).
       05  FILLER              PIC X VALUE SPACE.
       05  RJL-DADOS           PIC X(59).

       FD  ARQ-FILMES.
           COPY "#filmedat".
           MOVE ZERO TO DURACAO-MINUTOS
           SET FILME-ATIVO TO TRUE
           SET FILME-DISPONIVEL TO TRUE
           MOVE LT-CLASSIFICACAO TO CLASSIFICACAO-FILME
           IF CLASSIFICACAO-FILME = SPACES
               MOVE 'L ' TO CLASSIFICACAO-FILME
           END-IF

           PERFORM 2100-VALIDA-GENERO
           IF WS-GENERO-OK NOT = 'S'
                       CODIGO-FILME " GENERO " GENERO-FILME
               MOVE "G1" TO RJL-MOTIVO
               PERFORM 2300-GRAVA-REJEITADO
           ELSE
           IF NOT CLASSIFICACAO-VALIDA
               ADD 1 TO WS-TOTAL-INVALIDOS
               DISPLAY "IGNORADO - CLASSIFICACAO INVALIDA: CODIGO "
                       CODIGO-FILME " CLASSIFICACAO "
                       CLASSIFICACAO-FILME
               MOVE "C1" TO RJL-MOTIVO
               PERFORM 2300-GRAVA-REJEITADO
           ELSE
               IF WS-MODO-SIMULACAO = 'S'
                   PERFORM 2200-SIMULA-GRAVACAO
                           ADD 1 TO WS-TOTAL-GRAVADOS
                   END-WRITE
               END-IF
           END-IF
           END-IF.

      *===== NA SIMULACAO O CODIGO DUPLICADO E DETECTADO POR LEITURA,
           DISPLAY "LINHAS LIDAS......: " WS-TOTAL-LIDOS.
           DISPLAY "FILMES GRAVADOS...: " WS-TOTAL-GRAVADOS.
           DISPLAY "CODIGOS DUPLICADOS: " WS-TOTAL-DUPLICADOS.
           DISPLAY "GEN/CLASS INVALIDOS: " WS-TOTAL-INVALIDOS.
           DISPLAY "REJEITADOS GRAVADOS EM filmes_lote_rejeitados.txt".

       END PROGRAM FILMESLOTE.
