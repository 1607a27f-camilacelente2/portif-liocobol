      *=======           boletim_aluno.txt.
      *======= DATA: 01/08/2025
      *======= OBSERVAÇÕES:
      *=======     MOD: 15/10/2026 - CE - O BOLETIM E ENDERECADO AO
      *=======          RESPONSAVEL PEDAGOGICO DO ALUNO
      *=======          (responsaveis.dat, MODULO RESPBUSCA).
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-TOTAL-DISCIPLINAS  PIC 9(3) VALUE ZERO.
       01 WS-NOME-DISCIPLINA    PIC X(20) VALUE SPACES.
       01 WS-EOF-DISC           PIC X VALUE 'N'.
      *===== AREA DE PARAMETROS DO MODULO RESPBUSCA: O BOLETIM VAI
      *===== AO RESPONSAVEL PEDAGOGICO DO ALUNO.
       COPY "#resppar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
                  DELIMITED BY SIZE INTO BOLETIM-LINHA.
           WRITE BOLETIM-LINHA.
           DISPLAY BOLETIM-LINHA.
           PERFORM 1200-DESTINATARIO.
           MOVE "DISC NOME                 NOTA1 NOTA2 MEDIA SITUACAO"
             TO BOLETIM-LINHA.
           WRITE BOLETIM-LINHA.
           DISPLAY BOLETIM-LINHA.

      *===== PARA QUEM VAI O BOLETIM: O RESPONSAVEL PEDAGOGICO DE
      *===== responsaveis.dat; SEM ELE, AOS RESPONSAVEIS SEM NOME.
       1200-DESTINATARIO.
           MOVE ALU-MATRICULA TO RSB-MATRICULA.
           SET RSB-PEDAGOGICO TO TRUE.
           CALL "RESPBUSCA" USING RSB-PARAMETROS.
           MOVE SPACES TO BOLETIM-LINHA.
           IF RSB-RETORNO = '0'
               STRING "AOS CUIDADOS DE: " DELIMITED BY SIZE
                      RSB-NOME DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      RSB-PARENTESCO DELIMITED BY "  "
                      ")" DELIMITED BY SIZE
                      INTO BOLETIM-LINHA
               WRITE BOLETIM-LINHA
               DISPLAY BOLETIM-LINHA
               MOVE SPACES TO BOLETIM-LINHA
               STRING "ENDERECO: " RSB-ENDERECO
                      " TEL " RSB-TELEFONE
                      DELIMITED BY SIZE INTO BOLETIM-LINHA
           ELSE
               MOVE "AOS CUIDADOS DOS RESPONSAVEIS PELO ALUNO"
                 TO BOLETIM-LINHA
               DISPLAY "ALUNO SEM RESPONSAVEL PEDAGOGICO CADASTRADO"
           END-IF.
           WRITE BOLETIM-LINHA.
           DISPLAY BOLETIM-LINHA.

       2000-VARRE-NOTAS.
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
