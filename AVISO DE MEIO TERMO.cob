      *======= OBSERVAÇÕES: CORTES PADRAO - MEDIA 7,00 E FREQUENCIA
      *=======               75 PORCENTO, AMBOS PERGUNTADOS NA
      *=======               ABERTURA (0 = PADRAO).
      *=======     MOD: 15/10/2026 - CE - A FOLHA DE AVISO E ENDERECADA
      *=======          AO RESPONSAVEL PEDAGOGICO DO ALUNO
      *=======          (responsaveis.dat, MODULO RESPBUSCA), COM
      *=======          ENDERECO E TELEFONE.
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-MEDIA-ED         PIC Z9,99.
       01 WS-MOTIVO-NOTA      PIC X VALUE 'N'.
       01 WS-MOTIVO-FALTA     PIC X VALUE 'N'.
       01 WS-TOTAL-SEM-RESP   PIC 9(3) VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO RESPBUSCA: O AVISO VAI AO
      *===== RESPONSAVEL PEDAGOGICO DO ALUNO.
       COPY "#resppar".

      *===== ACUMULADORES POR ALUNO (ATE 300): PIOR MEDIA PARCIAL,
      *===== DISCIPLINAS ABAIXO DO CORTE E FREQUENCIA.
           DISPLAY "=== AVISOS GERADOS ==="
           DISPLAY "ALUNOS AVALIADOS: " WS-TOTAL-ALU
           DISPLAY "FOLHAS DE AVISO.: " WS-TOTAL-AVISOS
           DISPLAY "SEM RESP. PEDAG.: " WS-TOTAL-SEM-RESP
           DISPLAY "FOLHAS EM avisos_meio_termo.txt".

       3100-AVALIA-ALUNO.
                  " TURMA: " WS-ALU-TURMA (WS-SUB-ALU)
                  DELIMITED BY SIZE INTO AVISO-LINHA
           WRITE AVISO-LINHA
           PERFORM 3300-DESTINATARIO
           IF WS-MOTIVO-NOTA = 'S'
               MOVE WS-ALU-PIOR (WS-SUB-ALU) TO WS-MEDIA-ED
               MOVE SPACES TO AVISO-LINHA
                   MOVE ALU-TURMA TO WS-ALU-TURMA (WS-SUB-ALU)
           END-READ.

      *===== PARA QUEM VAI A FOLHA: O RESPONSAVEL PEDAGOGICO DE
      *===== responsaveis.dat; SEM ELE, AOS RESPONSAVEIS SEM NOME.
       3300-DESTINATARIO.
           MOVE WS-ALU-MATRICULA (WS-SUB-ALU) TO RSB-MATRICULA
           SET RSB-PEDAGOGICO TO TRUE
           CALL "RESPBUSCA" USING RSB-PARAMETROS
           MOVE SPACES TO AVISO-LINHA
           IF RSB-RETORNO NOT = '0'
               ADD 1 TO WS-TOTAL-SEM-RESP
               MOVE "AOS CUIDADOS DOS RESPONSAVEIS PELO ALUNO"
                 TO AVISO-LINHA
               WRITE AVISO-LINHA
               EXIT PARAGRAPH
           END-IF
           STRING "AOS CUIDADOS DE: " DELIMITED BY SIZE
                  RSB-NOME DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  RSB-PARENTESCO DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
                  INTO AVISO-LINHA
           WRITE AVISO-LINHA
           MOVE SPACES TO AVISO-LINHA
           STRING "ENDERECO: " RSB-ENDERECO
                  DELIMITED BY SIZE INTO AVISO-LINHA
           WRITE AVISO-LINHA
           MOVE SPACES TO AVISO-LINHA
           STRING "TELEFONE: " RSB-TELEFONE
                  DELIMITED BY SIZE INTO AVISO-LINHA
           WRITE AVISO-LINHA.

       END PROGRAM AVISOMEIOTERMO.
