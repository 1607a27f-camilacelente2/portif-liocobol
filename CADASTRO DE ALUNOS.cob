      *=======          REATIVA A MATRICULA; AS NOTAS DO TRANCADO
      *=======          FICAM PRESERVADAS MAS FORA DAS MEDIAS E DO
      *=======          FECHAMENTO, E A CHAMADA DEIXA DE ESPERA-LO.
      *=======     MOD: 15/10/2026 - CE - A MATRICULA PEDE A DATA DE
      *=======          NASCIMENTO (ALU-DATA-NASCIMENTO) E RECUSA O
      *=======          MENOR DE IDADE SEM RESPONSAVEL EM
      *=======          responsaveis.dat (MODULO RESPBUSCA); O
      *=======          TRANCAMENTO GERA A CARTA AO RESPONSAVEL
      *=======          PEDAGOGICO EM cartas_trancamento.txt.
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WRK-STATUS-ALUNOS.

           SELECT ARQ-CARTAS ASSIGN TO "cartas_trancamento.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-STATUS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY "#alunodat".

       FD  ARQ-CARTAS.
       01  CARTA-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-DATA-HOJE   PIC X(40)  VALUE SPACES.
       77 WRK-STATUS-ALUNOS       PIC XX VALUE SPACES.
       77 WRK-NOME                PIC X(30) VALUE SPACES.
       77 WRK-TURMA               PIC X(06) VALUE SPACES.
       77 WRK-TOTAL-ALUNOS        PIC 9(05) VALUE ZERO.
       77 WRK-STATUS-CARTAS       PIC XX VALUE SPACES.
       77 WRK-MAIORIDADE          PIC 9(08) VALUE ZERO.
       77 WRK-DATA-ENTRADA        PIC X(08) VALUE SPACES.
       77 WRK-DATA-FORMATADA      PIC X(10) VALUE SPACES.
       01 WRK-NASCIMENTO          PIC 9(08) VALUE ZERO.
       01 WRK-NASCIMENTO-R REDEFINES WRK-NASCIMENTO.
           05 WRK-NASC-ANO        PIC 9(04).
           05 WRK-NASC-MES        PIC 9(02).
           05 WRK-NASC-DIA        PIC 9(02).
      *===== AREA DE PARAMETROS DO MODULO RESPBUSCA: RESPONSAVEL
      *===== EXIGIDO NA MATRICULA DO MENOR E DESTINATARIO DA CARTA
      *===== DE TRANCAMENTO.
       COPY "#resppar".

       PROCEDURE DIVISION.
       INICIO.
           END-IF.
           DISPLAY "TURMA: ".
           ACCEPT WRK-TURMA.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD): ".
           ACCEPT WRK-NASCIMENTO.
           PERFORM 0300-VALIDA-NASCIMENTO.
           IF WRK-NASCIMENTO = ZERO
               EXIT PARAGRAPH
           END-IF.
      *===== MENOR DE IDADE SO ENTRA COM RESPONSAVEL JA CADASTRADO
      *===== (RESPONSAVEIS, QUE ACEITA O CADASTRO ANTES DA MATRICULA).
           COMPUTE WRK-MAIORIDADE = WRK-NASCIMENTO + 180000.
           MOVE SPACES TO WRK-DATA-HOJE.
           CALL "DATAMES" USING WRK-DATA-HOJE.
           IF WRK-MAIORIDADE > WRK-DATA-HOJE (1:8)
               MOVE WRK-MATRICULA TO RSB-MATRICULA
               SET RSB-QUALQUER TO TRUE
               CALL "RESPBUSCA" USING RSB-PARAMETROS
               IF RSB-RETORNO NOT = '0'
                   DISPLAY "ALUNO MENOR DE IDADE SEM RESPONSAVEL "
                           "CADASTRADO - MATRICULA RECUSADA"
                   DISPLAY "CADASTRE O RESPONSAVEL DA MATRICULA "
                           WRK-MATRICULA " E REPITA A INCLUSAO"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "RESPONSAVEL: " RSB-NOME " " RSB-PARENTESCO
           END-IF.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           MOVE WRK-NOME      TO ALU-NOME.
           MOVE WRK-TURMA     TO ALU-TURMA.
           SET ALUNO-ATIVO TO TRUE.
           MOVE ZERO TO ALU-DATA-TRANCAMENTO.
           MOVE WRK-NASCIMENTO TO ALU-DATA-NASCIMENTO.
           WRITE ALUNO-REGISTRO
               INVALID KEY
                   DISPLAY "MATRICULA " WRK-MATRICULA
                   IF WRK-TURMA NOT = SPACES
                       MOVE WRK-TURMA TO ALU-TURMA
                   END-IF
                   DISPLAY "NOVA DATA DE NASCIMENTO (0 MANTEM): "
                   ACCEPT WRK-NASCIMENTO
                   IF WRK-NASCIMENTO NOT = ZERO
                       PERFORM 0300-VALIDA-NASCIMENTO
                       IF WRK-NASCIMENTO NOT = ZERO
                           MOVE WRK-NASCIMENTO TO ALU-DATA-NASCIMENTO
                       END-IF
                   END-IF
                   REWRITE ALUNO-REGISTRO
                   DISPLAY "ALUNO ALTERADO COM SUCESSO"
           END-READ.
                       REWRITE ALUNO-REGISTRO
                       DISPLAY "MATRICULA TRANCADA EM "
                               ALU-DATA-TRANCAMENTO
                       PERFORM 4100-CARTA-TRANCAMENTO
                   END-IF
           END-READ.

      *===== CARTA AO RESPONSAVEL PEDAGOGICO, ACUMULADA EM
      *===== cartas_trancamento.txt PARA IMPRIMIR E ENVIAR. SEM
      *===== PEDAGOGICO CADASTRADO, A CARTA VAI AOS RESPONSAVEIS DO
      *===== ALUNO SEM NOME E O OPERADOR E AVISADO.
       4100-CARTA-TRANCAMENTO.
           MOVE ALU-MATRICULA TO RSB-MATRICULA.
           SET RSB-PEDAGOGICO TO TRUE.
           CALL "RESPBUSCA" USING RSB-PARAMETROS.
           OPEN EXTEND ARQ-CARTAS.
           IF WRK-STATUS-CARTAS = "35"
               OPEN OUTPUT ARQ-CARTAS
               CLOSE ARQ-CARTAS
               OPEN EXTEND ARQ-CARTAS
           END-IF.
           MOVE ALU-DATA-TRANCAMENTO TO WRK-DATA-ENTRADA.
           CALL "FORMATADATA" USING WRK-DATA-ENTRADA
                                    WRK-DATA-FORMATADA.
           MOVE ALL "=" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "CARTA DE TRANCAMENTO DE MATRICULA - "
                  WRK-DATA-FORMATADA
                  DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF RSB-RETORNO = '0'
               MOVE SPACES TO CARTA-LINHA
               STRING "A(O) SR(A). " DELIMITED BY SIZE
                      RSB-NOME DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      RSB-PARENTESCO DELIMITED BY "  "
                      ")" DELIMITED BY SIZE
                      INTO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE RSB-ENDERECO TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING "TELEFONE: " RSB-TELEFONE
                      DELIMITED BY SIZE INTO CARTA-LINHA
               WRITE CARTA-LINHA
           ELSE
               MOVE "AOS RESPONSAVEIS PELO ALUNO" TO CARTA-LINHA
               WRITE CARTA-LINHA
               DISPLAY "ALUNO SEM RESPONSAVEL PEDAGOGICO - CARTA "
                       "SEM DESTINATARIO NOMINAL"
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "COMUNICAMOS QUE A MATRICULA " ALU-MATRICULA
                  " DO ALUNO " ALU-NOME
                  DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "TURMA " ALU-TURMA ", FOI TRANCADA EM "
                  WRK-DATA-FORMATADA "."
                  DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "AS NOTAS JA LANCADAS FICAM PRESERVADAS E A MATRICULA"
             TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "PODE SER REATIVADA NA SECRETARIA DA ESCOLA."
             TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "A SECRETARIA" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           CLOSE ARQ-CARTAS.
           DISPLAY "CARTA DE TRANCAMENTO EM cartas_trancamento.txt".

      *===== A REATIVACAO DESFAZ O TRANCAMENTO: A SITUACAO VOLTA A
      *===== 'A', A DATA E ZERADA E O ALUNO VOLTA AS MEDIAS, AO
      *===== FECHAMENTO E A LISTA DE CHAMADA.
           DISPLAY "NOME.........." ALU-NOME.
           DISPLAY "TURMA........." ALU-TURMA.
           DISPLAY "SITUACAO......" ALU-SITUACAO.
           DISPLAY "NASCIMENTO...." ALU-DATA-NASCIMENTO.

      *===== DATA DE NASCIMENTO INVALIDA VOLTA ZERADA.
       0300-VALIDA-NASCIMENTO.
           IF WRK-NASC-ANO < 1900
              OR WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
              OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
               DISPLAY "DATA DE NASCIMENTO INVALIDA"
               MOVE ZERO TO WRK-NASCIMENTO
           END-IF.

       9000-ABRIR-ARQUIVO.
           OPEN I-O ARQ-ALUNOS.
