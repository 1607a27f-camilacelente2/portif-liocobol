       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPONSAVEIS.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CADASTRO DOS RESPONSAVEIS DOS ALUNOS
      *=======           (responsaveis.dat, INDEXADO POR MATRICULA E
      *=======           SEQUENCIA - #responsaveldat): NOME,
      *=======           PARENTESCO, TELEFONE, ENDERECO, CPF E OS
      *=======           PAPEIS DE RESPONSAVEL PEDAGOGICO (RECEBE O
      *=======           AVISO DE MEIO DE TERMO, O BOLETIM E A CARTA
      *=======           DE TRANCAMENTO) E FINANCEIRO (PAGADOR DA
      *=======           MENSALIDADE). O RELATORIO DE PENDENCIAS
      *=======           (responsaveis_pendentes.txt) LISTA OS ALUNOS
      *=======           ATIVOS SEM RESPONSAVEL OU SEM UM DOS PAPEIS.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O RESPONSAVEL PODE SER CADASTRADO ANTES
      *=======               DA MATRICULA (O ALUNOSCAD RECUSA O MENOR
      *=======               SEM RESPONSAVEL). MARCAR UM PAPEL TIRA
      *=======               ESSE PAPEL DOS OUTROS RESPONSAVEIS DO
      *=======               ALUNO. O RESPONSAVEL FINANCEIRO EXIGE
      *=======               CPF. O ULTIMO RESPONSAVEL DE ALUNO ATIVO
      *=======               MENOR DE IDADE NAO PODE SER EXCLUIDO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
           FILE STATUS IS WS-STATUS-RESPONSAVEIS.

           SELECT ARQ-ALUNOS ASSIGN TO "alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-PENDENTES ASSIGN TO "responsaveis_pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESPONSAVEIS.
           COPY "#responsaveldat".

       FD  ARQ-ALUNOS.
           COPY "#alunodat".

       FD  ARQ-PENDENTES.
       01  PENDENTE-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-RESPONSAVEIS PIC XX VALUE SPACES.
       77 WS-STATUS-ALUNOS       PIC XX VALUE SPACES.
       77 WS-STATUS-PENDENTES    PIC XX VALUE SPACES.
       01 WS-OPCAO               PIC X VALUE SPACE.
       01 WS-CONFIRMA            PIC X VALUE SPACE.
       01 WS-DATA-HOJE           PIC X(40) VALUE SPACES.
       01 WS-HOJE                PIC 9(8) VALUE ZERO.
       01 WS-MAIORIDADE          PIC 9(8) VALUE ZERO.
       01 WS-MENOR               PIC X VALUE 'N'.
       01 WS-ALUNO-OK            PIC X VALUE 'N'.
       01 WS-MATRICULA-PEDIDA    PIC 9(4) VALUE ZERO.
       01 WS-SEQUENCIA-PEDIDA    PIC 9(2) VALUE ZERO.
       01 WS-CPF-PEDIDO          PIC 9(11) VALUE ZERO.
      *===== DADOS DIGITADOS, PASSADOS PARA MAIUSCULAS DE UMA VEZ.
       01  WS-DADOS-PEDIDOS.
           05 WS-NOME-PEDIDO       PIC X(30) VALUE SPACES.
           05 WS-PARENTESCO-PEDIDO PIC X(15) VALUE SPACES.
           05 WS-TELEFONE-PEDIDO   PIC X(15) VALUE SPACES.
           05 WS-ENDERECO-PEDIDO   PIC X(50) VALUE SPACES.
           05 WS-PEDAGOGICO-PEDIDO PIC X VALUE SPACE.
           05 WS-FINANCEIRO-PEDIDO PIC X VALUE SPACE.
      *===== RESUMO DOS RESPONSAVEIS DE UMA MATRICULA (7100).
       01 WS-QTDE-DO-ALUNO       PIC 9(2) VALUE ZERO.
       01 WS-ULTIMA-SEQUENCIA    PIC 9(2) VALUE ZERO.
       01 WS-TEM-PEDAGOGICO      PIC X VALUE 'N'.
       01 WS-TEM-FINANCEIRO      PIC X VALUE 'N'.
      *===== REGISTRO GRAVADO, GUARDADO PARA TIRAR O PAPEL DOS
      *===== OUTROS RESPONSAVEIS DO ALUNO (7300).
       01 WS-REGISTRO-GRAVADO    PIC X(129) VALUE SPACES.
       01 WS-CHAVE-GRAVADA.
           05 WS-MATRICULA-GRAVADA PIC 9(4).
           05 WS-SEQUENCIA-GRAVADA PIC 9(2).
       01 WS-PAPEL-PEDAGOGICO    PIC X VALUE 'N'.
       01 WS-PAPEL-FINANCEIRO    PIC X VALUE 'N'.
       01 WS-PENDENCIA           PIC X(28) VALUE SPACES.
       01 WS-NASCIMENTO-X        PIC X(8) VALUE SPACES.
       01 WS-MARCA-MENOR         PIC X(5) VALUE SPACES.
       01 WS-TOTAL-PENDENTES     PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SEM-NENHUM    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-MENORES       PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ALUNOS        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-ABRIR-RESPONSAVEIS
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           CLOSE ARQ-RESPONSAVEIS
           STOP RUN.

       1000-ABRIR-RESPONSAVEIS.
           OPEN I-O ARQ-RESPONSAVEIS.
           IF WS-STATUS-RESPONSAVEIS = "35"
               OPEN OUTPUT ARQ-RESPONSAVEIS
               CLOSE ARQ-RESPONSAVEIS
               OPEN I-O ARQ-RESPONSAVEIS
           END-IF.
           IF WS-STATUS-RESPONSAVEIS NOT = "00"
               DISPLAY "ERRO AO ABRIR responsaveis.dat - STATUS "
                       WS-STATUS-RESPONSAVEIS
               STOP RUN
           END-IF.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== RESPONSAVEIS DOS ALUNOS ===".
           DISPLAY "1 - INCLUIR RESPONSAVEL".
           DISPLAY "2 - CONSULTAR RESPONSAVEIS DO ALUNO".
           DISPLAY "3 - ALTERAR RESPONSAVEL".
           DISPLAY "4 - EXCLUIR RESPONSAVEL".
           DISPLAY "5 - RELATORIO DE ALUNOS SEM RESPONSAVEL".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-INCLUI-RESPONSAVEL
               WHEN '2' PERFORM 3100-CONSULTA-RESPONSAVEIS
               WHEN '3' PERFORM 3200-ALTERA-RESPONSAVEL
               WHEN '4' PERFORM 3300-EXCLUI-RESPONSAVEL
               WHEN '5' PERFORM 4000-RELATORIO-PENDENTES
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== O PRIMEIRO RESPONSAVEL DO ALUNO, SEM RESPOSTA NOS
      *===== PAPEIS, FICA COM OS DOIS.
       3000-INCLUI-RESPONSAVEL.
           MOVE ZERO TO WS-MATRICULA-PEDIDA
           DISPLAY "MATRICULA DO ALUNO: "
           ACCEPT WS-MATRICULA-PEDIDA
           IF WS-MATRICULA-PEDIDA = ZERO
               DISPLAY "MATRICULA INVALIDA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-LE-ALUNO
           IF WS-ALUNO-OK = 'S'
               DISPLAY "ALUNO: " ALU-NOME " TURMA " ALU-TURMA
           ELSE
               DISPLAY "MATRICULA AINDA NAO ESTA EM alunos.dat"
               DISPLAY "CADASTRAR O RESPONSAVEL ANTES DA MATRICULA "
                       "(S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 7100-RESUME-DO-ALUNO
           IF WS-ULTIMA-SEQUENCIA >= 99
               DISPLAY "ALUNO JA TEM 99 RESPONSAVEIS - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOME-PEDIDO WS-PARENTESCO-PEDIDO
                          WS-TELEFONE-PEDIDO WS-ENDERECO-PEDIDO
                          WS-PEDAGOGICO-PEDIDO WS-FINANCEIRO-PEDIDO
           MOVE ZERO TO WS-CPF-PEDIDO
           DISPLAY "NOME DO RESPONSAVEL: "
           ACCEPT WS-NOME-PEDIDO
           IF WS-NOME-PEDIDO = SPACES
               DISPLAY "NOME E OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-PEDE-DADOS
           IF WS-QTDE-DO-ALUNO = ZERO
               IF WS-PEDAGOGICO-PEDIDO = SPACE
                   MOVE 'S' TO WS-PEDAGOGICO-PEDIDO
               END-IF
               IF WS-FINANCEIRO-PEDIDO = SPACE
                   MOVE 'S' TO WS-FINANCEIRO-PEDIDO
               END-IF
           END-IF
           IF WS-PEDAGOGICO-PEDIDO NOT = 'S'
               MOVE 'N' TO WS-PEDAGOGICO-PEDIDO
           END-IF
           IF WS-FINANCEIRO-PEDIDO NOT = 'S'
               MOVE 'N' TO WS-FINANCEIRO-PEDIDO
           END-IF
           IF WS-FINANCEIRO-PEDIDO = 'S' AND WS-CPF-PEDIDO = ZERO
               DISPLAY "CPF E OBRIGATORIO PARA O RESPONSAVEL "
                       "FINANCEIRO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESPONSAVEL-REGISTRO
           MOVE WS-MATRICULA-PEDIDA TO RSP-MATRICULA
           COMPUTE RSP-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1
           MOVE WS-NOME-PEDIDO TO RSP-NOME
           MOVE WS-PARENTESCO-PEDIDO TO RSP-PARENTESCO
           MOVE WS-TELEFONE-PEDIDO TO RSP-TELEFONE
           MOVE WS-ENDERECO-PEDIDO TO RSP-ENDERECO
           MOVE WS-CPF-PEDIDO TO RSP-CPF
           MOVE WS-PEDAGOGICO-PEDIDO TO RSP-PEDAGOGICO
           MOVE WS-FINANCEIRO-PEDIDO TO RSP-FINANCEIRO
           WRITE RESPONSAVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR - STATUS "
                           WS-STATUS-RESPONSAVEIS
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "RESPONSAVEL " RSP-MATRICULA "-" RSP-SEQUENCIA
                   " INCLUIDO"
           PERFORM 7300-PAPEL-UNICO.

       3100-CONSULTA-RESPONSAVEIS.
           MOVE ZERO TO WS-MATRICULA-PEDIDA
           DISPLAY "MATRICULA DO ALUNO: "
           ACCEPT WS-MATRICULA-PEDIDA
           MOVE ZERO TO WS-QTDE-DO-ALUNO
           MOVE WS-MATRICULA-PEDIDA TO RSP-MATRICULA
           MOVE ZERO TO RSP-SEQUENCIA
           START ARQ-RESPONSAVEIS KEY IS >= RSP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESPONSAVEIS
           END-START
           PERFORM UNTIL WS-STATUS-RESPONSAVEIS = "10"
               READ ARQ-RESPONSAVEIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESPONSAVEIS
                   NOT AT END
                       IF RSP-MATRICULA NOT = WS-MATRICULA-PEDIDA
                           MOVE "10" TO WS-STATUS-RESPONSAVEIS
                       ELSE
                           ADD 1 TO WS-QTDE-DO-ALUNO
                           PERFORM 7400-MOSTRA-RESPONSAVEL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTDE-DO-ALUNO = ZERO
               DISPLAY "NENHUM RESPONSAVEL CADASTRADO PARA A "
                       "MATRICULA " WS-MATRICULA-PEDIDA
           END-IF.

      *===== CAMPO EM BRANCO (CPF ZERO) MANTEM O VALOR ATUAL.
       3200-ALTERA-RESPONSAVEL.
           PERFORM 7500-PEDE-CHAVE
           READ ARQ-RESPONSAVEIS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ
           PERFORM 7400-MOSTRA-RESPONSAVEL
           MOVE SPACES TO WS-NOME-PEDIDO WS-PARENTESCO-PEDIDO
                          WS-TELEFONE-PEDIDO WS-ENDERECO-PEDIDO
                          WS-PEDAGOGICO-PEDIDO WS-FINANCEIRO-PEDIDO
           MOVE ZERO TO WS-CPF-PEDIDO
           DISPLAY "NOVO NOME (EM BRANCO MANTEM): "
           ACCEPT WS-NOME-PEDIDO
           PERFORM 7200-PEDE-DADOS
           IF WS-NOME-PEDIDO NOT = SPACES
               MOVE WS-NOME-PEDIDO TO RSP-NOME
           END-IF
           IF WS-PARENTESCO-PEDIDO NOT = SPACES
               MOVE WS-PARENTESCO-PEDIDO TO RSP-PARENTESCO
           END-IF
           IF WS-TELEFONE-PEDIDO NOT = SPACES
               MOVE WS-TELEFONE-PEDIDO TO RSP-TELEFONE
           END-IF
           IF WS-ENDERECO-PEDIDO NOT = SPACES
               MOVE WS-ENDERECO-PEDIDO TO RSP-ENDERECO
           END-IF
           IF WS-CPF-PEDIDO NOT = ZERO
               MOVE WS-CPF-PEDIDO TO RSP-CPF
           END-IF
           IF WS-PEDAGOGICO-PEDIDO = 'S' OR WS-PEDAGOGICO-PEDIDO = 'N'
               MOVE WS-PEDAGOGICO-PEDIDO TO RSP-PEDAGOGICO
           END-IF
           IF WS-FINANCEIRO-PEDIDO = 'S' OR WS-FINANCEIRO-PEDIDO = 'N'
               MOVE WS-FINANCEIRO-PEDIDO TO RSP-FINANCEIRO
           END-IF
           IF RSP-E-FINANCEIRO
              AND (RSP-CPF NOT NUMERIC OR RSP-CPF = ZERO)
               DISPLAY "CPF E OBRIGATORIO PARA O RESPONSAVEL "
                       "FINANCEIRO - NADA ALTERADO"
               EXIT PARAGRAPH
           END-IF
           REWRITE RESPONSAVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR - STATUS "
                           WS-STATUS-RESPONSAVEIS
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "RESPONSAVEL ALTERADO"
           PERFORM 7300-PAPEL-UNICO.

       3300-EXCLUI-RESPONSAVEL.
           PERFORM 7500-PEDE-CHAVE
           READ ARQ-RESPONSAVEIS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ
           PERFORM 7400-MOSTRA-RESPONSAVEL
           PERFORM 7100-RESUME-DO-ALUNO
           IF WS-QTDE-DO-ALUNO = 1
               PERFORM 7000-LE-ALUNO
               IF WS-ALUNO-OK = 'S' AND ALUNO-ATIVO
                   PERFORM 7600-CALCULA-MENOR
                   IF WS-MENOR = 'S'
                       DISPLAY "ALUNO ATIVO MENOR DE IDADE NAO PODE "
                               "FICAR SEM RESPONSAVEL - NADA EXCLUIDO"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRICULA-PEDIDA TO RSP-MATRICULA
           MOVE WS-SEQUENCIA-PEDIDA TO RSP-SEQUENCIA
           DELETE ARQ-RESPONSAVEIS
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR - STATUS "
                           WS-STATUS-RESPONSAVEIS
               NOT INVALID KEY
                   DISPLAY "RESPONSAVEL EXCLUIDO"
           END-DELETE.

      *===== ALUNOS ATIVOS SEM RESPONSAVEL, OU SEM O PEDAGOGICO OU O
      *===== FINANCEIRO, MARCANDO OS MENORES DE IDADE.
       4000-RELATORIO-PENDENTES.
           OPEN INPUT ARQ-ALUNOS
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "ERRO AO ABRIR alunos.dat - STATUS "
                       WS-STATUS-ALUNOS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-PENDENTES
           MOVE ZERO TO WS-TOTAL-PENDENTES WS-TOTAL-SEM-NENHUM
                        WS-TOTAL-MENORES WS-TOTAL-ALUNOS
           MOVE SPACES TO PENDENTE-LINHA
           STRING "ALUNOS SEM RESPONSAVEL - POSICAO DE "
                  WS-DATA-HOJE (7:2) "/" WS-DATA-HOJE (5:2) "/"
                  WS-DATA-HOJE (1:4)
                  DELIMITED BY SIZE INTO PENDENTE-LINHA
           WRITE PENDENTE-LINHA
           MOVE "MATR NOME                           TURMA  NASCIMEN"
             TO PENDENTE-LINHA
           MOVE "PENDENCIA" TO PENDENTE-LINHA (53:9)
           WRITE PENDENTE-LINHA
           MOVE ZERO TO ALU-MATRICULA
           MOVE SPACES TO WS-STATUS-ALUNOS
           START ARQ-ALUNOS KEY IS >= ALU-MATRICULA
               INVALID KEY
                   MOVE "10" TO WS-STATUS-ALUNOS
           END-START
           PERFORM UNTIL WS-STATUS-ALUNOS = "10"
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-ALUNOS
                   NOT AT END
                       IF ALUNO-ATIVO
                           ADD 1 TO WS-TOTAL-ALUNOS
                           PERFORM 4100-CONFERE-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO PENDENTE-LINHA
           STRING "ALUNOS ATIVOS: " WS-TOTAL-ALUNOS
                  "  COM PENDENCIA: " WS-TOTAL-PENDENTES
                  "  SEM NENHUM RESPONSAVEL: " WS-TOTAL-SEM-NENHUM
                  "  MENORES: " WS-TOTAL-MENORES
                  DELIMITED BY SIZE INTO PENDENTE-LINHA
           WRITE PENDENTE-LINHA
           CLOSE ARQ-PENDENTES
           CLOSE ARQ-ALUNOS
           DISPLAY "=== ALUNOS SEM RESPONSAVEL ==="
           DISPLAY "ALUNOS ATIVOS..........: " WS-TOTAL-ALUNOS
           DISPLAY "COM PENDENCIA..........: " WS-TOTAL-PENDENTES
           DISPLAY "SEM NENHUM RESPONSAVEL.: " WS-TOTAL-SEM-NENHUM
           DISPLAY "MENORES COM PENDENCIA..: " WS-TOTAL-MENORES
           DISPLAY "RELATORIO EM responsaveis_pendentes.txt".

       4100-CONFERE-ALUNO.
           MOVE ALU-MATRICULA TO WS-MATRICULA-PEDIDA
           PERFORM 7100-RESUME-DO-ALUNO
           EVALUATE TRUE
               WHEN WS-QTDE-DO-ALUNO = ZERO
                   MOVE "SEM RESPONSAVEL" TO WS-PENDENCIA
                   ADD 1 TO WS-TOTAL-SEM-NENHUM
               WHEN WS-TEM-PEDAGOGICO = 'N'
                AND WS-TEM-FINANCEIRO = 'N'
                   MOVE "SEM PEDAGOGICO E FINANCEIRO" TO WS-PENDENCIA
               WHEN WS-TEM-PEDAGOGICO = 'N'
                   MOVE "SEM RESPONSAVEL PEDAGOGICO" TO WS-PENDENCIA
               WHEN WS-TEM-FINANCEIRO = 'N'
                   MOVE "SEM RESPONSAVEL FINANCEIRO" TO WS-PENDENCIA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-TOTAL-PENDENTES
           PERFORM 7600-CALCULA-MENOR
           MOVE SPACES TO WS-MARCA-MENOR
           IF WS-MENOR = 'S'
               MOVE "MENOR" TO WS-MARCA-MENOR
               ADD 1 TO WS-TOTAL-MENORES
           END-IF
           IF ALU-DATA-NASCIMENTO IS NUMERIC
              AND ALU-DATA-NASCIMENTO > ZERO
               MOVE ALU-DATA-NASCIMENTO TO WS-NASCIMENTO-X
           ELSE
               MOVE "--------" TO WS-NASCIMENTO-X
           END-IF
           MOVE SPACES TO PENDENTE-LINHA
           STRING ALU-MATRICULA " " ALU-NOME " " ALU-TURMA " "
                  WS-NASCIMENTO-X " " WS-PENDENCIA " "
                  WS-MARCA-MENOR
                  DELIMITED BY SIZE INTO PENDENTE-LINHA
           WRITE PENDENTE-LINHA.

       7000-LE-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK
           OPEN INPUT ARQ-ALUNOS
           IF WS-STATUS-ALUNOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRICULA-PEDIDA TO ALU-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ALUNO-OK
           END-READ
           CLOSE ARQ-ALUNOS.

      *===== QUANTOS RESPONSAVEIS A MATRICULA TEM, A MAIOR SEQUENCIA
      *===== USADA E SE HA PEDAGOGICO E FINANCEIRO.
       7100-RESUME-DO-ALUNO.
           MOVE ZERO TO WS-QTDE-DO-ALUNO WS-ULTIMA-SEQUENCIA
           MOVE 'N' TO WS-TEM-PEDAGOGICO WS-TEM-FINANCEIRO
           MOVE WS-MATRICULA-PEDIDA TO RSP-MATRICULA
           MOVE ZERO TO RSP-SEQUENCIA
           START ARQ-RESPONSAVEIS KEY IS >= RSP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESPONSAVEIS
           END-START
           PERFORM UNTIL WS-STATUS-RESPONSAVEIS = "10"
               READ ARQ-RESPONSAVEIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESPONSAVEIS
                   NOT AT END
                       IF RSP-MATRICULA NOT = WS-MATRICULA-PEDIDA
                           MOVE "10" TO WS-STATUS-RESPONSAVEIS
                       ELSE
                           ADD 1 TO WS-QTDE-DO-ALUNO
                           MOVE RSP-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                           IF RSP-E-PEDAGOGICO
                               MOVE 'S' TO WS-TEM-PEDAGOGICO
                           END-IF
                           IF RSP-E-FINANCEIRO
                               MOVE 'S' TO WS-TEM-FINANCEIRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7200-PEDE-DADOS.
           DISPLAY "PARENTESCO (PAI, MAE, AVO, TUTOR...): "
           ACCEPT WS-PARENTESCO-PEDIDO
           DISPLAY "TELEFONE: "
           ACCEPT WS-TELEFONE-PEDIDO
           DISPLAY "ENDERECO: "
           ACCEPT WS-ENDERECO-PEDIDO
           DISPLAY "CPF (SO NUMEROS): "
           ACCEPT WS-CPF-PEDIDO
           DISPLAY "RESPONSAVEL PEDAGOGICO (S/N): "
           ACCEPT WS-PEDAGOGICO-PEDIDO
           DISPLAY "RESPONSAVEL FINANCEIRO (S/N): "
           ACCEPT WS-FINANCEIRO-PEDIDO
           INSPECT WS-DADOS-PEDIDOS
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *===== O RESPONSAVEL QUE ACABOU DE SER GRAVADO FICA SOZINHO NO
      *===== PAPEL QUE TEM: OS OUTROS DA MATRICULA PERDEM ESSE PAPEL.
       7300-PAPEL-UNICO.
           MOVE RESPONSAVEL-REGISTRO TO WS-REGISTRO-GRAVADO
           MOVE RSP-CHAVE TO WS-CHAVE-GRAVADA
           MOVE RSP-PEDAGOGICO TO WS-PAPEL-PEDAGOGICO
           MOVE RSP-FINANCEIRO TO WS-PAPEL-FINANCEIRO
           IF WS-PAPEL-PEDAGOGICO NOT = 'S'
              AND WS-PAPEL-FINANCEIRO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RSP-SEQUENCIA
           START ARQ-RESPONSAVEIS KEY IS >= RSP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESPONSAVEIS
           END-START
           PERFORM UNTIL WS-STATUS-RESPONSAVEIS = "10"
               READ ARQ-RESPONSAVEIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESPONSAVEIS
                   NOT AT END
                       IF RSP-MATRICULA NOT = WS-MATRICULA-GRAVADA
                           MOVE "10" TO WS-STATUS-RESPONSAVEIS
                       ELSE
                           PERFORM 7310-TIRA-PAPEL
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-REGISTRO-GRAVADO TO RESPONSAVEL-REGISTRO.

       7310-TIRA-PAPEL.
           IF RSP-SEQUENCIA = WS-SEQUENCIA-GRAVADA
               EXIT PARAGRAPH
           END-IF
           IF (WS-PAPEL-PEDAGOGICO = 'S' AND RSP-E-PEDAGOGICO)
              OR (WS-PAPEL-FINANCEIRO = 'S' AND RSP-E-FINANCEIRO)
               IF WS-PAPEL-PEDAGOGICO = 'S' AND RSP-E-PEDAGOGICO
                   MOVE 'N' TO RSP-PEDAGOGICO
                   DISPLAY "RESPONSAVEL " RSP-MATRICULA "-"
                           RSP-SEQUENCIA " " RSP-NOME
                           " DEIXA DE SER O PEDAGOGICO"
               END-IF
               IF WS-PAPEL-FINANCEIRO = 'S' AND RSP-E-FINANCEIRO
                   MOVE 'N' TO RSP-FINANCEIRO
                   DISPLAY "RESPONSAVEL " RSP-MATRICULA "-"
                           RSP-SEQUENCIA " " RSP-NOME
                           " DEIXA DE SER O FINANCEIRO"
               END-IF
               REWRITE RESPONSAVEL-REGISTRO
           END-IF.

       7400-MOSTRA-RESPONSAVEL.
           DISPLAY "------------------------------------------------"
           DISPLAY "RESPONSAVEL...." RSP-MATRICULA "-" RSP-SEQUENCIA
           DISPLAY "NOME..........." RSP-NOME
           DISPLAY "PARENTESCO....." RSP-PARENTESCO
           DISPLAY "TELEFONE......." RSP-TELEFONE
           DISPLAY "ENDERECO......." RSP-ENDERECO
           DISPLAY "CPF............" RSP-CPF
           DISPLAY "PEDAGOGICO....." RSP-PEDAGOGICO
                   "   FINANCEIRO....." RSP-FINANCEIRO.

       7500-PEDE-CHAVE.
           MOVE ZERO TO WS-MATRICULA-PEDIDA WS-SEQUENCIA-PEDIDA
           DISPLAY "MATRICULA DO ALUNO: "
           ACCEPT WS-MATRICULA-PEDIDA
           DISPLAY "SEQUENCIA DO RESPONSAVEL: "
           ACCEPT WS-SEQUENCIA-PEDIDA
           MOVE WS-MATRICULA-PEDIDA TO RSP-MATRICULA
           MOVE WS-SEQUENCIA-PEDIDA TO RSP-SEQUENCIA.

      *===== MENOR DE IDADE = AINDA NAO FEZ 18 ANOS HOJE. DATA DE
      *===== NASCIMENTO DESCONHECIDA NAO CONTA COMO MENOR.
       7600-CALCULA-MENOR.
           MOVE 'N' TO WS-MENOR
           IF ALU-DATA-NASCIMENTO IS NUMERIC
              AND ALU-DATA-NASCIMENTO > ZERO
               COMPUTE WS-MAIORIDADE = ALU-DATA-NASCIMENTO + 180000
               IF WS-MAIORIDADE > WS-HOJE
                   MOVE 'S' TO WS-MENOR
               END-IF
           END-IF.

       END PROGRAM RESPONSAVEIS.
