       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALFATURA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: COBRANCA MENSAL DAS MENSALIDADES ESCOLARES
      *=======           PELO SUBSISTEMA DE FATURAS NUMERADAS. MANTEM
      *=======           A TABELA DE MENSALIDADES POR TURMA OU SERIE
      *=======           (mensalidades.txt) E, NA RODADA DA
      *=======           COMPETENCIA, EMITE UMA FATURA POR ALUNO DE
      *=======           alunos.dat AINDA COBRAVEL NO MES: NUMERO DE
      *=======           fatura_controle.txt, REGISTRO EM
      *=======           faturas_registro.txt COM VENCIMENTO PELO
      *=======           MODULO CALENDARIO E A CONTA/CENTRO DA
      *=======           RECEITA, IMPRESSAO EM faturas_impressao.txt.
      *=======           BAIXA E AGING FICAM COM O FATURABAIXA, QUE
      *=======           POSTA A RECEITA NO RAZAO NA CONTA 31010
      *=======           (MENSALIDADES) DO CENTRO ESC QUANDO A FATURA
      *=======           QUITA.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: ALUNO TRANCADO DEIXA DE SER COBRADO A
      *=======               PARTIR DO MES DE ALU-DATA-TRANCAMENTO.
      *=======               CADA MENSALIDADE COBRADA VAI PARA
      *=======               mensalidades_cobradas.txt, ENTAO A
      *=======               RODADA PODE SER REPETIDA NA MESMA
      *=======               COMPETENCIA SEM COBRAR DUAS VEZES.
      *=======     MOD: 15/10/2026 - CE - A FATURA SAI CONTRA O
      *=======          RESPONSAVEL FINANCEIRO DO ALUNO
      *=======          (responsaveis.dat, MODULO RESPBUSCA): NOME E CPF
      *=======          NA IMPRESSAO E O NOME DELE NO CLIENTE DO
      *=======          REGISTRO, QUE A BAIXA E O AGING USAM NA
      *=======          COBRANCA. SEM RESPONSAVEL FINANCEIRO, FICA O
      *=======          NOME DO ALUNO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-TABELA ASSIGN TO "mensalidades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TABELA.

           SELECT ARQ-COBRADAS ASSIGN TO "mensalidades_cobradas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COBRADAS.

           SELECT ARQ-CONTROLE ASSIGN TO "fatura_controle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-REGISTRO ASSIGN TO "faturas_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-IMPRESSAO ASSIGN TO "faturas_impressao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY "#alunodat".

      *===== CHAVE = TURMA INTEIRA (EX. "3B") OU SO A SERIE, O
      *===== PRIMEIRO CARACTERE DA TURMA (EX. "3"); O VALOR DA TURMA
      *===== PREVALECE SOBRE O DA SERIE.
       FD  ARQ-TABELA.
       01  TABELA-LINHA.
           05 MEN-CHAVE         PIC X(06).
           05 FILLER            PIC X.
           05 MEN-VALOR         PIC 9(07)V99.

       FD  ARQ-COBRADAS.
       01  COBRADA-LINHA.
           05 MCB-COMPETENCIA   PIC 9(06).
           05 FILLER            PIC X.
           05 MCB-MATRICULA     PIC 9(04).
           05 FILLER            PIC X.
           05 MCB-FATURA        PIC 9(06).
           05 FILLER            PIC X.
           05 MCB-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X.
           05 MCB-VENCIMENTO    PIC 9(08).

       FD  ARQ-CONTROLE.
       01  CONTROLE-LINHA.
           05 CTL-PROXIMA-FATURA PIC 9(06).

       FD  ARQ-REGISTRO.
       01  REGISTRO-LINHA.
           05 REG-NUMERO        PIC 9(06).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-QTDE-ITENS    PIC 9(03).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-TOTAL         PIC 9(09)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 REG-CLIENTE       PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-TIPO          PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-MOEDA         PIC X(03).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-VALOR-MOEDA   PIC 9(09)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 REG-TAXA          PIC 9(03)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 REG-VENCIMENTO    PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-CONTA         PIC X(05).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-CENTRO        PIC X(03).

       FD  ARQ-IMPRESSAO.
       01  IMPRESSAO-LINHA      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ALUNOS    PIC XX VALUE SPACES.
       77 WS-STATUS-TABELA    PIC XX VALUE SPACES.
       77 WS-STATUS-COBRADAS  PIC XX VALUE SPACES.
       77 WS-STATUS-CONTROLE  PIC XX VALUE SPACES.
       77 WS-STATUS-REGISTRO  PIC XX VALUE SPACES.
       77 WS-STATUS-IMPRESSAO PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-DATA-ENTRADA     PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA   PIC X(10) VALUE SPACES.
       01 WS-VENCIMENTO-FORMATADO PIC X(10) VALUE SPACES.
       01 WS-COMPETENCIA      PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO     PIC 9(4).
           05 WS-COMP-MES     PIC 9(2).
       01 WS-VENCIMENTO       PIC 9(8) VALUE ZERO.
       01 WS-NUMERO-FATURA    PIC 9(6) VALUE ZERO.
       01 WS-VALOR-ALUNO      PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-CHAVE-PEDIDA     PIC X(6) VALUE SPACES.
       01 WS-VALOR-PEDIDO     PIC 9(7)V99 VALUE ZERO.
       01 WS-COBRAVEL         PIC X VALUE 'N'.
       01 WS-JA-COBRADA       PIC X VALUE 'N'.
       01 WS-SUB-MEN          PIC 9(3) VALUE ZERO.
       01 WS-MEN-ACHADA       PIC 9(3) VALUE ZERO.
       01 WS-SUB-MCB          PIC 9(4) VALUE ZERO.
       01 WS-FATURAS-EMITIDAS PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-COBRADO    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-JA-COBRADOS PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SEM-VALOR  PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-TRANCADOS  PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SEM-PAGADOR PIC 9(4) VALUE ZERO.
      *===== PAGADOR DA FATURA: O RESPONSAVEL FINANCEIRO DO ALUNO OU,
      *===== SEM ELE, O PROPRIO ALUNO.
       01 WS-PAGADOR          PIC X(30) VALUE SPACES.
      *===== AREA DE PARAMETROS DO MODULO RESPBUSCA.
       COPY "#resppar".
      *===== CONTA E CENTRO DE CUSTO DA RECEITA DE MENSALIDADES,
      *===== GRAVADOS EM CADA FATURA PARA A POSTAGEM DA QUITACAO.
       01 WS-CONTA-MENSALIDADE  PIC X(5) VALUE "31010".
       01 WS-CENTRO-MENSALIDADE PIC X(3) VALUE "ESC".
      *===== DIA DO MES DO VENCIMENTO; CAINDO EM DIA NAO UTIL, VAI
      *===== PARA O DIA UTIL SEGUINTE.
       01 WS-DIA-VENCIMENTO   PIC 99 VALUE 10.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE DA O
      *===== VENCIMENTO DA MENSALIDADE.
       COPY "#calenpar".

      *===== TABELA DE MENSALIDADES EM MEMORIA (ATE 100 CHAVES).
       01 WS-TOTAL-MEN        PIC 9(3) VALUE ZERO.
       01  WS-TABELA-MENSALIDADES.
           05 WS-MEN-ITEM OCCURS 100 TIMES.
               10 WS-MEN-CHAVE    PIC X(6).
               10 WS-MEN-VALOR    PIC 9(7)V99.

      *===== MATRICULAS JA COBRADAS NA COMPETENCIA (ATE 2000).
       01 WS-TOTAL-MCB        PIC 9(4) VALUE ZERO.
       01  WS-TABELA-COBRADAS.
           05 WS-MCB-MATRICULA PIC 9(4) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CARREGA-TABELA
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-TABELA.
           MOVE ZERO TO WS-TOTAL-MEN
           OPEN INPUT ARQ-TABELA
           IF WS-STATUS-TABELA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-TABELA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-MEN < 100
                          AND MEN-VALOR NUMERIC
                           ADD 1 TO WS-TOTAL-MEN
                           MOVE MEN-CHAVE
                             TO WS-MEN-CHAVE (WS-TOTAL-MEN)
                           MOVE MEN-VALOR
                             TO WS-MEN-VALOR (WS-TOTAL-MEN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-TABELA.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== MENSALIDADES ===".
           DISPLAY "1 - LISTAR TABELA DE MENSALIDADES".
           DISPLAY "2 - GRAVAR MENSALIDADE DE TURMA OU SERIE".
           DISPLAY "3 - FATURAR COMPETENCIA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTA-TABELA
               WHEN '2' PERFORM 3100-GRAVA-VALOR
               WHEN '3' PERFORM 4000-FATURA-COMPETENCIA
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTA-TABELA.
           IF WS-TOTAL-MEN = ZERO
               DISPLAY "TABELA DE MENSALIDADES VAZIA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TURMA/SERIE       VALOR"
           PERFORM VARYING WS-SUB-MEN FROM 1 BY 1
                   UNTIL WS-SUB-MEN > WS-TOTAL-MEN
               MOVE WS-MEN-VALOR (WS-SUB-MEN) TO WS-VALOR-ED
               DISPLAY WS-MEN-CHAVE (WS-SUB-MEN) "  " WS-VALOR-ED
           END-PERFORM.

      *===== INCLUI A CHAVE OU TROCA O VALOR DELA; VALOR ZERO TIRA A
      *===== CHAVE DA TABELA. O ARQUIVO E REGRAVADO INTEIRO.
       3100-GRAVA-VALOR.
           MOVE SPACES TO WS-CHAVE-PEDIDA
           DISPLAY "TURMA, OU SO A SERIE (1 CARACTERE): "
           ACCEPT WS-CHAVE-PEDIDA
           INSPECT WS-CHAVE-PEDIDA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CHAVE-PEDIDA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALOR-PEDIDO
           DISPLAY "VALOR DA MENSALIDADE (0 = EXCLUIR): "
           ACCEPT WS-VALOR-PEDIDO
           MOVE ZERO TO WS-MEN-ACHADA
           PERFORM VARYING WS-SUB-MEN FROM 1 BY 1
                   UNTIL WS-SUB-MEN > WS-TOTAL-MEN
               IF WS-MEN-CHAVE (WS-SUB-MEN) = WS-CHAVE-PEDIDA
                   MOVE WS-SUB-MEN TO WS-MEN-ACHADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-VALOR-PEDIDO = ZERO AND WS-MEN-ACHADA = ZERO
                   DISPLAY "CHAVE NAO ESTA NA TABELA"
                   EXIT PARAGRAPH
               WHEN WS-VALOR-PEDIDO = ZERO
                   PERFORM VARYING WS-SUB-MEN FROM WS-MEN-ACHADA BY 1
                           UNTIL WS-SUB-MEN >= WS-TOTAL-MEN
                       MOVE WS-MEN-ITEM (WS-SUB-MEN + 1)
                         TO WS-MEN-ITEM (WS-SUB-MEN)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-MEN
                   DISPLAY "CHAVE EXCLUIDA DA TABELA"
               WHEN WS-MEN-ACHADA > ZERO
                   MOVE WS-VALOR-PEDIDO
                     TO WS-MEN-VALOR (WS-MEN-ACHADA)
                   DISPLAY "VALOR ALTERADO"
               WHEN WS-TOTAL-MEN >= 100
                   DISPLAY "TABELA CHEIA (100 CHAVES) - NADA GRAVADO"
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-MEN
                   MOVE WS-CHAVE-PEDIDA TO WS-MEN-CHAVE (WS-TOTAL-MEN)
                   MOVE WS-VALOR-PEDIDO TO WS-MEN-VALOR (WS-TOTAL-MEN)
                   DISPLAY "CHAVE INCLUIDA"
           END-EVALUATE
           OPEN OUTPUT ARQ-TABELA
           PERFORM VARYING WS-SUB-MEN FROM 1 BY 1
                   UNTIL WS-SUB-MEN > WS-TOTAL-MEN
               MOVE SPACES TO TABELA-LINHA
               MOVE WS-MEN-CHAVE (WS-SUB-MEN) TO MEN-CHAVE
               MOVE WS-MEN-VALOR (WS-SUB-MEN) TO MEN-VALOR
               WRITE TABELA-LINHA
           END-PERFORM
           CLOSE ARQ-TABELA.

      *===== RODADA DA COMPETENCIA: UMA FATURA POR ALUNO COBRAVEL,
      *===== NA ORDEM DE MATRICULA.
       4000-FATURA-COMPETENCIA.
           MOVE ZERO TO WS-COMPETENCIA
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
              OR WS-COMP-ANO = ZERO
               DISPLAY "COMPETENCIA INVALIDA"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-MEN = ZERO
               DISPLAY "TABELA DE MENSALIDADES VAZIA - NADA A FATURAR"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           PERFORM 4100-CALCULA-VENCIMENTO
           PERFORM 4200-CARREGA-COBRADAS
           MOVE ZERO TO WS-FATURAS-EMITIDAS WS-TOTAL-COBRADO
                        WS-TOTAL-JA-COBRADOS WS-TOTAL-SEM-VALOR
                        WS-TOTAL-TRANCADOS WS-TOTAL-SEM-PAGADOR
           OPEN INPUT ARQ-ALUNOS
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "ERRO AO ABRIR alunos.dat - STATUS "
                       WS-STATUS-ALUNOS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-IMPRESSAO
           IF WS-STATUS-IMPRESSAO = "35"
               OPEN OUTPUT ARQ-IMPRESSAO
               CLOSE ARQ-IMPRESSAO
               OPEN EXTEND ARQ-IMPRESSAO
           END-IF
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
                       PERFORM 4300-TRATA-ALUNO
               END-READ
           END-PERFORM
           CLOSE ARQ-ALUNOS
           CLOSE ARQ-IMPRESSAO
           MOVE WS-TOTAL-COBRADO TO WS-VALOR-ED
           DISPLAY "=== MENSALIDADES DE " WS-COMPETENCIA " ==="
           DISPLAY "VENCIMENTO..............: " WS-VENCIMENTO-FORMATADO
           DISPLAY "FATURAS EMITIDAS........: " WS-FATURAS-EMITIDAS
           DISPLAY "VALOR FATURADO..........: " WS-VALOR-ED
           DISPLAY "JA COBRADOS ANTES.......: " WS-TOTAL-JA-COBRADOS
           DISPLAY "TRANCADOS (NAO COBRADOS): " WS-TOTAL-TRANCADOS
           DISPLAY "SEM VALOR NA TABELA.....: " WS-TOTAL-SEM-VALOR
           DISPLAY "SEM RESP. FINANCEIRO....: " WS-TOTAL-SEM-PAGADOR
           DISPLAY "IMPRESSAS EM faturas_impressao.txt".

      *===== DIA WS-DIA-VENCIMENTO DO MES DA COMPETENCIA, EMPURRADO
      *===== PARA O DIA UTIL SEGUINTE QUANDO CAI EM FIM DE SEMANA OU
      *===== FERIADO.
       4100-CALCULA-VENCIMENTO.
           COMPUTE WS-VENCIMENTO =
               WS-COMPETENCIA * 100 + WS-DIA-VENCIMENTO
           MOVE 'U' TO CAL-FUNCAO
           MOVE WS-VENCIMENTO TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-RESPOSTA NOT = 'S'
               MOVE 'A' TO CAL-FUNCAO
               MOVE WS-VENCIMENTO TO CAL-DATA-1
               MOVE 1 TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO
           END-IF
           MOVE WS-VENCIMENTO TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                    WS-VENCIMENTO-FORMATADO.

       4200-CARREGA-COBRADAS.
           MOVE ZERO TO WS-TOTAL-MCB
           OPEN INPUT ARQ-COBRADAS
           IF WS-STATUS-COBRADAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-COBRADAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF MCB-COMPETENCIA = WS-COMPETENCIA
                          AND WS-TOTAL-MCB < 2000
                           ADD 1 TO WS-TOTAL-MCB
                           MOVE MCB-MATRICULA
                             TO WS-MCB-MATRICULA (WS-TOTAL-MCB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-COBRADAS.

      *===== O ALUNO ESTA EM ALUNO-REGISTRO. ATIVO E COBRADO;
      *===== TRANCADO SO NAS COMPETENCIAS ANTERIORES AO MES DO
      *===== TRANCAMENTO (RODADA ATRASADA).
       4300-TRATA-ALUNO.
           MOVE 'N' TO WS-COBRAVEL
           IF ALUNO-ATIVO
               MOVE 'S' TO WS-COBRAVEL
           END-IF
           IF ALUNO-TRANCADO
               IF ALU-DATA-TRANCAMENTO NUMERIC
                  AND ALU-DATA-TRANCAMENTO (1:6) > WS-COMPETENCIA
                   MOVE 'S' TO WS-COBRAVEL
               ELSE
                   ADD 1 TO WS-TOTAL-TRANCADOS
               END-IF
           END-IF
           IF WS-COBRAVEL NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JA-COBRADA
           PERFORM VARYING WS-SUB-MCB FROM 1 BY 1
                   UNTIL WS-SUB-MCB > WS-TOTAL-MCB
               IF WS-MCB-MATRICULA (WS-SUB-MCB) = ALU-MATRICULA
                   MOVE 'S' TO WS-JA-COBRADA
               END-IF
           END-PERFORM
           IF WS-JA-COBRADA = 'S'
               ADD 1 TO WS-TOTAL-JA-COBRADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4400-VALOR-DO-ALUNO
           IF WS-VALOR-ALUNO = ZERO
               ADD 1 TO WS-TOTAL-SEM-VALOR
               DISPLAY "SEM MENSALIDADE NA TABELA PARA A TURMA "
                       ALU-TURMA " - ALUNO " ALU-MATRICULA
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-PAGADOR
           PERFORM 5000-PROXIMO-NUMERO
           PERFORM 5100-IMPRIME-FATURA
           PERFORM 5200-REGISTRA-FATURA
           ADD 1 TO WS-FATURAS-EMITIDAS
           ADD WS-VALOR-ALUNO TO WS-TOTAL-COBRADO.

       4400-VALOR-DO-ALUNO.
           MOVE ZERO TO WS-VALOR-ALUNO
           PERFORM VARYING WS-SUB-MEN FROM 1 BY 1
                   UNTIL WS-SUB-MEN > WS-TOTAL-MEN
               IF WS-MEN-CHAVE (WS-SUB-MEN) (2:5) = SPACES
                  AND WS-MEN-CHAVE (WS-SUB-MEN) (1:1) = ALU-TURMA (1:1)
                  AND WS-VALOR-ALUNO = ZERO
                   MOVE WS-MEN-VALOR (WS-SUB-MEN) TO WS-VALOR-ALUNO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-MEN FROM 1 BY 1
                   UNTIL WS-SUB-MEN > WS-TOTAL-MEN
               IF WS-MEN-CHAVE (WS-SUB-MEN) = ALU-TURMA
                   MOVE WS-MEN-VALOR (WS-SUB-MEN) TO WS-VALOR-ALUNO
               END-IF
           END-PERFORM.

      *===== A FATURA E EMITIDA CONTRA O RESPONSAVEL FINANCEIRO DE
      *===== responsaveis.dat; O NOME DELE VAI NO CLIENTE DO
      *===== REGISTRO, ENTAO A BAIXA E O AGING (FATURABAIXA) COBRAM
      *===== O PAGADOR, E IRMAOS COM O MESMO PAGADOR SAEM JUNTOS.
       4500-PAGADOR.
           MOVE ALU-MATRICULA TO RSB-MATRICULA
           SET RSB-FINANCEIRO TO TRUE
           CALL "RESPBUSCA" USING RSB-PARAMETROS
           IF RSB-RETORNO = '0'
               MOVE RSB-NOME TO WS-PAGADOR
           ELSE
               MOVE ALU-NOME TO WS-PAGADOR
               ADD 1 TO WS-TOTAL-SEM-PAGADOR
               DISPLAY "SEM RESPONSAVEL FINANCEIRO - FATURA EM NOME "
                       "DO ALUNO " ALU-MATRICULA
           END-IF.

      *===== O NUMERO SAI DO CONTROLE A CADA FATURA, PORQUE O MESMO
      *===== CONTROLE SERVE AO BALCAO E AO FRETE.
       5000-PROXIMO-NUMERO.
           MOVE 1 TO WS-NUMERO-FATURA
           OPEN INPUT ARQ-CONTROLE
           IF WS-STATUS-CONTROLE = "00"
               READ ARQ-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMA-FATURA TO WS-NUMERO-FATURA
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF
           OPEN OUTPUT ARQ-CONTROLE
           COMPUTE CTL-PROXIMA-FATURA = WS-NUMERO-FATURA + 1
           WRITE CONTROLE-LINHA
           CLOSE ARQ-CONTROLE.

       5100-IMPRIME-FATURA.
           MOVE ALL "=" TO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "FATURA " WS-NUMERO-FATURA
                  " - " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "ALUNO: " ALU-MATRICULA " " ALU-NOME
                  " TURMA " ALU-TURMA
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           IF RSB-RETORNO = '0'
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "RESPONSAVEL FINANCEIRO: " RSB-NOME
                      " CPF " RSB-CPF
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "ENDERECO: " RSB-ENDERECO
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-IF
           MOVE SPACES TO IMPRESSAO-LINHA
           MOVE WS-VALOR-ALUNO TO WS-VALOR-ED
           STRING "  MENSALIDADE ESCOLAR - COMPETENCIA "
                  WS-COMP-MES "/" WS-COMP-ANO
                  "      " WS-VALOR-ED
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "VENCIMENTO: " WS-VENCIMENTO-FORMATADO
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "TOTAL DA FATURA " WS-NUMERO-FATURA ": "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA.

      *===== REGISTRO NO SUBSISTEMA DE FATURAS (CLIENTE = PAGADOR)
      *===== E NA LISTA DE MENSALIDADES COBRADAS.
       5200-REGISTRA-FATURA.
           OPEN EXTEND ARQ-REGISTRO
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO
               CLOSE ARQ-REGISTRO
               OPEN EXTEND ARQ-REGISTRO
           END-IF
           MOVE SPACES TO REGISTRO-LINHA
           MOVE WS-NUMERO-FATURA TO REG-NUMERO
           MOVE WS-DATA-HOJE (1:8) TO REG-DATA
           MOVE 1 TO REG-QTDE-ITENS
           MOVE WS-VALOR-ALUNO TO REG-TOTAL
           MOVE WS-PAGADOR TO REG-CLIENTE
           MOVE 'F' TO REG-TIPO
           MOVE ZERO TO REG-VALOR-MOEDA
           MOVE ZERO TO REG-TAXA
           MOVE WS-VENCIMENTO TO REG-VENCIMENTO
           MOVE WS-CONTA-MENSALIDADE TO REG-CONTA
           MOVE WS-CENTRO-MENSALIDADE TO REG-CENTRO
           WRITE REGISTRO-LINHA
           CLOSE ARQ-REGISTRO
           OPEN EXTEND ARQ-COBRADAS
           IF WS-STATUS-COBRADAS = "35"
               OPEN OUTPUT ARQ-COBRADAS
               CLOSE ARQ-COBRADAS
               OPEN EXTEND ARQ-COBRADAS
           END-IF
           MOVE SPACES TO COBRADA-LINHA
           MOVE WS-COMPETENCIA TO MCB-COMPETENCIA
           MOVE ALU-MATRICULA TO MCB-MATRICULA
           MOVE WS-NUMERO-FATURA TO MCB-FATURA
           MOVE WS-VALOR-ALUNO TO MCB-VALOR
           MOVE WS-VENCIMENTO TO MCB-VENCIMENTO
           WRITE COBRADA-LINHA
           CLOSE ARQ-COBRADAS.

       END PROGRAM MENSALFATURA.
