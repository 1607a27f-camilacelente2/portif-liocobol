       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAUDEACESREL.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: RELATORIO MENSAL DO REGISTRO DE ACESSOS A
      *=======           DADOS DE SAUDE (acessos_saude.txt, GRAVADO
      *=======           PELO MODULO SAUDEACESSO) PARA O ENCARREGADO
      *=======           DE PROTECAO DE DADOS: LISTA CADA ACESSO DA
      *=======           COMPETENCIA (QUEM, QUANDO, QUAL FUNCIONARIO,
      *=======           QUAL PROGRAMA), DESTACA AS ENTRADAS
      *=======           RECUSADAS E TOTALIZA POR OPERADOR E POR
      *=======           PROGRAMA, EM acessos_saude_mensal.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: SO O PERFIL GERENTE TIRA O RELATORIO.
      *=======               MATRICULA 0000 = LINHA DE ENTRADA OU
      *=======               RECUSA, SEM FUNCIONARIO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSOS ASSIGN TO "acessos_saude.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACESSOS.

           SELECT ARQ-RELATORIO ASSIGN TO "acessos_saude_mensal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ACESSOS.
           COPY "#acessosaudedat".

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ACESSOS     PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-ACAO-TEXTO         PIC X(9) VALUE SPACES.
       01 WS-TOTAL-ACESSOS      PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-CONSULTAS    PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GRAVACOES    PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-ENTRADAS     PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-RECUSAS      PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-FUNC-LIDOS   PIC 9(4) VALUE ZERO.
       01 WS-SUB                PIC 9(4) VALUE ZERO.
       01 WS-ACHOU              PIC X VALUE 'N'.
       01 WS-TOTAL-OPER         PIC 99 VALUE ZERO.
       01 WS-OPER-CORRENTE      PIC 99 VALUE ZERO.
       01 WS-TOTAL-PROG         PIC 99 VALUE ZERO.
       01 WS-PROG-CORRENTE      PIC 99 VALUE ZERO.
       01 WS-FUNC-ESTOUROU      PIC X VALUE 'N'.
       01 WS-QTDE-ED            PIC ZZZZZ9.
       01 WS-QTDE2-ED           PIC ZZZZZ9.
       01 WS-QTDE3-ED           PIC ZZZZZ9.
       01 WS-QTDE4-ED           PIC ZZZZZ9.
       COPY "#operpar".

      *===== TOTAIS POR OPERADOR (ATE 50): CONSULTAS, GRAVACOES,
      *===== ENTRADAS E RECUSAS.
       01  WS-TABELA-OPERADORES.
           05 WS-OPER-ITEM OCCURS 50 TIMES.
               10 WS-OPER-CODIGO     PIC 9(4).
               10 WS-OPER-NOME       PIC X(20).
               10 WS-OPER-CONSULTAS  PIC 9(6).
               10 WS-OPER-GRAVACOES  PIC 9(6).
               10 WS-OPER-ENTRADAS   PIC 9(6).
               10 WS-OPER-RECUSAS    PIC 9(6).

      *===== TOTAIS POR PROGRAMA (ATE 20).
       01  WS-TABELA-PROGRAMAS.
           05 WS-PROG-ITEM OCCURS 20 TIMES.
               10 WS-PROG-NOME       PIC X(15).
               10 WS-PROG-CONSULTAS  PIC 9(6).
               10 WS-PROG-GRAVACOES  PIC 9(6).
               10 WS-PROG-ENTRADAS   PIC 9(6).

      *===== FUNCIONARIOS DIFERENTES CUJOS DADOS FORAM ABERTOS NO
      *===== MES (ATE 2000).
       01  WS-TABELA-FUNCIONARIOS.
           05 WS-FUNC-MATRICULA OCCURS 2000 TIMES PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES CORRENTE): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZERO
               MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           END-IF
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-LE-ACESSOS
           PERFORM 3000-TOTAIS
           PERFORM 4000-FECHAR-ARQUIVOS
           STOP RUN.

      *===== LOGIN DE OPERADOR PELO MODULO OPERLOGIN. O REGISTRO DE
      *===== ACESSOS E DO ENCARREGADO DE DADOS: SO O PERFIL GERENTE.
       0050-LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL.
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS - ENCERRANDO"
               STOP RUN
           END-IF.
           IF NOT OPR-GERENTE
               DISPLAY "RELATORIO RESTRITO AO GERENTE - ENCERRANDO"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ACESSOS.
           IF WS-STATUS-ACESSOS NOT = "00"
               DISPLAY "SEM acessos_saude.txt - NENHUM ACESSO "
                       "REGISTRADO"
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ACESSOS A DADOS DE SAUDE - COMPETENCIA "
                  WS-COMPETENCIA (5:2) "/" WS-COMPETENCIA (1:4)
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DATA       HORA     OPER NOME                 "
             TO RELATORIO-LINHA.
           MOVE "PROGRAMA        MATR ACAO" TO RELATORIO-LINHA (47:).
           WRITE RELATORIO-LINHA.

       2000-LE-ACESSOS.
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ACESSOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF ACS-DATA-HORA (1:6) = WS-COMPETENCIA
                           PERFORM 2100-LINHA-ACESSO
                           PERFORM 2200-ACUMULA-OPERADOR
                           PERFORM 2300-ACUMULA-PROGRAMA
                           PERFORM 2400-ACUMULA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

       2100-LINHA-ACESSO.
           ADD 1 TO WS-TOTAL-ACESSOS
           EVALUATE TRUE
               WHEN ACS-CONSULTA
                   MOVE "CONSULTA" TO WS-ACAO-TEXTO
                   ADD 1 TO WS-TOTAL-CONSULTAS
               WHEN ACS-GRAVACAO
                   MOVE "GRAVACAO" TO WS-ACAO-TEXTO
                   ADD 1 TO WS-TOTAL-GRAVACOES
               WHEN ACS-ENTRADA
                   MOVE "ENTRADA" TO WS-ACAO-TEXTO
                   ADD 1 TO WS-TOTAL-ENTRADAS
               WHEN ACS-RECUSA
                   MOVE "RECUSADA" TO WS-ACAO-TEXTO
                   ADD 1 TO WS-TOTAL-RECUSAS
               WHEN OTHER
                   MOVE ACS-ACAO TO WS-ACAO-TEXTO
           END-EVALUATE
           MOVE SPACES TO RELATORIO-LINHA
           STRING ACS-DATA-HORA (7:2) "/" ACS-DATA-HORA (5:2) "/"
                  ACS-DATA-HORA (1:4) " "
                  ACS-DATA-HORA (9:2) ":" ACS-DATA-HORA (11:2) ":"
                  ACS-DATA-HORA (13:2) " "
                  ACS-OPERADOR " " ACS-NOME-OPERADOR " "
                  ACS-PROGRAMA " " ACS-MATRICULA " "
                  WS-ACAO-TEXTO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           IF ACS-RECUSA
               MOVE "<<<" TO RELATORIO-LINHA (97:3)
           END-IF
           WRITE RELATORIO-LINHA.

       2200-ACUMULA-OPERADOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-OPER
               IF WS-OPER-CODIGO (WS-SUB) = ACS-OPERADOR
                   MOVE WS-SUB TO WS-OPER-CORRENTE
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S'
               IF WS-TOTAL-OPER >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-OPER
               MOVE WS-TOTAL-OPER TO WS-OPER-CORRENTE
               INITIALIZE WS-OPER-ITEM (WS-OPER-CORRENTE)
               MOVE ACS-OPERADOR TO WS-OPER-CODIGO (WS-OPER-CORRENTE)
           END-IF
           IF ACS-NOME-OPERADOR NOT = SPACES
               MOVE ACS-NOME-OPERADOR
                 TO WS-OPER-NOME (WS-OPER-CORRENTE)
           END-IF
           EVALUATE TRUE
               WHEN ACS-CONSULTA
                   ADD 1 TO WS-OPER-CONSULTAS (WS-OPER-CORRENTE)
               WHEN ACS-GRAVACAO
                   ADD 1 TO WS-OPER-GRAVACOES (WS-OPER-CORRENTE)
               WHEN ACS-ENTRADA
                   ADD 1 TO WS-OPER-ENTRADAS (WS-OPER-CORRENTE)
               WHEN ACS-RECUSA
                   ADD 1 TO WS-OPER-RECUSAS (WS-OPER-CORRENTE)
           END-EVALUATE.

       2300-ACUMULA-PROGRAMA.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-PROG
               IF WS-PROG-NOME (WS-SUB) = ACS-PROGRAMA
                   MOVE WS-SUB TO WS-PROG-CORRENTE
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S'
               IF WS-TOTAL-PROG >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-PROG
               MOVE WS-TOTAL-PROG TO WS-PROG-CORRENTE
               INITIALIZE WS-PROG-ITEM (WS-PROG-CORRENTE)
               MOVE ACS-PROGRAMA TO WS-PROG-NOME (WS-PROG-CORRENTE)
           END-IF
           EVALUATE TRUE
               WHEN ACS-CONSULTA
                   ADD 1 TO WS-PROG-CONSULTAS (WS-PROG-CORRENTE)
               WHEN ACS-GRAVACAO
                   ADD 1 TO WS-PROG-GRAVACOES (WS-PROG-CORRENTE)
               WHEN ACS-ENTRADA
                   ADD 1 TO WS-PROG-ENTRADAS (WS-PROG-CORRENTE)
           END-EVALUATE.

       2400-ACUMULA-FUNCIONARIO.
           IF ACS-MATRICULA = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-FUNC-LIDOS
               IF WS-FUNC-MATRICULA (WS-SUB) = ACS-MATRICULA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-FUNC-LIDOS >= 2000
               MOVE 'S' TO WS-FUNC-ESTOUROU
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FUNC-LIDOS
           MOVE ACS-MATRICULA
             TO WS-FUNC-MATRICULA (WS-TOTAL-FUNC-LIDOS).

       3000-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "TOTAIS POR OPERADOR" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "OPER NOME                 CONSULTAS GRAVACOES"
             TO RELATORIO-LINHA
           MOVE "ENTRADAS  RECUSAS" TO RELATORIO-LINHA (47:)
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-OPER
               MOVE WS-OPER-CONSULTAS (WS-SUB) TO WS-QTDE-ED
               MOVE WS-OPER-GRAVACOES (WS-SUB) TO WS-QTDE2-ED
               MOVE WS-OPER-ENTRADAS (WS-SUB) TO WS-QTDE3-ED
               MOVE WS-OPER-RECUSAS (WS-SUB) TO WS-QTDE4-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-OPER-CODIGO (WS-SUB) " "
                      WS-OPER-NOME (WS-SUB) "    "
                      WS-QTDE-ED "    " WS-QTDE2-ED "   "
                      WS-QTDE3-ED "   " WS-QTDE4-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "TOTAIS POR PROGRAMA" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "PROGRAMA        CONSULTAS GRAVACOES ENTRADAS"
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-PROG
               MOVE WS-PROG-CONSULTAS (WS-SUB) TO WS-QTDE-ED
               MOVE WS-PROG-GRAVACOES (WS-SUB) TO WS-QTDE2-ED
               MOVE WS-PROG-ENTRADAS (WS-SUB) TO WS-QTDE3-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-PROG-NOME (WS-SUB) "    "
                      WS-QTDE-ED "    " WS-QTDE2-ED "   "
                      WS-QTDE3-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TOTAL-FUNC-LIDOS TO WS-QTDE-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "FUNCIONARIOS COM DADOS ABERTOS NO MES: "
                  WS-QTDE-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           IF WS-FUNC-ESTOUROU = 'S'
               MOVE "(OU MAIS)" TO RELATORIO-LINHA (47:)
           END-IF
           WRITE RELATORIO-LINHA
           DISPLAY "=== ACESSOS A DADOS DE SAUDE - "
                   WS-COMPETENCIA " ==="
           DISPLAY "ACESSOS..........: " WS-TOTAL-ACESSOS
           DISPLAY "CONSULTAS........: " WS-TOTAL-CONSULTAS
           DISPLAY "GRAVACOES........: " WS-TOTAL-GRAVACOES
           DISPLAY "ENTRADAS.........: " WS-TOTAL-ENTRADAS
           DISPLAY "ENTRADAS RECUSADAS: " WS-TOTAL-RECUSAS
           DISPLAY "FUNCIONARIOS.....: " WS-TOTAL-FUNC-LIDOS
           DISPLAY "DETALHE EM acessos_saude_mensal.txt".

       4000-FECHAR-ARQUIVOS.
           CLOSE ARQ-ACESSOS.
           CLOSE ARQ-RELATORIO.

       END PROGRAM SAUDEACESREL.
