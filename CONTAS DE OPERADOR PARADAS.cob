       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERPARADO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: RELATORIO MENSAL DAS CONTAS DE OPERADOR
      *=======           PARADAS (operadores_parados.txt): OPERADOR
      *=======           NAO EXCLUIDO QUE NUNCA ENTROU OU QUE NAO
      *=======           ENTRA HA MAIS DIAS QUE O LIMITE DE
      *=======           operadores_config.txt (PADRAO 60), PARA O
      *=======           GERENTE EXCLUIR QUEM JA SAIU DA LOJA. MOSTRA
      *=======           TAMBEM OS BLOQUEADOS E AS SENHAS VENCIDAS.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: TERMINA COM GOBACK E RETURN-CODE (0=OK,
      *=======               8=ERRO) PARA RODAR PELO AGENDALOTE
      *=======               (AGENDA: OPERPARADO M 01). REGISTRO
      *=======               ANTIGO SEM DATA DE LOGIN SAI COMO
      *=======               "NUNCA".
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES ASSIGN TO "operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
           FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT ARQ-CONFIG ASSIGN TO "operadores_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIG.

           SELECT ARQ-RELATORIO ASSIGN TO "operadores_parados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
           COPY "#operadordat".

       FD  ARQ-CONFIG.
       01  CONFIG-LINHA.
           05 CFG-TENTATIVAS    PIC 9(02).
           05 FILLER            PIC X.
           05 CFG-DIAS-SENHA    PIC 9(03).
           05 FILLER            PIC X.
           05 CFG-DIAS-PARADO   PIC 9(03).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-OPERADORES PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIG     PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO  PIC XX VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-HOJE              PIC 9(8) VALUE ZERO.
       01 WS-DIAS-SENHA        PIC 9(3) VALUE 90.
       01 WS-DIAS-PARADO       PIC 9(3) VALUE 60.
       01 WS-DIAS-SEM-LOGIN    PIC 9(5) VALUE ZERO.
       01 WS-DIAS-SENHA-ATUAL  PIC 9(5) VALUE ZERO.
       01 WS-PARADO            PIC X VALUE 'N'.
       01 WS-OBSERVACAO        PIC X(30) VALUE SPACES.
       01 WS-DATA-ENTRADA      PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA    PIC X(10) VALUE SPACES.
       01 WS-DIAS-ED           PIC ZZZZ9.
       01 WS-TOTAL-LIDOS       PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PARADOS     PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-BLOQUEADOS  PIC 9(4) VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 2000-VARRE-OPERADORES
           PERFORM 3000-RODAPE
           CLOSE ARQ-OPERADORES
           CLOSE ARQ-RELATORIO
           GOBACK.

       1000-INICIO.
           OPEN INPUT ARQ-OPERADORES.
           IF WS-STATUS-OPERADORES NOT = "00"
               DISPLAY "ERRO AO ABRIR operadores.dat - STATUS "
                       WS-STATUS-OPERADORES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-CONFIG.
           IF WS-STATUS-CONFIG = "00"
               READ ARQ-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-DIAS-SENHA > ZERO
                           MOVE CFG-DIAS-SENHA TO WS-DIAS-SENHA
                       END-IF
                       IF CFG-DIAS-PARADO > ZERO
                           MOVE CFG-DIAS-PARADO TO WS-DIAS-PARADO
                       END-IF
               END-READ
               CLOSE ARQ-CONFIG
           END-IF.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WS-HOJE TO WS-DATA-ENTRADA.
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CONTAS DE OPERADOR PARADAS - " WS-DATA-FORMATADA
                  " - SEM LOGIN HA MAIS DE " WS-DIAS-PARADO " DIAS"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "COD  NOME                 PERFIL LOJA ULTIMO LOGIN  "
             TO RELATORIO-LINHA.
           MOVE "DIAS  OBSERVACAO" TO RELATORIO-LINHA (54:16).
           WRITE RELATORIO-LINHA.

       2000-VARRE-OPERADORES.
           MOVE ZERO TO OPE-CODIGO
           MOVE SPACES TO WS-STATUS-OPERADORES
           START ARQ-OPERADORES KEY IS >= OPE-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-OPERADORES
           END-START
           PERFORM UNTIL WS-STATUS-OPERADORES = "10"
               READ ARQ-OPERADORES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-OPERADORES
                   NOT AT END
                       IF NOT OPERADOR-EXCLUIDO
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM 2100-AVALIA-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.

      *===== PARADO = NUNCA ENTROU OU ESTA ALEM DO LIMITE DE DIAS.
      *===== O BLOQUEADO SAI SEMPRE, PARA O GERENTE DECIDIR ENTRE
      *===== DESBLOQUEAR E EXCLUIR.
       2100-AVALIA-OPERADOR.
           MOVE 'N' TO WS-PARADO
           MOVE SPACES TO WS-OBSERVACAO
           MOVE ZERO TO WS-DIAS-SEM-LOGIN
           IF OPE-ULTIMO-LOGIN = ZERO
               MOVE 'S' TO WS-PARADO
               MOVE "NUNCA ENTROU" TO WS-OBSERVACAO
           ELSE
               MOVE 'D' TO CAL-FUNCAO
               MOVE OPE-ULTIMO-LOGIN TO CAL-DATA-1
               MOVE WS-HOJE TO CAL-DATA-2
               CALL "CALENDARIO" USING CAL-PARAMETROS
               IF CAL-DIAS > ZERO
                   MOVE CAL-DIAS TO WS-DIAS-SEM-LOGIN
               END-IF
               IF WS-DIAS-SEM-LOGIN > WS-DIAS-PARADO
                   MOVE 'S' TO WS-PARADO
                   MOVE "SEM LOGIN NO PERIODO" TO WS-OBSERVACAO
               END-IF
           END-IF
           IF OPERADOR-BLOQUEADO
               MOVE 'S' TO WS-PARADO
               MOVE "BLOQUEADO POR TENTATIVAS" TO WS-OBSERVACAO
               ADD 1 TO WS-TOTAL-BLOQUEADOS
           END-IF
           IF WS-PARADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF OPE-DATA-SENHA > ZERO AND NOT OPERADOR-BLOQUEADO
               MOVE 'D' TO CAL-FUNCAO
               MOVE OPE-DATA-SENHA TO CAL-DATA-1
               MOVE WS-HOJE TO CAL-DATA-2
               CALL "CALENDARIO" USING CAL-PARAMETROS
               IF CAL-DIAS NOT < WS-DIAS-SENHA
                   MOVE "SENHA VENCIDA" TO WS-OBSERVACAO (22:9)
               END-IF
           END-IF
           ADD 1 TO WS-TOTAL-PARADOS
           MOVE SPACES TO WS-DATA-FORMATADA
           IF OPE-ULTIMO-LOGIN = ZERO
               MOVE "NUNCA" TO WS-DATA-FORMATADA
           ELSE
               MOVE OPE-ULTIMO-LOGIN TO WS-DATA-ENTRADA
               CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                         WS-DATA-FORMATADA
           END-IF
           MOVE WS-DIAS-SEM-LOGIN TO WS-DIAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING OPE-CODIGO " " OPE-NOME " " OPE-PERFIL "      "
                  OPE-LOJA "   " WS-DATA-FORMATADA "   " WS-DIAS-ED
                  " " WS-OBSERVACAO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       3000-RODAPE.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "OPERADORES ATIVOS/BLOQUEADOS: " WS-TOTAL-LIDOS
                  "  PARADOS: " WS-TOTAL-PARADOS
                  "  BLOQUEADOS: " WS-TOTAL-BLOQUEADOS
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY "CONTAS PARADAS: " WS-TOTAL-PARADOS
                   " - VER operadores_parados.txt".

       END PROGRAM OPERPARADO.
