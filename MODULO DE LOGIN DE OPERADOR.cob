      *=======     MOD: 02/09/2026 - CE - DEVOLVE TAMBEM A LOJA DO
      *=======          OPERADOR (OPR-LOJA), PARA A OPERACAO EM DUAS
      *=======          LOJAS; REGISTRO ANTIGO SEM LOJA VALE 01.
      *=======     MOD: 15/10/2026 - CE - POLITICA DE SENHA: TENTATIVAS
      *=======          ERRADAS SEGUIDAS FICAM NO CADASTRO E BLOQUEIAM O
      *=======          OPERADOR NO LIMITE DE operadores_config.txt
      *=======          (PADRAO 5); SENHA VENCE NOS DIAS DO MESMO
      *=======          ARQUIVO (PADRAO 90) COM TROCA OBRIGATORIA NO
      *=======          LOGIN, SEM REPETIR A ANTERIOR; GRAVA O ULTIMO
      *=======          LOGIN. MOTIVO DA RECUSA EM OPR-MOTIVO.
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OPE-CODIGO
           FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT ARQ-CONFIG ASSIGN TO "operadores_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
           COPY "#operadordat".

      *===== POLITICA DE SENHA: TENTATIVAS ATE O BLOQUEIO, DIAS DE
      *===== VALIDADE DA SENHA E DIAS SEM LOGIN PARA O RELATORIO DE
      *===== CONTAS PARADAS (OPERPARADO).
       FD  ARQ-CONFIG.
       01  CONFIG-LINHA.
           05 CFG-TENTATIVAS    PIC 9(02).
           05 FILLER            PIC X.
           05 CFG-DIAS-SENHA    PIC 9(03).
           05 FILLER            PIC X.
           05 CFG-DIAS-PARADO   PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-OPERADORES PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIG     PIC XX VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-HOJE              PIC 9(8) VALUE ZERO.
       01 WS-MAX-TENTATIVAS    PIC 9(2) VALUE 5.
       01 WS-DIAS-SENHA        PIC 9(3) VALUE 90.
       01 WS-SENHA-NOVA        PIC X(8) VALUE SPACES.
       01 WS-SENHA-CONFIRMA    PIC X(8) VALUE SPACES.
       01 WS-TROCAS            PIC 9 VALUE ZERO.
       01 WS-TROCOU            PIC X VALUE 'N'.
       COPY "#calenpar".

       LINKAGE SECTION.
       COPY "#operpar".
       PROCEDURE DIVISION USING OPR-PARAMETROS.
       0100-LOGIN.
           MOVE '1' TO OPR-RETORNO.
           MOVE 'I' TO OPR-MOTIVO.
           MOVE SPACES TO OPR-NOME.
           OPEN I-O ARQ-OPERADORES.
           IF WS-STATUS-OPERADORES = "35"
               MOVE '2' TO OPR-RETORNO
               MOVE SPACE TO OPR-MOTIVO
               MOVE 'G' TO OPR-PERFIL
               MOVE 1 TO OPR-LOJA
               MOVE "(SEM CADASTRO)" TO OPR-NOME
           IF WS-STATUS-OPERADORES NOT = "00"
               GOBACK
           END-IF.
           PERFORM 0150-LE-CONFIG.
           MOVE OPR-CODIGO TO OPE-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPERADOR-BLOQUEADO
                           MOVE 'B' TO OPR-MOTIVO
                       WHEN NOT OPERADOR-ATIVO
                           CONTINUE
                       WHEN OPE-SENHA NOT = OPR-SENHA
                           PERFORM 0200-SENHA-ERRADA
                       WHEN OTHER
                           PERFORM 0300-SENHA-CERTA
                   END-EVALUATE
           END-READ.
           CLOSE ARQ-OPERADORES.
           GOBACK.

       0150-LE-CONFIG.
           OPEN INPUT ARQ-CONFIG.
           IF WS-STATUS-CONFIG = "00"
               READ ARQ-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-TENTATIVAS > ZERO
                           MOVE CFG-TENTATIVAS TO WS-MAX-TENTATIVAS
                       END-IF
                       IF CFG-DIAS-SENHA > ZERO
                           MOVE CFG-DIAS-SENHA TO WS-DIAS-SENHA
                       END-IF
               END-READ
               CLOSE ARQ-CONFIG
           END-IF.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.

      *===== A CONTAGEM DE ERROS FICA NO REGISTRO, E NAO NA SESSAO,
      *===== PARA FECHAR E ABRIR O PROGRAMA NAO ZERAR O LIMITE.
       0200-SENHA-ERRADA.
           MOVE 'S' TO OPR-MOTIVO.
           IF OPE-TENTATIVAS < 99
               ADD 1 TO OPE-TENTATIVAS
           END-IF.
           IF OPE-TENTATIVAS NOT < WS-MAX-TENTATIVAS
               SET OPERADOR-BLOQUEADO TO TRUE
               MOVE 'B' TO OPR-MOTIVO
           END-IF.
           REWRITE OPERADOR-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       0300-SENHA-CERTA.
           MOVE ZERO TO OPE-TENTATIVAS.
           IF OPE-DATA-SENHA = ZERO
               MOVE WS-HOJE TO OPE-DATA-SENHA
           END-IF.
           MOVE 'D' TO CAL-FUNCAO.
           MOVE OPE-DATA-SENHA TO CAL-DATA-1.
           MOVE WS-HOJE TO CAL-DATA-2.
           CALL "CALENDARIO" USING CAL-PARAMETROS.
           IF CAL-DIAS NOT < WS-DIAS-SENHA
               PERFORM 0400-TROCA-SENHA
               IF WS-TROCOU NOT = 'S'
                   MOVE 'V' TO OPR-MOTIVO
                   REWRITE OPERADOR-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-HOJE TO OPE-ULTIMO-LOGIN.
           REWRITE OPERADOR-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE OPE-NOME   TO OPR-NOME.
           MOVE OPE-PERFIL TO OPR-PERFIL.
           IF OPE-LOJA = ZERO
               MOVE 1 TO OPR-LOJA
           ELSE
               MOVE OPE-LOJA TO OPR-LOJA
           END-IF.
           MOVE '0' TO OPR-RETORNO.
           MOVE SPACE TO OPR-MOTIVO.

      *===== SENHA VENCIDA: A TROCA E OBRIGATORIA ANTES DE ENTRAR.
      *===== A NOVA NAO PODE SER VAZIA, NEM A ATUAL, NEM A ANTERIOR.
       0400-TROCA-SENHA.
           MOVE 'N' TO WS-TROCOU.
           MOVE ZERO TO WS-TROCAS.
           DISPLAY "SENHA VENCIDA - E PRECISO TROCAR PARA ENTRAR".
           PERFORM UNTIL WS-TROCOU = 'S' OR WS-TROCAS NOT < 3
               ADD 1 TO WS-TROCAS
               MOVE SPACES TO WS-SENHA-NOVA
               MOVE SPACES TO WS-SENHA-CONFIRMA
               DISPLAY "NOVA SENHA (ATE 8): "
               ACCEPT WS-SENHA-NOVA
               DISPLAY "REPITA A NOVA SENHA: "
               ACCEPT WS-SENHA-CONFIRMA
               EVALUATE TRUE
                   WHEN WS-SENHA-NOVA = SPACES
                       DISPLAY "SENHA VAZIA NAO VALE"
                   WHEN WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
                       DISPLAY "AS DUAS SENHAS NAO CONFEREM"
                   WHEN WS-SENHA-NOVA = OPE-SENHA
                       DISPLAY "A NOVA SENHA E IGUAL A ATUAL"
                   WHEN WS-SENHA-NOVA = OPE-SENHA-ANTERIOR
                       DISPLAY "A NOVA SENHA REPETE A ANTERIOR"
                   WHEN OTHER
                       MOVE OPE-SENHA TO OPE-SENHA-ANTERIOR
                       MOVE WS-SENHA-NOVA TO OPE-SENHA
                       MOVE WS-HOJE TO OPE-DATA-SENHA
                       MOVE 'S' TO WS-TROCOU
                       DISPLAY "SENHA TROCADA"
               END-EVALUATE
           END-PERFORM.

       END PROGRAM OPERLOGIN.
