       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAUDEACESSO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: SUBROTINA REUTILIZAVEL DO REGISTRO DE
      *=======           ACESSOS A DADOS DE SAUDE, NO MESMO PADRAO DE
      *=======           OPERLOGIN E CALENDARIO. CADA PROGRAMA QUE
      *=======           ABRE imc_historico.dat, vitais_historico.dat
      *=======           OU OS ARQUIVOS DE ACOMPANHAMENTO CHAMA ESTE
      *=======           MODULO PELA AREA #saudepar A CADA REGISTRO
      *=======           DE FUNCIONARIO LIDO OU GRAVADO; A LINHA SAI
      *=======           EM acessos_saude.txt (#acessosaudedat). O
      *=======           ARQUIVO FICA ABERTO ENTRE AS CHAMADAS ATE A
      *=======           FUNCAO 'F'.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O TAMANHO MINIMO DE GRUPO DOS RESUMOS
      *=======               POR DEPARTAMENTO MORA AQUI
      *=======               (saude_config.txt, PADRAO 5), PARA
      *=======               OS RESUMOS NAO TEREM CADA UM O SEU.
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSOS ASSIGN TO "acessos_saude.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACESSOS.

           SELECT ARQ-CONFIG ASSIGN TO "saude_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ACESSOS.
           COPY "#acessosaudedat".

      *===== MENOR GRUPO QUE UM RESUMO POR DEPARTAMENTO PODE
      *===== MOSTRAR SEM PERMITIR IDENTIFICAR A PESSOA.
       FD  ARQ-CONFIG.
       01  CONFIG-LINHA.
           05 CFG-GRUPO-MINIMO  PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ACESSOS    PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIG     PIC XX VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-ACESSOS-ABERTO    PIC X VALUE 'N'.
       01 WS-CONFIG-LIDA       PIC X VALUE 'N'.
       01 WS-GRUPO-MINIMO      PIC 9(3) VALUE 5.

       LINKAGE SECTION.
       COPY "#saudepar".

       PROCEDURE DIVISION USING SAC-PARAMETROS.
       0100-ACESSO.
           MOVE '0' TO SAC-RETORNO.
           IF WS-CONFIG-LIDA NOT = 'S'
               PERFORM 0150-LE-CONFIG
           END-IF.
           MOVE WS-GRUPO-MINIMO TO SAC-GRUPO-MINIMO.
           EVALUATE TRUE
               WHEN SAC-GRAVAR
                   PERFORM 0200-GRAVA-ACESSO
               WHEN SAC-FECHAR
                   IF WS-ACESSOS-ABERTO = 'S'
                       CLOSE ARQ-ACESSOS
                       MOVE 'N' TO WS-ACESSOS-ABERTO
                   END-IF
           END-EVALUATE.
           GOBACK.

       0150-LE-CONFIG.
           MOVE 'S' TO WS-CONFIG-LIDA.
           OPEN INPUT ARQ-CONFIG.
           IF WS-STATUS-CONFIG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-CONFIG
               NOT AT END
                   IF CFG-GRUPO-MINIMO IS NUMERIC
                      AND CFG-GRUPO-MINIMO > ZERO
                       MOVE CFG-GRUPO-MINIMO TO WS-GRUPO-MINIMO
                   END-IF
           END-READ.
           CLOSE ARQ-CONFIG.

       0200-GRAVA-ACESSO.
           IF WS-ACESSOS-ABERTO NOT = 'S'
               OPEN EXTEND ARQ-ACESSOS
               IF WS-STATUS-ACESSOS = "35"
                   OPEN OUTPUT ARQ-ACESSOS
                   CLOSE ARQ-ACESSOS
                   OPEN EXTEND ARQ-ACESSOS
               END-IF
               IF WS-STATUS-ACESSOS NOT = "00"
                   MOVE '1' TO SAC-RETORNO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO WS-ACESSOS-ABERTO
           END-IF.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE SPACES TO ACESSO-SAUDE-LINHA.
           MOVE WS-DATA-HOJE (1:14) TO ACS-DATA-HORA.
           MOVE SAC-OPERADOR TO ACS-OPERADOR.
           MOVE SAC-NOME-OPERADOR TO ACS-NOME-OPERADOR.
           MOVE SAC-PROGRAMA TO ACS-PROGRAMA.
           MOVE SAC-MATRICULA TO ACS-MATRICULA.
           MOVE SAC-ACAO TO ACS-ACAO.
           WRITE ACESSO-SAUDE-LINHA.
           IF WS-STATUS-ACESSOS NOT = "00"
               MOVE '1' TO SAC-RETORNO
           END-IF.

       END PROGRAM SAUDEACESSO.
