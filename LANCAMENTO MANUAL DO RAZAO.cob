      *=======          EMPURRADA PARA A DATA DE HOJE COM A MARCA
      *=======          "MC " NA DESCRICAO; COM O PROPRIO MES DE
      *=======          HOJE FECHADO, O LANCAMENTO E RECUSADO.
      *=======     MOD: 15/10/2026 - CE - plano_contas.txt GANHOU O
      *=======          GRUPO DA DRE (CTA-GRUPO) NO FIM DA LINHA; LAYOUT
      *=======          ACOMPANHADO.
      *=======     MOD: 15/10/2026 - CE - CONTROLE DUPLO: O OPERADOR SE
      *=======          IDENTIFICA (OPERLOGIN) E LANCAMENTO ACIMA DO
      *=======          LIMITE DE razao_config.txt (PADRAO 5000,00) VAI
      *=======          PARA lancamentos_pendentes.txt EM VEZ DO RAZAO,
      *=======          ESPERANDO A APROVACAO DE OUTRO OPERADOR GERENTE
      *=======          NO RAZAOAPROVA.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQ-PENDENTES ASSIGN TO "lancamentos_pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.

           SELECT ARQ-CONFIG ASSIGN TO "razao_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LANCAMENTOS.
           05 CTA-NOME          PIC X(30).
           05 FILLER            PIC X.
           05 CTA-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 CTA-GRUPO         PIC X(02).

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
           05 PER-COMPETENCIA   PIC 9(06).

       FD  ARQ-PENDENTES.
           COPY "#pendlctdat".

       FD  ARQ-CONFIG.
           COPY "#razaocfg".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PERIODOS  PIC XX VALUE SPACES.
       01 WS-MES-FECHADO      PIC X VALUE 'N'.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-CENTROS     PIC XX VALUE SPACES.
       77 WS-STATUS-PLANO       PIC XX VALUE SPACES.
       77 WS-STATUS-PENDENTES   PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIG      PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-DATA-PEDIDA      PIC 9(8) VALUE ZERO.
       01 WS-TIPO-PEDIDO      PIC X VALUE SPACE.
       01 WS-CONTA-OK         PIC X VALUE 'N'.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
      *===== LIMITE PADRAO DO CONTROLE DUPLO (razao_config.txt
      *===== PREVALECE): ACIMA DELE O LANCAMENTO ESPERA UM GERENTE.
       01 WS-LIMITE-APROVACAO PIC 9(7)V99 VALUE 5000.00.
       01 WS-VAI-APROVACAO    PIC X VALUE 'N'.
       01 WS-ULTIMO-PENDENTE  PIC 9(6) VALUE ZERO.
       01 WS-LIMITE-ED        PIC ZZZZZZ9.99.

      *===== AREA DE PARAMETROS DO MODULO OPERLOGIN.
           COPY "#operpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== LANCAMENTO MANUAL NO RAZAO ==="
           PERFORM 0100-IDENTIFICA-OPERADOR
           PERFORM 0200-LE-CONFIG
           MOVE ZERO TO WS-DATA-PEDIDA
           DISPLAY "DATA (AAAAMMDD, 0 CANCELA): "
           ACCEPT WS-DATA-PEDIDA
               DISPLAY "VALOR ZERADO - NADA GRAVADO"
               STOP RUN
           END-IF
           IF WS-VALOR-PEDIDO > WS-LIMITE-APROVACAO
               MOVE 'S' TO WS-VAI-APROVACAO
               MOVE WS-LIMITE-APROVACAO TO WS-LIMITE-ED
               DISPLAY "ACIMA DE " WS-LIMITE-ED " - O LANCAMENTO "
                       "FICA PENDENTE ATE UM GERENTE APROVAR"
           END-IF
           MOVE SPACES TO WS-DESCRICAO-PEDIDA
           IF WS-VAI-APROVACAO = 'S'
               DISPLAY "DESCRICAO (ATE 19 - O FIM DA LINHA LEVA O "
                       "APROVADOR): "
               ACCEPT WS-DESCRICAO-PEDIDA
               MOVE SPACES TO WS-DESCRICAO-PEDIDA (20:7)
           ELSE
               DISPLAY "DESCRICAO (ATE 26): "
               ACCEPT WS-DESCRICAO-PEDIDA
           END-IF
           MOVE SPACES TO WS-CENTRO-PEDIDO
           DISPLAY "CENTRO DE CUSTO (3 LETRAS): "
           ACCEPT WS-CENTRO-PEDIDO
               DISPLAY "LANCAMENTO CANCELADO"
               STOP RUN
           END-IF
           IF WS-VAI-APROVACAO = 'S'
               PERFORM 5000-GRAVA-PENDENTE
               DISPLAY "LANCAMENTO PENDENTE " WS-ULTIMO-PENDENTE
                       " GRAVADO - AGUARDA APROVACAO NO RAZAOAPROVA"
               STOP RUN
           END-IF
           PERFORM 2500-CONTROLE-DE-PERIODO
           PERFORM 3000-GRAVA-LANCAMENTO
           PERFORM 4000-ATUALIZA-SALDO
           DISPLAY "LANCAMENTO GRAVADO E SALDO ATUALIZADO"
           STOP RUN.

       0100-IDENTIFICA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT OPR-CODIGO
           DISPLAY "SENHA: "
           ACCEPT OPR-SENHA
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS - ENCERRANDO"
               STOP RUN
           END-IF.

       0200-LE-CONFIG.
           OPEN INPUT ARQ-CONFIG.
           IF WS-STATUS-CONFIG = "00"
               READ ARQ-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-LIMITE-APROVACAO IS NUMERIC
                          AND CFG-LIMITE-APROVACAO > ZERO
                           MOVE CFG-LIMITE-APROVACAO
                             TO WS-LIMITE-APROVACAO
                       END-IF
               END-READ
               CLOSE ARQ-CONFIG
           END-IF.

      *===== DATA EM MES FECHADO NAO ENTRA: O LANCAMENTO E
      *===== EMPURRADO PARA HOJE COM A MARCA "MC " NA DESCRICAO;
      *===== SE ATE O MES DE HOJE ESTIVER FECHADO, NADA E GRAVADO.
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO.

      *===== LANCAMENTO ACIMA DO LIMITE: VAI PARA O ARQUIVO DE
      *===== PENDENTES COM O OPERADOR QUE PEDIU, NUMERADO EM
      *===== SEQUENCIA. O RAZAO E O SALDO SO MEXEM NA APROVACAO.
       5000-GRAVA-PENDENTE.
           MOVE ZERO TO WS-ULTIMO-PENDENTE
           OPEN INPUT ARQ-PENDENTES
           IF WS-STATUS-PENDENTES = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-PENDENTES
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF PND-NUMERO > WS-ULTIMO-PENDENTE
                               MOVE PND-NUMERO TO WS-ULTIMO-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PENDENTES
           END-IF
           ADD 1 TO WS-ULTIMO-PENDENTE
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           OPEN EXTEND ARQ-PENDENTES
           IF WS-STATUS-PENDENTES = "35"
               OPEN OUTPUT ARQ-PENDENTES
               CLOSE ARQ-PENDENTES
               OPEN EXTEND ARQ-PENDENTES
           END-IF
           MOVE SPACES TO PENDENTE-LINHA
           MOVE WS-ULTIMO-PENDENTE TO PND-NUMERO
           MOVE WS-DATA-HOJE (1:8) TO PND-DATA-PEDIDO
           MOVE OPR-CODIGO TO PND-OPER-PEDIDO
           MOVE WS-DATA-PEDIDA TO PND-DATA
           MOVE WS-TIPO-PEDIDO TO PND-TIPO
           MOVE WS-VALOR-PEDIDO TO PND-VALOR
           MOVE WS-DESCRICAO-PEDIDA TO PND-DESCRICAO
           MOVE WS-CENTRO-PEDIDO TO PND-CENTRO
           MOVE WS-CONTA-PEDIDA TO PND-CONTA
           MOVE 'P' TO PND-SITUACAO
           MOVE ZERO TO PND-OPER-DECISAO
           MOVE ZERO TO PND-DATA-DECISAO
           MOVE SPACES TO PND-MOTIVO
           WRITE PENDENTE-LINHA
           CLOSE ARQ-PENDENTES.

       END PROGRAM RAZAOMANUAL.
