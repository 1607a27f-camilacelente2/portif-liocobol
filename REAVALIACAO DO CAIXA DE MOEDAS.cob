       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOREAVAL.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: REAVALIACAO DE FIM DE DIA DO CAIXA DE
      *=======           MOEDAS ESTRANGEIRAS. VALORIZA O ESTOQUE DE
      *=======           CADA MOEDA (caixa_moedas.txt) PELA TAXA DE
      *=======           COMPRA DO DIA (taxas_cambio_hist.txt, VIA
      *=======           CAMBIOCONV), COMPARA COM A VALORIZACAO DO
      *=======           DIA ANTERIOR E SEPARA O RESULTADO REALIZADO
      *=======           NAS CONVERSOES DO DIA (SPREAD E TARIFA, DE
      *=======           conversoes_auditoria.txt) DA REAVALIACAO NAO
      *=======           REALIZADA (GANHO OU PERDA PELA VARIACAO DA
      *=======           TAXA SOBRE O SALDO DE ONTEM). GRAVA A LINHA
      *=======           DO DIA EM caixa_moedas_reavaliacao.txt, QUE O
      *=======           RAZAOAUTO POSTA NO RAZAO, E A POSICAO EM
      *=======           caixa_moedas_posicao.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: JOB DIARIO DO AGENDALOTE (GOBACK E
      *=======               RETURN-CODE 0=OK, 8=ERRO). UMA RODADA
      *=======               POR DIA: COM A DATA DE HOJE JA GRAVADA
      *=======               NADA E REFEITO. O ESTOQUE E VALORIZADO
      *=======               PELA TAXA DE COMPRA (O QUE A CASA PAGA
      *=======               PELA MOEDA); O SPREAD DA VENDA E MEDIDO
      *=======               CONTRA ELA. MOEDA SEM TAXA NO DIA FICA
      *=======               NA TAXA ANTERIOR, SEM REAVALIACAO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CAIXA-MOEDAS ASSIGN TO "caixa_moedas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAIXA.

           SELECT ARQ-AUDITORIA ASSIGN TO "conversoes_auditoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-REAVALIACAO
               ASSIGN TO "caixa_moedas_reavaliacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REAVALIACAO.

           SELECT ARQ-RELATORIO ASSIGN TO "caixa_moedas_posicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAIXA-MOEDAS.
       01  CAIXA-MOEDA-LINHA.
           05 MCX-MOEDA         PIC X(03).
           05 FILLER            PIC X.
           05 MCX-SALDO         PIC S9(09)V99.
           05 FILLER            PIC X.
           05 MCX-MINIMO        PIC 9(07)V99.

       FD  ARQ-AUDITORIA.
      *===== A LINHA COM CLIENTE IDENTIFICADO TEM 132 POSICOES.
       01  AUDITORIA-LINHA      PIC X(132).

       FD  ARQ-REAVALIACAO.
           COPY "#reavaldat".

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAIXA       PIC XX VALUE SPACES.
       77 WS-STATUS-AUDITORIA   PIC XX VALUE SPACES.
       77 WS-STATUS-REAVALIACAO PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-JA-REAVALIADO      PIC X VALUE 'N'.
       01 WS-SEM-MODULO         PIC X VALUE 'N'.
       01 WS-SUB-MOE            PIC 99 VALUE ZERO.
       01 WS-TOTAL-MOE          PIC 99 VALUE ZERO.
       01 WS-MOE-ACHADA         PIC 99 VALUE ZERO.
       01 WS-MOEDA-LINHA        PIC X(3) VALUE SPACES.
       01 WS-QTD-LINHA          PIC 9(5)V99 VALUE ZERO.
       01 WS-BRUTO-LINHA        PIC 9(5)V99 VALUE ZERO.
       01 WS-TARIFA-LINHA       PIC 9(5)V99 VALUE ZERO.
       01 WS-TOTAL-LIDAS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DO-DIA       PIC 9(5) VALUE ZERO.
       01 WS-CAMPO-EDITADO      PIC X(8) VALUE SPACES.
       01 WS-CONVERTIDO         PIC 9(5)V99 VALUE ZERO.
       01 WS-TRABALHO-7.
           05 WS-T7-INT         PIC X(4).
           05 FILLER            PIC X.
           05 WS-T7-DEC         PIC X(2).
       01 WS-T7-NUM REDEFINES WS-TRABALHO-7.
           05 WS-T7-INT-9       PIC 9(4).
           05 FILLER            PIC X.
           05 WS-T7-DEC-9       PIC 9(2).
       01 WS-TRABALHO-8.
           05 WS-T8-INT         PIC X(5).
           05 FILLER            PIC X.
           05 WS-T8-DEC         PIC X(2).
       01 WS-T8-NUM REDEFINES WS-TRABALHO-8.
           05 WS-T8-INT-9       PIC 9(5).
           05 FILLER            PIC X.
           05 WS-T8-DEC-9       PIC 9(2).

      *===== POSICAO POR MOEDA (ATE 20): ESTOQUE DE HOJE, A LINHA
      *===== DE REAVALIACAO ANTERIOR E O RESULTADO DO DIA.
       01  WS-TABELA-MOEDAS.
           05 WS-MOE-ITEM OCCURS 20 TIMES.
               10 WS-MOE-MOEDA        PIC X(3).
               10 WS-MOE-SALDO        PIC S9(9)V99.
               10 WS-MOE-TAXA         PIC 9(3)V99.
               10 WS-MOE-SEM-TAXA     PIC X.
               10 WS-MOE-VALOR        PIC S9(11)V99.
               10 WS-MOE-DATA-ANT     PIC 9(8).
               10 WS-MOE-SALDO-ANT    PIC S9(9)V99.
               10 WS-MOE-TAXA-ANT     PIC 9(3)V99.
               10 WS-MOE-VALOR-ANT    PIC S9(11)V99.
               10 WS-MOE-REAVALIACAO  PIC S9(9)V99.
               10 WS-MOE-SPREAD       PIC S9(9)V99.
               10 WS-MOE-TARIFA       PIC 9(9)V99.
               10 WS-MOE-OPERACOES    PIC 9(5).
               10 WS-MOE-QTD-VENDIDA  PIC S9(9)V99.

       01 WS-TOT-VALOR          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-VALOR-ANT      PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-REAVALIACAO    PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-SPREAD         PIC S9(9)V99 VALUE ZERO.
       01 WS-TOT-TARIFA         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-REALIZADO      PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-ED           PIC ---------9.99.
       01 WS-TAXA-ED            PIC ZZ9.99.
       01 WS-VALOR-ED           PIC -----------9.99.
       01 WS-VALOR-ANT-ED       PIC -----------9.99.
       01 WS-REAVALIACAO-ED     PIC ---------9.99.
       01 WS-SPREAD-ED          PIC ---------9.99.
       01 WS-TARIFA-ED          PIC ZZZZZZZZ9.99.
       01 WS-AVISO-TAXA         PIC X(16) VALUE SPACES.

      *===== AREA DE PARAMETROS DO MODULO DE CONVERSAO.
       COPY "#cambiopar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           INITIALIZE WS-TABELA-MOEDAS
           MOVE ZERO TO WS-TOTAL-MOE WS-TOTAL-LIDAS WS-TOTAL-DO-DIA
           MOVE ZERO TO WS-TOT-VALOR WS-TOT-VALOR-ANT
                        WS-TOT-REAVALIACAO WS-TOT-SPREAD
                        WS-TOT-TARIFA WS-TOT-REALIZADO
           MOVE 'N' TO WS-JA-REAVALIADO WS-SEM-MODULO
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-CAIXA
           PERFORM 1100-CARREGA-ANTERIOR
           IF WS-JA-REAVALIADO = 'S'
               DISPLAY "CAIXA DE MOEDAS JA REAVALIADO EM " WS-HOJE
                       " - NADA REFEITO"
               GOBACK
           END-IF
           PERFORM 3000-RESULTADO-REALIZADO
           IF WS-TOTAL-MOE = ZERO
               DISPLAY "NENHUMA MOEDA NO CAIXA NEM CONVERSAO HOJE - "
                       "NADA A REAVALIAR"
               GOBACK
           END-IF
           PERFORM 2000-TAXAS-DO-DIA
           IF WS-SEM-MODULO = 'S'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 4000-REAVALIA
           PERFORM 5000-GRAVA-REAVALIACAO
           PERFORM 6000-RELATORIO
           GOBACK.

      *===== ESTOQUE DE HOJE; SEM caixa_moedas.txt SO ENTRA O
      *===== RESULTADO DAS CONVERSOES.
       1000-CARREGA-CAIXA.
           OPEN INPUT ARQ-CAIXA-MOEDAS.
           IF WS-STATUS-CAIXA NOT = "00"
               DISPLAY "SEM caixa_moedas.txt - SO O RESULTADO DAS "
                       "CONVERSOES"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CAIXA-MOEDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE MCX-MOEDA TO WS-MOEDA-LINHA
                       PERFORM 1900-ACHA-MOEDA
                       IF WS-MOE-ACHADA NOT = ZERO
                           MOVE MCX-SALDO
                             TO WS-MOE-SALDO (WS-MOE-ACHADA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CAIXA-MOEDAS.

      *===== ULTIMA REAVALIACAO ANTERIOR A HOJE DE CADA MOEDA (A
      *===== BASE DE COMPARACAO); A DATA DE HOJE JA GRAVADA
      *===== SIGNIFICA RODADA REPETIDA.
       1100-CARREGA-ANTERIOR.
           OPEN INPUT ARQ-REAVALIACAO.
           IF WS-STATUS-REAVALIACAO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-REAVALIACAO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RVL-DATA = WS-HOJE
                           MOVE 'S' TO WS-JA-REAVALIADO
                       END-IF
                       IF RVL-DATA < WS-HOJE
                           MOVE RVL-MOEDA TO WS-MOEDA-LINHA
                           PERFORM 1900-ACHA-MOEDA
                           PERFORM 1110-GUARDA-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-REAVALIACAO.

       1110-GUARDA-ANTERIOR.
           IF WS-MOE-ACHADA = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF RVL-DATA < WS-MOE-DATA-ANT (WS-MOE-ACHADA)
               EXIT PARAGRAPH
           END-IF.
           MOVE RVL-DATA  TO WS-MOE-DATA-ANT (WS-MOE-ACHADA).
           MOVE RVL-SALDO TO WS-MOE-SALDO-ANT (WS-MOE-ACHADA).
           MOVE RVL-TAXA  TO WS-MOE-TAXA-ANT (WS-MOE-ACHADA).
           MOVE RVL-VALOR TO WS-MOE-VALOR-ANT (WS-MOE-ACHADA).

      *===== POSICAO DA MOEDA NA TABELA; MOEDA NOVA ENTRA NO FIM
      *===== (TABELA CHEIA DEVOLVE ZERO).
       1900-ACHA-MOEDA.
           MOVE ZERO TO WS-MOE-ACHADA
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               IF WS-MOE-MOEDA (WS-SUB-MOE) = WS-MOEDA-LINHA
                   MOVE WS-SUB-MOE TO WS-MOE-ACHADA
               END-IF
           END-PERFORM
           IF WS-MOE-ACHADA = ZERO AND WS-TOTAL-MOE < 20
               ADD 1 TO WS-TOTAL-MOE
               MOVE WS-TOTAL-MOE TO WS-MOE-ACHADA
               MOVE WS-MOEDA-LINHA TO WS-MOE-MOEDA (WS-MOE-ACHADA)
           END-IF.

      *===== TAXA DE COMPRA DO DIA DE CADA MOEDA PELO CAMBIOCONV EM
      *===== MODO SIMULACAO (NAO MEXE NA GAVETA). SEM TAXA, VALE A
      *===== TAXA DA REAVALIACAO ANTERIOR.
       2000-TAXAS-DO-DIA.
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
                      OR WS-SEM-MODULO = 'S'
               PERFORM 2100-TAXA-DA-MOEDA
           END-PERFORM.

       2100-TAXA-DA-MOEDA.
           MOVE WS-MOE-MOEDA (WS-SUB-MOE) TO CMB-MOEDA
           MOVE WS-HOJE TO CMB-DATA
           MOVE 'C' TO CMB-DIRECAO
           MOVE 1 TO CMB-QUANTIDADE
           MOVE SPACES TO CMB-MOEDA-DESTINO
           MOVE 'S' TO CMB-SIMULACAO
           MOVE ZERO TO CMB-TAXA-FIXA
           CALL "CAMBIOCONV" USING CMB-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO CAMBIOCONV NAO DISPONIVEL"
                   MOVE 'S' TO WS-SEM-MODULO
                   EXIT PARAGRAPH
           END-CALL
           IF CMB-RETORNO = '0'
               MOVE CMB-TAXA TO WS-MOE-TAXA (WS-SUB-MOE)
               MOVE 'N' TO WS-MOE-SEM-TAXA (WS-SUB-MOE)
           ELSE
               MOVE WS-MOE-TAXA-ANT (WS-SUB-MOE)
                 TO WS-MOE-TAXA (WS-SUB-MOE)
               MOVE 'S' TO WS-MOE-SEM-TAXA (WS-SUB-MOE)
           END-IF.

      *===== CONVERSOES DE HOJE EM conversoes_auditoria.txt, SO NO
      *===== LAYOUT COM DIRECAO: MOEDA(1:3) DIRECAO(5:1) QUANT(7:7)
      *===== TAXA(15:7) BRUTO(23:8) TARIFA(32:7) DATA(49:8). A TROCA
      *===== CRUZADA JA VEM COMO PAR C/V E ENTRA PERNA A PERNA.
       3000-RESULTADO-REALIZADO.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "SEM conversoes_auditoria.txt - SEM RESULTADO "
                       "REALIZADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       IF (AUDITORIA-LINHA (5:1) = 'C'
                           OR AUDITORIA-LINHA (5:1) = 'V')
                          AND AUDITORIA-LINHA (49:8) = WS-HOJE
                           PERFORM 3100-SOMA-CONVERSAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AUDITORIA.

       3100-SOMA-CONVERSAO.
           MOVE AUDITORIA-LINHA (1:3) TO WS-MOEDA-LINHA
           PERFORM 1900-ACHA-MOEDA
           IF WS-MOE-ACHADA = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-DO-DIA
           MOVE AUDITORIA-LINHA (7:7) TO WS-CAMPO-EDITADO
           PERFORM 3200-CONVERTE-7
           MOVE WS-CONVERTIDO TO WS-QTD-LINHA
           MOVE AUDITORIA-LINHA (23:8) TO WS-CAMPO-EDITADO
           PERFORM 3300-CONVERTE-8
           MOVE WS-CONVERTIDO TO WS-BRUTO-LINHA
           MOVE AUDITORIA-LINHA (32:7) TO WS-CAMPO-EDITADO
           PERFORM 3200-CONVERTE-7
           MOVE WS-CONVERTIDO TO WS-TARIFA-LINHA
           ADD 1 TO WS-MOE-OPERACOES (WS-MOE-ACHADA)
           ADD WS-TARIFA-LINHA TO WS-MOE-TARIFA (WS-MOE-ACHADA).
      *===== O SPREAD SO E MEDIDO DEPOIS DE CONHECIDA A TAXA DO DIA;
      *===== AQUI FICAM O BRUTO COM SINAL (VENDA +, COMPRA -) E A
      *===== QUANTIDADE LIQUIDA VENDIDA, FECHADOS NO 4000-REAVALIA.
           IF AUDITORIA-LINHA (5:1) = 'V'
               ADD WS-BRUTO-LINHA TO WS-MOE-SPREAD (WS-MOE-ACHADA)
               ADD WS-QTD-LINHA TO WS-MOE-QTD-VENDIDA (WS-MOE-ACHADA)
           ELSE
               SUBTRACT WS-BRUTO-LINHA
                   FROM WS-MOE-SPREAD (WS-MOE-ACHADA)
               SUBTRACT WS-QTD-LINHA
                   FROM WS-MOE-QTD-VENDIDA (WS-MOE-ACHADA)
           END-IF.

       3200-CONVERTE-7.
           MOVE WS-CAMPO-EDITADO (1:7) TO WS-TRABALHO-7
           INSPECT WS-T7-INT REPLACING LEADING SPACE BY "0"
           IF WS-T7-INT IS NUMERIC AND WS-T7-DEC IS NUMERIC
               COMPUTE WS-CONVERTIDO =
                   WS-T7-INT-9 + (WS-T7-DEC-9 / 100)
           ELSE
               MOVE ZERO TO WS-CONVERTIDO
           END-IF.

       3300-CONVERTE-8.
           MOVE WS-CAMPO-EDITADO (1:8) TO WS-TRABALHO-8
           INSPECT WS-T8-INT REPLACING LEADING SPACE BY "0"
           IF WS-T8-INT IS NUMERIC AND WS-T8-DEC IS NUMERIC
               COMPUTE WS-CONVERTIDO =
                   WS-T8-INT-9 + (WS-T8-DEC-9 / 100)
           ELSE
               MOVE ZERO TO WS-CONVERTIDO
           END-IF.

      *===== SPREAD = BRUTO DAS VENDAS - BRUTO DAS COMPRAS, MENOS A
      *===== QUANTIDADE LIQUIDA VENDIDA A TAXA DE COMPRA DO DIA.
      *===== REAVALIACAO = SALDO ANTERIOR X VARIACAO DA TAXA; A
      *===== PRIMEIRA RODADA DA MOEDA SO FORMA A BASE.
       4000-REAVALIA.
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               COMPUTE WS-MOE-SPREAD (WS-SUB-MOE) ROUNDED =
                   WS-MOE-SPREAD (WS-SUB-MOE)
                   - WS-MOE-QTD-VENDIDA (WS-SUB-MOE)
                     * WS-MOE-TAXA (WS-SUB-MOE)
               COMPUTE WS-MOE-VALOR (WS-SUB-MOE) ROUNDED =
                   WS-MOE-SALDO (WS-SUB-MOE)
                   * WS-MOE-TAXA (WS-SUB-MOE)
               MOVE ZERO TO WS-MOE-REAVALIACAO (WS-SUB-MOE)
               IF WS-MOE-DATA-ANT (WS-SUB-MOE) NOT = ZERO
                  AND WS-MOE-SEM-TAXA (WS-SUB-MOE) NOT = 'S'
                   COMPUTE WS-MOE-REAVALIACAO (WS-SUB-MOE) ROUNDED =
                       WS-MOE-SALDO-ANT (WS-SUB-MOE)
                       * (WS-MOE-TAXA (WS-SUB-MOE)
                          - WS-MOE-TAXA-ANT (WS-SUB-MOE))
               END-IF
               ADD WS-MOE-VALOR (WS-SUB-MOE) TO WS-TOT-VALOR
               ADD WS-MOE-VALOR-ANT (WS-SUB-MOE) TO WS-TOT-VALOR-ANT
               ADD WS-MOE-REAVALIACAO (WS-SUB-MOE)
                 TO WS-TOT-REAVALIACAO
               ADD WS-MOE-SPREAD (WS-SUB-MOE) TO WS-TOT-SPREAD
               ADD WS-MOE-TARIFA (WS-SUB-MOE) TO WS-TOT-TARIFA
           END-PERFORM.
           COMPUTE WS-TOT-REALIZADO = WS-TOT-SPREAD + WS-TOT-TARIFA.

       5000-GRAVA-REAVALIACAO.
           OPEN EXTEND ARQ-REAVALIACAO.
           IF WS-STATUS-REAVALIACAO = "35"
               OPEN OUTPUT ARQ-REAVALIACAO
               CLOSE ARQ-REAVALIACAO
               OPEN EXTEND ARQ-REAVALIACAO
           END-IF.
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               MOVE SPACES TO REAVALIACAO-LINHA
               MOVE WS-HOJE TO RVL-DATA
               MOVE WS-MOE-MOEDA (WS-SUB-MOE) TO RVL-MOEDA
               MOVE WS-MOE-SALDO (WS-SUB-MOE) TO RVL-SALDO
               MOVE WS-MOE-TAXA (WS-SUB-MOE) TO RVL-TAXA
               MOVE WS-MOE-VALOR (WS-SUB-MOE) TO RVL-VALOR
               MOVE WS-MOE-REAVALIACAO (WS-SUB-MOE)
                 TO RVL-REAVALIACAO
               MOVE WS-MOE-SPREAD (WS-SUB-MOE) TO RVL-SPREAD
               MOVE WS-MOE-TARIFA (WS-SUB-MOE) TO RVL-TARIFA
               MOVE WS-MOE-OPERACOES (WS-SUB-MOE) TO RVL-OPERACOES
               WRITE REAVALIACAO-LINHA
           END-PERFORM.
           CLOSE ARQ-REAVALIACAO.

       6000-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "POSICAO DO CAIXA DE MOEDAS - REAVALIACAO DE "
                  WS-HOJE
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MOE         SALDO   TAXA      VALOR HOJE"
                  "  VALOR ANTERIOR   REAVALIACAO        SPREAD"
                  "       TARIFA"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING WS-SUB-MOE FROM 1 BY 1
                   UNTIL WS-SUB-MOE > WS-TOTAL-MOE
               PERFORM 6100-LINHA-MOEDA
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-TOT-VALOR TO WS-VALOR-ED.
           MOVE WS-TOT-VALOR-ANT TO WS-VALOR-ANT-ED.
           MOVE WS-TOT-REAVALIACAO TO WS-REAVALIACAO-ED.
           MOVE WS-TOT-SPREAD TO WS-SPREAD-ED.
           MOVE WS-TOT-TARIFA TO WS-TARIFA-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL                    " WS-VALOR-ED " "
                  WS-VALOR-ANT-ED " " WS-REAVALIACAO-ED " "
                  WS-SPREAD-ED " " WS-TARIFA-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-TOT-REALIZADO TO WS-SPREAD-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RESULTADO REALIZADO (SPREAD + TARIFA): "
                  WS-SPREAD-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REAVALIACAO NAO REALIZADA............: "
                  WS-REAVALIACAO-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY "=== REAVALIACAO DO CAIXA DE MOEDAS " WS-HOJE
                   " ===".
           DISPLAY "MOEDAS REAVALIADAS.: " WS-TOTAL-MOE.
           DISPLAY "CONVERSOES DO DIA..: " WS-TOTAL-DO-DIA.
           DISPLAY "VALOR EM REAIS.....: " WS-VALOR-ED.
           DISPLAY "REALIZADO..........: " WS-SPREAD-ED.
           DISPLAY "NAO REALIZADO......: " WS-REAVALIACAO-ED.
           DISPLAY "DETALHE EM caixa_moedas_posicao.txt".

       6100-LINHA-MOEDA.
           MOVE WS-MOE-SALDO (WS-SUB-MOE) TO WS-SALDO-ED
           MOVE WS-MOE-TAXA (WS-SUB-MOE) TO WS-TAXA-ED
           MOVE WS-MOE-VALOR (WS-SUB-MOE) TO WS-VALOR-ED
           MOVE WS-MOE-VALOR-ANT (WS-SUB-MOE) TO WS-VALOR-ANT-ED
           MOVE WS-MOE-REAVALIACAO (WS-SUB-MOE) TO WS-REAVALIACAO-ED
           MOVE WS-MOE-SPREAD (WS-SUB-MOE) TO WS-SPREAD-ED
           MOVE WS-MOE-TARIFA (WS-SUB-MOE) TO WS-TARIFA-ED
           MOVE SPACES TO WS-AVISO-TAXA
           IF WS-MOE-SEM-TAXA (WS-SUB-MOE) = 'S'
               MOVE " SEM TAXA DO DIA" TO WS-AVISO-TAXA
           END-IF
           IF WS-MOE-DATA-ANT (WS-SUB-MOE) = ZERO
               MOVE " PRIMEIRA BASE" TO WS-AVISO-TAXA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING WS-MOE-MOEDA (WS-SUB-MOE) " " WS-SALDO-ED " "
                  WS-TAXA-ED " " WS-VALOR-ED " " WS-VALOR-ANT-ED " "
                  WS-REAVALIACAO-ED " " WS-SPREAD-ED " " WS-TARIFA-ED
                  WS-AVISO-TAXA
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       END PROGRAM CAMBIOREAVAL.
