      *=======               MANIFESTO; A LINHA DE TOTAL DA FATURA E
      *=======               COMPARADA COM A SOMA DOS FRETES DO
      *=======               PERIODO.
      *=======     MOD: 15/10/2026 - CE - GRAVA O RESUMO DE CADA
      *=======          CONCILIACAO (DIVERGENCIAS E VALOR COBRADO A
      *=======          MAIOR) NO HISTORICO conciliacao_historico.txt,
      *=======          LIDO PELA AVALIACAO DE TRANSPORTADORAS
      *=======          (TRANSPNOTA).
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-HISTORICO
               ASSIGN TO "conciliacao_historico.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURA.
       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

      *===== UMA LINHA POR CONCILIACAO RODADA, PARA A AVALIACAO DE
      *===== TRANSPORTADORAS. SE A MESMA TRANSPORTADORA/COMPETENCIA
      *===== FOR CONCILIADA DE NOVO, VALE A ULTIMA LINHA.
       FD  ARQ-HISTORICO.
       01  HISTORICO-LINHA.
           05 HCO-TRANSP        PIC 9(02).
           05 FILLER            PIC X.
           05 HCO-COMPETENCIA   PIC 9(06).
           05 FILLER            PIC X.
           05 HCO-DIVERGENCIAS  PIC 9(04).
           05 FILLER            PIC X.
           05 HCO-VALOR-A-MAIOR PIC 9(09)V99.
           05 FILLER            PIC X.
           05 HCO-DATA          PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FATURA    PIC XX VALUE SPACES.
       77 WS-STATUS-MANIFESTO PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-TRANSP-PEDIDA    PIC 9(2) VALUE ZERO.
       01 WS-TRANSP-PEDIDA-X  PIC X(2) VALUE SPACES.
       01 WS-TOTAL-DIVERGE    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-CASADOS    PIC 9(4) VALUE ZERO.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-A-MAIOR-ITENS    PIC 9(9)V99 VALUE ZERO.
       01 WS-A-MAIOR-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-CAMPO-EDITADO.
           05 WS-CED-INTEIRO  PIC X(7).
           05 FILLER          PIC X.
           PERFORM 3000-CASA-FATURA
           PERFORM 4000-SOBRAS-DO-MANIFESTO
           PERFORM 5000-FECHAR-ARQUIVOS
           PERFORM 6000-GRAVA-HISTORICO
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           MOVE SPACES TO RELATORIO-LINHA
           IF WS-DIFERENCA-ABS > WS-TOLERANCIA
               ADD 1 TO WS-TOTAL-DIVERGE
               IF WS-DIFERENCA > ZERO
                   MOVE WS-DIFERENCA TO WS-A-MAIOR-TOTAL
               END-IF
               STRING "TOTAL DA FATURA DIVERGE DO MANIFESTO EM "
                      WS-VALOR-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-PERFORM
           IF WS-MAN-ACHADO = ZERO
               ADD 1 TO WS-TOTAL-SO-FATURA
               ADD FTR-VALOR TO WS-A-MAIOR-ITENS
               MOVE FTR-VALOR TO WS-VALOR-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING "COBRADO SEM MANIFESTO: " FTR-PRODUTO
           END-IF
           IF WS-DIFERENCA-ABS > WS-TOLERANCIA
               ADD 1 TO WS-TOTAL-DIVERGE
               IF WS-DIFERENCA > ZERO
                   ADD WS-DIFERENCA TO WS-A-MAIOR-ITENS
               END-IF
               MOVE WS-DIFERENCA-ABS TO WS-VALOR-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING "VALOR DIVERGE: " FTR-PRODUTO
           DISPLAY "DIVERGENTES.....: " WS-TOTAL-DIVERGE
           DISPLAY "DETALHE EM conciliacao_transportadora.txt".

      *===== RESUMO DA CONCILIACAO NO HISTORICO: DIVERGENCIAS =
      *===== COBRADOS SEM MANIFESTO + DIFERENCAS ACIMA DA TOLERANCIA;
      *===== VALOR A MAIOR = O QUE FOI COBRADO ALEM DO MANIFESTO,
      *===== PELOS ITENS OU PELA LINHA DE TOTAL, O QUE FOR MAIOR
      *===== (FATURA SO COM TOTAL NAO TEM ITENS PARA SOMAR).
       6000-GRAVA-HISTORICO.
           OPEN EXTEND ARQ-HISTORICO
           IF WS-STATUS-HISTORICO = "35"
               OPEN OUTPUT ARQ-HISTORICO
               CLOSE ARQ-HISTORICO
               OPEN EXTEND ARQ-HISTORICO
           END-IF
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO ABRIR conciliacao_historico.txt - "
                       "STATUS " WS-STATUS-HISTORICO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE SPACES TO HISTORICO-LINHA
           MOVE WS-TRANSP-PEDIDA TO HCO-TRANSP
           MOVE WS-COMPETENCIA TO HCO-COMPETENCIA
           COMPUTE HCO-DIVERGENCIAS =
               WS-TOTAL-SO-FATURA + WS-TOTAL-DIVERGE
           IF WS-A-MAIOR-TOTAL > WS-A-MAIOR-ITENS
               MOVE WS-A-MAIOR-TOTAL TO HCO-VALOR-A-MAIOR
           ELSE
               MOVE WS-A-MAIOR-ITENS TO HCO-VALOR-A-MAIOR
           END-IF
           MOVE WS-DATA-HOJE (1:8) TO HCO-DATA
           WRITE HISTORICO-LINHA
           CLOSE ARQ-HISTORICO.

       7100-CONVERTE-EDITADO.
           INSPECT WS-CED-INTEIRO
               REPLACING LEADING SPACE BY "0"
