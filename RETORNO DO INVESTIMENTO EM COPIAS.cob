       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNOCOPIA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: RETORNO DO INVESTIMENTO NAS COPIAS, POR
      *=======           TITULO E POR GENERO, PARA O COMPRADOR
      *=======           DECIDIR A REPOSICAO. O CUSTO VEM DE CADA
      *=======           COPIA EM copias.dat (CPY-CUSTO-AQUISICAO), A
      *=======           RECEITA DE receitas_alugueis.txt DESDE A
      *=======           PRIMEIRA AQUISICAO DO TITULO, E AS COPIAS
      *=======           BAIXADAS NA FILA DE REPAROS (reparos.dat,
      *=======           REPARO-BAIXADA) APARECEM COMO PERDA. SAIDA EM
      *=======           retorno_copias.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: RECEITA = ALUGUEL, RENOVACAO E MULTA DE
      *=======               ATRASO, MENOS DESCONTO DE PONTOS E
      *=======               ESTORNO (A MULTA DE DANO SO REPOE O
      *=======               ESTRAGO E NAO ENTRA). LIQUIDO = RECEITA -
      *=======               CUSTO DE TODAS AS COPIAS, BAIXADAS
      *=======               INCLUSIVE. MESES P/ RETORNO = CUSTO /
      *=======               RECEITA MEDIA POR MES DESDE A AQUISICAO
      *=======               (MES DE 30 DIAS). COPIA SEM CUSTO
      *=======               INFORMADO (ANTERIOR AO CONTROLE) SO E
      *=======               CONTADA NO RODAPE.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FILMES ASSIGN TO "filmes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-FILME
               ALTERNATE RECORD KEY IS GENERO-FILME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRETOR-FILME
                   WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FILMES.

           SELECT ARQ-COPIAS ASSIGN TO "copias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPY-CHAVE
           FILE STATUS IS WS-STATUS-COPIAS.

           SELECT ARQ-REPAROS ASSIGN TO "reparos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CHAVE
           FILE STATUS IS WS-STATUS-REPAROS.

           SELECT ARQ-RECEITAS ASSIGN TO "receitas_alugueis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-RETORNO ASSIGN TO "retorno_copias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETORNO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FILMES.
           COPY "#filmedat".

       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-REPAROS.
           COPY "#reparodat".

       FD  ARQ-RECEITAS.
       01  RECEITA-LINHA.
           05 RCT-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 RCT-EMPRESTIMO    PIC 9(06).
           05 FILLER            PIC X.
           05 RCT-CODIGO-FILME  PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-CODIGO-CLIENTE PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-GENERO        PIC X(15).
           05 FILLER            PIC X.
           05 RCT-VALOR         PIC 9(03)V99.

       FD  ARQ-RETORNO.
       01  RETORNO-LINHA        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FILMES      PIC XX VALUE SPACES.
       77 WS-STATUS-COPIAS      PIC XX VALUE SPACES.
       77 WS-STATUS-REPAROS     PIC XX VALUE SPACES.
       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-RETORNO     PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-SUB-TIT            PIC 9(4) VALUE ZERO.
       01 WS-SUB-GEN            PIC 9(3) VALUE ZERO.
       01 WS-GEN-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-GENEROS      PIC 9(3) VALUE ZERO.
       01 WS-GENERO-ATUAL       PIC X(15) VALUE SPACES.
       01 WS-MESES-DESDE        PIC 9(5) VALUE ZERO.
       01 WS-RECEITA-MENSAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-MESES-RETORNO      PIC 9(5) VALUE ZERO.
       01 WS-LIQUIDO            PIC S9(9)V99 VALUE ZERO.
       01 WS-SITUACAO-RETORNO   PIC X(11) VALUE SPACES.
       01 WS-COPIAS-SEM-CUSTO   PIC 9(5) VALUE ZERO.
       01 WS-TITULOS-LISTADOS   PIC 9(5) VALUE ZERO.
       01 WS-CUSTO-ED           PIC ZZZZZZ9.99.
       01 WS-PERDA-ED           PIC ZZZZZZ9.99.
       01 WS-RECEITA-ED         PIC -ZZZZZZ9.99.
       01 WS-LIQUIDO-ED         PIC -ZZZZZZ9.99.
       01 WS-MESES-ED           PIC ZZZZ9.
       01 WS-QTDE-ED            PIC ZZ9.
       01 WS-QTDE-ED-2          PIC ZZ9.
      *===== TOTAIS GERAIS.
       01 WS-GERAL-CUSTO        PIC 9(9)V99 VALUE ZERO.
       01 WS-GERAL-PERDA        PIC 9(9)V99 VALUE ZERO.
       01 WS-GERAL-RECEITA      PIC S9(9)V99 VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".

      *===== ACUMULADOS POR TITULO (INDICE = CODIGO DO FILME).
       01  WS-TABELA-TITULOS.
           05 WS-TIT-ITEM OCCURS 9999 TIMES.
               10 WS-TIT-COPIAS      PIC 9(3).
               10 WS-TIT-CUSTO       PIC 9(7)V99.
               10 WS-TIT-BAIXADAS    PIC 9(3).
               10 WS-TIT-PERDA       PIC 9(7)V99.
               10 WS-TIT-DESDE       PIC 9(8).
               10 WS-TIT-RECEITA     PIC S9(7)V99.

      *===== ACUMULADOS POR GENERO (ATE 100 GENEROS).
       01  WS-TABELA-GENEROS.
           05 WS-GEN-ITEM OCCURS 100 TIMES.
               10 WS-GEN-NOME        PIC X(15).
               10 WS-GEN-TITULOS     PIC 9(5).
               10 WS-GEN-COPIAS      PIC 9(5).
               10 WS-GEN-CUSTO       PIC 9(9)V99.
               10 WS-GEN-PERDA       PIC 9(9)V99.
               10 WS-GEN-RECEITA     PIC S9(9)V99.
               10 WS-GEN-MENSAL      PIC 9(9)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== RETORNO DO INVESTIMENTO EM COPIAS ==="
           PERFORM 1000-INICIO
           PERFORM 1100-ABRIR-ARQUIVOS
           PERFORM 2000-VARRE-COPIAS
           PERFORM 2100-VARRE-REPAROS
           PERFORM 2200-VARRE-RECEITAS
           PERFORM 3000-RELATORIO-TITULOS
           PERFORM 4000-RELATORIO-GENEROS
           PERFORM 5000-FECHAR-ARQUIVOS
           STOP RUN.

       1000-INICIO.
           INITIALIZE WS-TABELA-TITULOS
           INITIALIZE WS-TABELA-GENEROS
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA.

       1100-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FILMES.
           IF WS-STATUS-FILMES NOT = "00"
               DISPLAY "ERRO AO ABRIR filmes.dat - STATUS "
                       WS-STATUS-FILMES
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-COPIAS.
           IF WS-STATUS-COPIAS NOT = "00"
               DISPLAY "ERRO AO ABRIR copias.dat - STATUS "
                       WS-STATUS-COPIAS
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-REPAROS.
           OPEN OUTPUT ARQ-RETORNO.
           IF WS-STATUS-RETORNO NOT = "00"
               DISPLAY "ERRO AO ABRIR retorno_copias.txt - "
                       "STATUS " WS-STATUS-RETORNO
               STOP RUN
           END-IF.

      *===== CUSTO E DATA DA PRIMEIRA AQUISICAO DE CADA TITULO.
       2000-VARRE-COPIAS.
           MOVE ZERO TO CPY-CODIGO-FILME
           MOVE ZERO TO CPY-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-COPIAS
           START ARQ-COPIAS KEY IS >= CPY-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-COPIAS
           END-START
           PERFORM UNTIL WS-STATUS-COPIAS = "10"
               READ ARQ-COPIAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-COPIAS
                   NOT AT END
                       IF CPY-CODIGO-FILME > ZERO
                           PERFORM 2050-ACUMULA-COPIA
                       END-IF
               END-READ
           END-PERFORM.

       2050-ACUMULA-COPIA.
           MOVE CPY-CODIGO-FILME TO WS-SUB-TIT
           IF CPY-CUSTO-AQUISICAO = ZERO
               ADD 1 TO WS-COPIAS-SEM-CUSTO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TIT-COPIAS (WS-SUB-TIT)
           ADD CPY-CUSTO-AQUISICAO TO WS-TIT-CUSTO (WS-SUB-TIT)
           IF CPY-DATA-AQUISICAO > ZERO
              AND (WS-TIT-DESDE (WS-SUB-TIT) = ZERO
                   OR CPY-DATA-AQUISICAO < WS-TIT-DESDE (WS-SUB-TIT))
               MOVE CPY-DATA-AQUISICAO TO WS-TIT-DESDE (WS-SUB-TIT)
           END-IF.

      *===== COPIA BAIXADA NA FILA DE REPAROS: O CUSTO DELA E PERDA.
       2100-VARRE-REPAROS.
           IF WS-STATUS-REPAROS NOT = "00"
               DISPLAY "SEM reparos.dat - NENHUMA BAIXA CONSIDERADA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO REP-CODIGO-FILME
           MOVE ZERO TO REP-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-REPAROS
           START ARQ-REPAROS KEY IS >= REP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-REPAROS
           END-START
           PERFORM UNTIL WS-STATUS-REPAROS = "10"
               READ ARQ-REPAROS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-REPAROS
                   NOT AT END
                       IF REPARO-BAIXADA
                           PERFORM 2150-ACUMULA-BAIXA
                       END-IF
               END-READ
           END-PERFORM.

       2150-ACUMULA-BAIXA.
           MOVE REP-CODIGO-FILME TO CPY-CODIGO-FILME
           MOVE REP-NUMERO-COPIA TO CPY-NUMERO-COPIA
           READ ARQ-COPIAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CPY-CUSTO-AQUISICAO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE REP-CODIGO-FILME TO WS-SUB-TIT
           ADD 1 TO WS-TIT-BAIXADAS (WS-SUB-TIT)
           ADD CPY-CUSTO-AQUISICAO TO WS-TIT-PERDA (WS-SUB-TIT).

      *===== RECEITA DO TITULO A PARTIR DA PRIMEIRA AQUISICAO.
       2200-VARRE-RECEITAS.
           OPEN INPUT ARQ-RECEITAS.
           IF WS-STATUS-RECEITAS NOT = "00"
               DISPLAY "SEM receitas_alugueis.txt - RECEITAS ZERADAS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-CODIGO-FILME > ZERO
                           PERFORM 2250-ACUMULA-RECEITA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEITAS.

       2250-ACUMULA-RECEITA.
           MOVE RCT-CODIGO-FILME TO WS-SUB-TIT
           IF WS-TIT-COPIAS (WS-SUB-TIT) = ZERO
              OR RCT-DATA < WS-TIT-DESDE (WS-SUB-TIT)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RCT-GENERO = "MULTA DANO"
                   CONTINUE
               WHEN RCT-GENERO = "DESCONTO PONTOS"
               WHEN RCT-GENERO (1:7) = "ESTORNO"
                   SUBTRACT RCT-VALOR FROM WS-TIT-RECEITA (WS-SUB-TIT)
               WHEN OTHER
                   ADD RCT-VALOR TO WS-TIT-RECEITA (WS-SUB-TIT)
           END-EVALUATE.

       3000-RELATORIO-TITULOS.
           MOVE SPACES TO RETORNO-LINHA
           STRING "RETORNO DO INVESTIMENTO EM COPIAS - DATA: "
                  WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA
           MOVE SPACES TO RETORNO-LINHA
           WRITE RETORNO-LINHA
           MOVE "POR TITULO:" TO RETORNO-LINHA
           WRITE RETORNO-LINHA
           MOVE SPACES TO RETORNO-LINHA
           STRING "FILME TITULO                         GENERO     "
                  "     CP BX   CUSTO R$   PERDA R$  RECEITA R$  "
                  "LIQUIDO R$  MESES SITUACAO"
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > 9999
               IF WS-TIT-COPIAS (WS-SUB-TIT) > ZERO
                   PERFORM 3100-LINHA-TITULO
               END-IF
           END-PERFORM
           MOVE WS-GERAL-CUSTO TO WS-CUSTO-ED
           MOVE WS-GERAL-PERDA TO WS-PERDA-ED
           MOVE WS-GERAL-RECEITA TO WS-RECEITA-ED
           COMPUTE WS-LIQUIDO = WS-GERAL-RECEITA - WS-GERAL-CUSTO
           MOVE WS-LIQUIDO TO WS-LIQUIDO-ED
           MOVE SPACES TO RETORNO-LINHA
           STRING "TOTAL: " WS-TITULOS-LISTADOS " TITULO(S)"
                  "   CUSTO " WS-CUSTO-ED
                  "   PERDA " WS-PERDA-ED
                  "   RECEITA " WS-RECEITA-ED
                  "   LIQUIDO " WS-LIQUIDO-ED
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA
           MOVE SPACES TO RETORNO-LINHA
           STRING "COPIAS SEM CUSTO INFORMADO (FORA DO CALCULO): "
                  WS-COPIAS-SEM-CUSTO
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA.

       3100-LINHA-TITULO.
           ADD 1 TO WS-TITULOS-LISTADOS
           MOVE WS-SUB-TIT TO CODIGO-FILME
           READ ARQ-FILMES
               INVALID KEY
                   MOVE "(FORA DO CATALOGO)" TO NOME-FILME
                   MOVE "(SEM GENERO)" TO GENERO-FILME
           END-READ
           MOVE WS-SUB-TIT TO CODIGO-FILME
      *===== MESES DESDE A PRIMEIRA AQUISICAO (NO MINIMO UM).
           MOVE 1 TO WS-MESES-DESDE
           IF WS-TIT-DESDE (WS-SUB-TIT) > ZERO
               MOVE 'D' TO CAL-FUNCAO
               MOVE WS-TIT-DESDE (WS-SUB-TIT) TO CAL-DATA-1
               MOVE WS-HOJE TO CAL-DATA-2
               CALL "CALENDARIO" USING CAL-PARAMETROS
               IF CAL-DIAS > 30
                   COMPUTE WS-MESES-DESDE = CAL-DIAS / 30
               END-IF
           END-IF
           MOVE ZERO TO WS-RECEITA-MENSAL
           IF WS-TIT-RECEITA (WS-SUB-TIT) > ZERO
               COMPUTE WS-RECEITA-MENSAL ROUNDED =
                   WS-TIT-RECEITA (WS-SUB-TIT) / WS-MESES-DESDE
           END-IF
           COMPUTE WS-LIQUIDO =
               WS-TIT-RECEITA (WS-SUB-TIT) - WS-TIT-CUSTO (WS-SUB-TIT)
           PERFORM 3200-MESES-RETORNO
           ADD WS-TIT-CUSTO (WS-SUB-TIT) TO WS-GERAL-CUSTO
           ADD WS-TIT-PERDA (WS-SUB-TIT) TO WS-GERAL-PERDA
           ADD WS-TIT-RECEITA (WS-SUB-TIT) TO WS-GERAL-RECEITA
           PERFORM 3300-ACUMULA-GENERO
           MOVE WS-TIT-COPIAS (WS-SUB-TIT) TO WS-QTDE-ED
           MOVE WS-TIT-BAIXADAS (WS-SUB-TIT) TO WS-QTDE-ED-2
           MOVE WS-TIT-CUSTO (WS-SUB-TIT) TO WS-CUSTO-ED
           MOVE WS-TIT-PERDA (WS-SUB-TIT) TO WS-PERDA-ED
           MOVE WS-TIT-RECEITA (WS-SUB-TIT) TO WS-RECEITA-ED
           MOVE WS-LIQUIDO TO WS-LIQUIDO-ED
           MOVE SPACES TO RETORNO-LINHA
           STRING CODIGO-FILME "  " NOME-FILME " " GENERO-FILME
                  WS-QTDE-ED WS-QTDE-ED-2 " " WS-CUSTO-ED " "
                  WS-PERDA-ED WS-RECEITA-ED WS-LIQUIDO-ED " "
                  WS-MESES-ED " " WS-SITUACAO-RETORNO
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA.

      *===== MESES P/ RETORNO = CUSTO / RECEITA MEDIA MENSAL; SEM
      *===== RECEITA O TITULO NAO SE PAGA NO RITMO ATUAL.
       3200-MESES-RETORNO.
           MOVE ZERO TO WS-MESES-RETORNO
           EVALUATE TRUE
               WHEN WS-LIQUIDO NOT < ZERO
                   MOVE "PAGO" TO WS-SITUACAO-RETORNO
               WHEN WS-RECEITA-MENSAL = ZERO
                   MOVE "SEM RECEITA" TO WS-SITUACAO-RETORNO
               WHEN OTHER
                   MOVE "A PAGAR" TO WS-SITUACAO-RETORNO
           END-EVALUATE
           IF WS-RECEITA-MENSAL > ZERO
               COMPUTE WS-MESES-RETORNO ROUNDED =
                   WS-TIT-CUSTO (WS-SUB-TIT) / WS-RECEITA-MENSAL
           END-IF
           MOVE WS-MESES-RETORNO TO WS-MESES-ED.

       3300-ACUMULA-GENERO.
           MOVE GENERO-FILME TO WS-GENERO-ATUAL
           MOVE ZERO TO WS-GEN-ACHADO
           PERFORM VARYING WS-SUB-GEN FROM 1 BY 1
                   UNTIL WS-SUB-GEN > WS-TOTAL-GENEROS
               IF WS-GEN-NOME (WS-SUB-GEN) = WS-GENERO-ATUAL
                   MOVE WS-SUB-GEN TO WS-GEN-ACHADO
               END-IF
           END-PERFORM
           IF WS-GEN-ACHADO = ZERO
               IF WS-TOTAL-GENEROS >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-GENEROS
               MOVE WS-TOTAL-GENEROS TO WS-GEN-ACHADO
               MOVE WS-GENERO-ATUAL TO WS-GEN-NOME (WS-GEN-ACHADO)
           END-IF
           ADD 1 TO WS-GEN-TITULOS (WS-GEN-ACHADO)
           ADD WS-TIT-COPIAS (WS-SUB-TIT)
             TO WS-GEN-COPIAS (WS-GEN-ACHADO)
           ADD WS-TIT-CUSTO (WS-SUB-TIT)
             TO WS-GEN-CUSTO (WS-GEN-ACHADO)
           ADD WS-TIT-PERDA (WS-SUB-TIT)
             TO WS-GEN-PERDA (WS-GEN-ACHADO)
           ADD WS-TIT-RECEITA (WS-SUB-TIT)
             TO WS-GEN-RECEITA (WS-GEN-ACHADO)
           ADD WS-RECEITA-MENSAL TO WS-GEN-MENSAL (WS-GEN-ACHADO).

       4000-RELATORIO-GENEROS.
           MOVE SPACES TO RETORNO-LINHA
           WRITE RETORNO-LINHA
           MOVE "POR GENERO:" TO RETORNO-LINHA
           WRITE RETORNO-LINHA
           MOVE SPACES TO RETORNO-LINHA
           STRING "GENERO          TITULOS COPIAS   CUSTO R$   "
                  "PERDA R$  RECEITA R$  LIQUIDO R$  MESES SITUACAO"
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA
           PERFORM VARYING WS-SUB-GEN FROM 1 BY 1
                   UNTIL WS-SUB-GEN > WS-TOTAL-GENEROS
               PERFORM 4100-LINHA-GENERO
           END-PERFORM
           DISPLAY "TITULOS COM CUSTO: " WS-TITULOS-LISTADOS
           DISPLAY "RELATORIO EM retorno_copias.txt".

       4100-LINHA-GENERO.
           COMPUTE WS-LIQUIDO =
               WS-GEN-RECEITA (WS-SUB-GEN) - WS-GEN-CUSTO (WS-SUB-GEN)
           MOVE ZERO TO WS-MESES-RETORNO
           EVALUATE TRUE
               WHEN WS-LIQUIDO NOT < ZERO
                   MOVE "PAGO" TO WS-SITUACAO-RETORNO
               WHEN WS-GEN-MENSAL (WS-SUB-GEN) = ZERO
                   MOVE "SEM RECEITA" TO WS-SITUACAO-RETORNO
               WHEN OTHER
                   MOVE "A PAGAR" TO WS-SITUACAO-RETORNO
           END-EVALUATE
           IF WS-GEN-MENSAL (WS-SUB-GEN) > ZERO
               COMPUTE WS-MESES-RETORNO ROUNDED =
                   WS-GEN-CUSTO (WS-SUB-GEN)
                   / WS-GEN-MENSAL (WS-SUB-GEN)
           END-IF
           MOVE WS-MESES-RETORNO TO WS-MESES-ED
           MOVE WS-GEN-CUSTO (WS-SUB-GEN) TO WS-CUSTO-ED
           MOVE WS-GEN-PERDA (WS-SUB-GEN) TO WS-PERDA-ED
           MOVE WS-GEN-RECEITA (WS-SUB-GEN) TO WS-RECEITA-ED
           MOVE WS-LIQUIDO TO WS-LIQUIDO-ED
           MOVE SPACES TO RETORNO-LINHA
           STRING WS-GEN-NOME (WS-SUB-GEN) "   "
                  WS-GEN-TITULOS (WS-SUB-GEN) "  "
                  WS-GEN-COPIAS (WS-SUB-GEN) " " WS-CUSTO-ED " "
                  WS-PERDA-ED WS-RECEITA-ED WS-LIQUIDO-ED " "
                  WS-MESES-ED " " WS-SITUACAO-RETORNO
                  DELIMITED BY SIZE INTO RETORNO-LINHA
           WRITE RETORNO-LINHA.

       5000-FECHAR-ARQUIVOS.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-COPIAS.
           IF WS-STATUS-REPAROS = "00" OR WS-STATUS-REPAROS = "10"
               CLOSE ARQ-REPAROS
           END-IF.
           CLOSE ARQ-RETORNO.

       END PROGRAM RETORNOCOPIA.
