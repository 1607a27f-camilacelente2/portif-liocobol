       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAZOENTREGA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: RELATORIO MENSAL DE CUMPRIMENTO DO PRAZO DE
      *=======           ENTREGA PROMETIDO. CRUZA A DATA PREVISTA
      *=======           GRAVADA PELO FRETELOTE EM CADA LINHA DO
      *=======           manifesto_fretes.txt COM A DATA DA ENTREGA
      *=======           CONFIRMADA NO JORNAL entregas_confirmadas.txt
      *=======           (ENTREGARETORNO) E TOTALIZA NO PRAZO X EM
      *=======           ATRASO, COM OS DIAS DE ATRASO, POR UF E POR
      *=======           TRANSPORTADORA, EM prazos_entrega.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A COMPETENCIA E A DA DATA DA ENTREGA
      *=======               (0 = MES ANTERIOR). SO CONTA STATUS
      *=======               E=ENTREGUE; EMBARQUE ANTIGO, SEM DATA
      *=======               PREVISTA NO MANIFESTO, SAI NO TOTAL "SEM
      *=======               PRAZO". DIAS DE ATRASO EM DIAS CORRIDOS.
      *=======               TERMINA COM GOBACK E RETURN-CODE (0=OK,
      *=======               8=ERRO) PARA RODAR PELO AGENDALOTE
      *=======               (AGENDA: PRAZOENTREGA M 02).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MANIFESTO ASSIGN TO "manifesto_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MANIFESTO.

           SELECT ARQ-CONFIRMADAS
               ASSIGN TO "entregas_confirmadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIRMADAS.

           SELECT ARQ-TRANSPORTADORAS
               ASSIGN TO "transportadoras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRANSP.

           SELECT ARQ-RELATORIO ASSIGN TO "prazos_entrega.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MANIFESTO.
       01  MANIFESTO-LINHA.
           05 MN-PRODUTO        PIC X(30).
           05 FILLER            PIC X.
           05 MN-ESTADO         PIC X(02).
           05 FILLER            PIC X.
           05 MN-VALOR-X        PIC X(10).
           05 FILLER            PIC X.
           05 MN-FRETE-X        PIC X(10).
           05 FILLER            PIC X.
           05 MN-ICMS-X         PIC X(10).
           05 FILLER            PIC X.
           05 MN-VALOR-FINAL-X  PIC X(10).
           05 FILLER            PIC X.
           05 MN-DATA-X         PIC X(08).
           05 FILLER            PIC X.
           05 MN-TRANSP-X       PIC X(02).
           05 FILLER            PIC X.
           05 MN-SEGURO-X       PIC X(10).
           05 FILLER            PIC X.
           05 MN-PREVISTA-X     PIC X(08).

       FD  ARQ-CONFIRMADAS.
       01  CONFIRMADA-LINHA.
           05 CNF-PRODUTO       PIC X(30).
           05 FILLER            PIC X.
           05 CNF-DATA-MANIF    PIC 9(08).
           05 FILLER            PIC X.
           05 CNF-DATA-ENTREGA  PIC 9(08).
           05 FILLER            PIC X.
           05 CNF-STATUS        PIC X(01).

       FD  ARQ-TRANSPORTADORAS.
       01  TRANSPORTADORA-LINHA.
           05 TRP-CODIGO        PIC 9(02).
           05 FILLER            PIC X.
           05 TRP-NOME          PIC X(20).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MANIFESTO   PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIRMADAS PIC XX VALUE SPACES.
       77 WS-STATUS-TRANSP      PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-ANO                PIC 9(4) VALUE ZERO.
       01 WS-MES                PIC 9(2) VALUE ZERO.
       01 WS-SUB-MAN            PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-MAN          PIC 9(4) VALUE ZERO.
       01 WS-MAN-ACHADO         PIC 9(4) VALUE ZERO.
       01 WS-SUB-UF             PIC 99 VALUE ZERO.
       01 WS-TOTAL-UFS          PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA          PIC 99 VALUE ZERO.
       01 WS-SUB-TRP            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-TRPS         PIC 99 VALUE ZERO.
       01 WS-TRP-ACHADA         PIC 99 VALUE ZERO.
       01 WS-SUB-NOME           PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-NOMES        PIC 99 VALUE ZERO.
       01 WS-DIAS-ATRASO        PIC 9(5) VALUE ZERO.
       01 WS-NO-PRAZO           PIC X VALUE 'N'.
       01 WS-TOTAL-ENTREGUES    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SEM-PRAZO    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-AVALIADOS    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-NO-PRAZO     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ATRASADOS    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DIAS-ATRASO  PIC 9(7) VALUE ZERO.
       01 WS-PERCENTUAL         PIC 9(3)V9 VALUE ZERO.
       01 WS-MEDIA-ATRASO       PIC 9(5)V9 VALUE ZERO.
       01 WS-PERCENTUAL-ED      PIC ZZ9.9.
       01 WS-MEDIA-ED           PIC ZZZZ9.9.
       01 WS-DIAS-ED            PIC ZZZZ9.
       01 WS-TRP-NOME-CORRENTE  PIC X(20) VALUE SPACES.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-PREVISTA-ED        PIC X(10) VALUE SPACES.
       01 WS-ENTREGA-ED         PIC X(10) VALUE SPACES.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".

      *===== EMBARQUES DO MANIFESTO COM DATA PREVISTA (ATE 2000).
      *===== USADO = 'S' QUANDO UMA CONFIRMACAO JA CASOU COM ELE.
       01  WS-TABELA-MANIFESTO.
           05 WS-MAN-ITEM OCCURS 2000 TIMES.
               10 WS-MAN-PRODUTO  PIC X(30).
               10 WS-MAN-DATA     PIC 9(8).
               10 WS-MAN-UF       PIC X(2).
               10 WS-MAN-TRANSP   PIC X(2).
               10 WS-MAN-PREVISTA PIC 9(8).
               10 WS-MAN-USADO    PIC X(1).

      *===== TOTAIS POR UF E POR TRANSPORTADORA, NO MESMO FORMATO.
       01  WS-TABELA-UF.
           05 WS-UF-ITEM OCCURS 30 TIMES.
               10 WS-UF-NOME      PIC X(02).
               10 WS-UF-NO-PRAZO  PIC 9(5).
               10 WS-UF-ATRASO    PIC 9(5).
               10 WS-UF-DIAS      PIC 9(7).

       01  WS-TABELA-TRP.
           05 WS-TRP-ITEM OCCURS 99 TIMES.
               10 WS-TRP-CODIGO   PIC X(02).
               10 WS-TRP-NO-PRAZO PIC 9(5).
               10 WS-TRP-ATRASO   PIC 9(5).
               10 WS-TRP-DIAS     PIC 9(7).

      *===== NOMES DAS TRANSPORTADORAS (transportadoras.txt); VALE
      *===== A PRIMEIRA LINHA DE CADA CODIGO.
       01  WS-TABELA-NOMES.
           05 WS-NOME-ITEM OCCURS 99 TIMES.
               10 WS-NOME-CODIGO  PIC 9(02).
               10 WS-NOME-TRP     PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "=== CUMPRIMENTO DE PRAZOS DE ENTREGA ==="
           DISPLAY "COMPETENCIA DA ENTREGA (AAAAMM, 0 = MES ANTERIOR): "
           ACCEPT WS-COMPETENCIA
           PERFORM 1000-INICIO
           PERFORM 1100-CARREGA-MANIFESTO
           PERFORM 1200-CARREGA-TRANSPORTADORAS
           PERFORM 2000-PROCESSA-CONFIRMADAS
           PERFORM 3000-RELATORIO
           GOBACK.

       1000-INICIO.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           IF WS-COMPETENCIA = ZERO
               MOVE WS-HOJE (1:4) TO WS-ANO
               MOVE WS-HOJE (5:2) TO WS-MES
               IF WS-MES = 1
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               COMPUTE WS-COMPETENCIA = WS-ANO * 100 + WS-MES
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR prazos_entrega.txt - STATUS "
                       WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CUMPRIMENTO DE PRAZOS DE ENTREGA - COMPETENCIA "
                  WS-COMPETENCIA
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "ENTREGAS EM ATRASO:" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "PRODUTO                        UF TR PREVISTA   "
             TO RELATORIO-LINHA.
           MOVE "ENTREGA    DIAS" TO RELATORIO-LINHA (50:15).
           WRITE RELATORIO-LINHA.

      *===== SO INTERESSAM AS LINHAS COM DATA PREVISTA; AS GRAVADAS
      *===== ANTES DO PRAZO DE ENTREGA FICAM DE FORA E A CONFIRMACAO
      *===== DELAS CAI NO TOTAL SEM PRAZO.
       1100-CARREGA-MANIFESTO.
           OPEN INPUT ARQ-MANIFESTO.
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "ERRO AO ABRIR manifesto_fretes.txt - STATUS "
                       WS-STATUS-MANIFESTO
               CLOSE ARQ-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-MANIFESTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF MN-DATA-X IS NUMERIC
                          AND MN-PREVISTA-X IS NUMERIC
                          AND MN-PREVISTA-X NOT = "00000000"
                          AND WS-TOTAL-MAN < 2000
                           ADD 1 TO WS-TOTAL-MAN
                           MOVE MN-PRODUTO
                             TO WS-MAN-PRODUTO (WS-TOTAL-MAN)
                           MOVE MN-DATA-X
                             TO WS-MAN-DATA (WS-TOTAL-MAN)
                           MOVE MN-ESTADO
                             TO WS-MAN-UF (WS-TOTAL-MAN)
                           MOVE MN-TRANSP-X
                             TO WS-MAN-TRANSP (WS-TOTAL-MAN)
                           MOVE MN-PREVISTA-X
                             TO WS-MAN-PREVISTA (WS-TOTAL-MAN)
                           MOVE 'N'
                             TO WS-MAN-USADO (WS-TOTAL-MAN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MANIFESTO.

       1200-CARREGA-TRANSPORTADORAS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WS-STATUS-TRANSP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-TRANSPORTADORAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF TRP-CODIGO IS NUMERIC
                          AND WS-TOTAL-NOMES < 99
                           ADD 1 TO WS-TOTAL-NOMES
                           MOVE TRP-CODIGO
                             TO WS-NOME-CODIGO (WS-TOTAL-NOMES)
                           MOVE TRP-NOME
                             TO WS-NOME-TRP (WS-TOTAL-NOMES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANSPORTADORAS.

       2000-PROCESSA-CONFIRMADAS.
           OPEN INPUT ARQ-CONFIRMADAS.
           IF WS-STATUS-CONFIRMADAS NOT = "00"
               DISPLAY "SEM entregas_confirmadas.txt - NADA A APURAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CONFIRMADAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CNF-STATUS = 'E'
                          AND CNF-DATA-ENTREGA IS NUMERIC
                          AND CNF-DATA-ENTREGA (1:6) = WS-COMPETENCIA
                           PERFORM 2100-AVALIA-ENTREGA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONFIRMADAS.

      *===== CASA A CONFIRMACAO COM O EMBARQUE PELO PRODUTO E PELA
      *===== DATA DO MANIFESTO, COMO O ENTREGARETORNO.
       2100-AVALIA-ENTREGA.
           ADD 1 TO WS-TOTAL-ENTREGUES
           MOVE ZERO TO WS-MAN-ACHADO
           PERFORM VARYING WS-SUB-MAN FROM 1 BY 1
                   UNTIL WS-SUB-MAN > WS-TOTAL-MAN
                      OR WS-MAN-ACHADO NOT = ZERO
               IF WS-MAN-PRODUTO (WS-SUB-MAN) = CNF-PRODUTO
                  AND WS-MAN-DATA (WS-SUB-MAN) = CNF-DATA-MANIF
                  AND WS-MAN-USADO (WS-SUB-MAN) = 'N'
                   MOVE WS-SUB-MAN TO WS-MAN-ACHADO
               END-IF
           END-PERFORM
           IF WS-MAN-ACHADO = ZERO
               ADD 1 TO WS-TOTAL-SEM-PRAZO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MAN-USADO (WS-MAN-ACHADO)
           ADD 1 TO WS-TOTAL-AVALIADOS
           MOVE ZERO TO WS-DIAS-ATRASO
           IF CNF-DATA-ENTREGA NOT > WS-MAN-PREVISTA (WS-MAN-ACHADO)
               MOVE 'S' TO WS-NO-PRAZO
               ADD 1 TO WS-TOTAL-NO-PRAZO
           ELSE
               MOVE 'N' TO WS-NO-PRAZO
               ADD 1 TO WS-TOTAL-ATRASADOS
               MOVE 'D' TO CAL-FUNCAO
               MOVE WS-MAN-PREVISTA (WS-MAN-ACHADO) TO CAL-DATA-1
               MOVE CNF-DATA-ENTREGA TO CAL-DATA-2
               CALL "CALENDARIO" USING CAL-PARAMETROS
               IF CAL-DIAS > ZERO
                   MOVE CAL-DIAS TO WS-DIAS-ATRASO
               END-IF
               ADD WS-DIAS-ATRASO TO WS-TOTAL-DIAS-ATRASO
               PERFORM 2300-DETALHE-ATRASO
           END-IF
           PERFORM 2200-ACUMULA.

       2200-ACUMULA.
           MOVE ZERO TO WS-UF-ACHADA
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > WS-TOTAL-UFS
               IF WS-UF-NOME (WS-SUB-UF) = WS-MAN-UF (WS-MAN-ACHADO)
                   MOVE WS-SUB-UF TO WS-UF-ACHADA
               END-IF
           END-PERFORM
           IF WS-UF-ACHADA = ZERO AND WS-TOTAL-UFS < 30
               ADD 1 TO WS-TOTAL-UFS
               MOVE WS-TOTAL-UFS TO WS-UF-ACHADA
               MOVE WS-MAN-UF (WS-MAN-ACHADO)
                 TO WS-UF-NOME (WS-UF-ACHADA)
               MOVE ZERO TO WS-UF-NO-PRAZO (WS-UF-ACHADA)
               MOVE ZERO TO WS-UF-ATRASO (WS-UF-ACHADA)
               MOVE ZERO TO WS-UF-DIAS (WS-UF-ACHADA)
           END-IF
           IF WS-UF-ACHADA NOT = ZERO
               IF WS-NO-PRAZO = 'S'
                   ADD 1 TO WS-UF-NO-PRAZO (WS-UF-ACHADA)
               ELSE
                   ADD 1 TO WS-UF-ATRASO (WS-UF-ACHADA)
                   ADD WS-DIAS-ATRASO TO WS-UF-DIAS (WS-UF-ACHADA)
               END-IF
           END-IF
           MOVE ZERO TO WS-TRP-ACHADA
           PERFORM VARYING WS-SUB-TRP FROM 1 BY 1
                   UNTIL WS-SUB-TRP > WS-TOTAL-TRPS
               IF WS-TRP-CODIGO (WS-SUB-TRP)
                  = WS-MAN-TRANSP (WS-MAN-ACHADO)
                   MOVE WS-SUB-TRP TO WS-TRP-ACHADA
               END-IF
           END-PERFORM
           IF WS-TRP-ACHADA = ZERO AND WS-TOTAL-TRPS < 99
               ADD 1 TO WS-TOTAL-TRPS
               MOVE WS-TOTAL-TRPS TO WS-TRP-ACHADA
               MOVE WS-MAN-TRANSP (WS-MAN-ACHADO)
                 TO WS-TRP-CODIGO (WS-TRP-ACHADA)
               MOVE ZERO TO WS-TRP-NO-PRAZO (WS-TRP-ACHADA)
               MOVE ZERO TO WS-TRP-ATRASO (WS-TRP-ACHADA)
               MOVE ZERO TO WS-TRP-DIAS (WS-TRP-ACHADA)
           END-IF
           IF WS-TRP-ACHADA NOT = ZERO
               IF WS-NO-PRAZO = 'S'
                   ADD 1 TO WS-TRP-NO-PRAZO (WS-TRP-ACHADA)
               ELSE
                   ADD 1 TO WS-TRP-ATRASO (WS-TRP-ACHADA)
                   ADD WS-DIAS-ATRASO TO WS-TRP-DIAS (WS-TRP-ACHADA)
               END-IF
           END-IF.

       2300-DETALHE-ATRASO.
           MOVE WS-MAN-PREVISTA (WS-MAN-ACHADO) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-PREVISTA-ED
           MOVE CNF-DATA-ENTREGA TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-ENTREGA-ED
           MOVE WS-DIAS-ATRASO TO WS-DIAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING WS-MAN-PRODUTO (WS-MAN-ACHADO) " "
                  WS-MAN-UF (WS-MAN-ACHADO) " "
                  WS-MAN-TRANSP (WS-MAN-ACHADO) " "
                  WS-PREVISTA-ED " " WS-ENTREGA-ED " " WS-DIAS-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       3000-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "POR UF:            NO PRAZO  ATRASO   % NO PRAZO"
             TO RELATORIO-LINHA
           MOVE "MEDIA DIAS ATRASO" TO RELATORIO-LINHA (51:17)
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > WS-TOTAL-UFS
               MOVE WS-UF-NO-PRAZO (WS-SUB-UF) TO WS-TOTAL-NO-PRAZO
               MOVE WS-UF-ATRASO (WS-SUB-UF) TO WS-TOTAL-ATRASADOS
               MOVE WS-UF-DIAS (WS-SUB-UF) TO WS-TOTAL-DIAS-ATRASO
               PERFORM 3100-CALCULA-INDICES
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-UF-NOME (WS-SUB-UF) "                 "
                      WS-UF-NO-PRAZO (WS-SUB-UF) "     "
                      WS-UF-ATRASO (WS-SUB-UF) "    "
                      WS-PERCENTUAL-ED "       " WS-MEDIA-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "POR TRANSPORTADORA: NO PRAZO  ATRASO   % NO PRAZO"
             TO RELATORIO-LINHA
           MOVE "MEDIA DIAS ATRASO" TO RELATORIO-LINHA (51:17)
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-TRP FROM 1 BY 1
                   UNTIL WS-SUB-TRP > WS-TOTAL-TRPS
               PERFORM 3200-NOME-TRANSPORTADORA
               MOVE WS-TRP-NO-PRAZO (WS-SUB-TRP) TO WS-TOTAL-NO-PRAZO
               MOVE WS-TRP-ATRASO (WS-SUB-TRP) TO WS-TOTAL-ATRASADOS
               MOVE WS-TRP-DIAS (WS-SUB-TRP) TO WS-TOTAL-DIAS-ATRASO
               PERFORM 3100-CALCULA-INDICES
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-TRP-CODIGO (WS-SUB-TRP) " "
                      WS-TRP-NOME-CORRENTE (1:16) " "
                      WS-TRP-NO-PRAZO (WS-SUB-TRP) "     "
                      WS-TRP-ATRASO (WS-SUB-TRP) "    "
                      WS-PERCENTUAL-ED "       " WS-MEDIA-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM
      *===== TOTAIS GERAIS: RECOMPOE OS ACUMULADORES PELAS UFS.
           MOVE ZERO TO WS-TOTAL-NO-PRAZO
           MOVE ZERO TO WS-TOTAL-ATRASADOS
           MOVE ZERO TO WS-TOTAL-DIAS-ATRASO
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > WS-TOTAL-UFS
               ADD WS-UF-NO-PRAZO (WS-SUB-UF) TO WS-TOTAL-NO-PRAZO
               ADD WS-UF-ATRASO (WS-SUB-UF) TO WS-TOTAL-ATRASADOS
               ADD WS-UF-DIAS (WS-SUB-UF) TO WS-TOTAL-DIAS-ATRASO
           END-PERFORM
           PERFORM 3100-CALCULA-INDICES
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ENTREGUES NO MES: " WS-TOTAL-ENTREGUES
                  "  COM PRAZO: " WS-TOTAL-AVALIADOS
                  "  SEM PRAZO: " WS-TOTAL-SEM-PRAZO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "NO PRAZO: " WS-TOTAL-NO-PRAZO
                  "  EM ATRASO: " WS-TOTAL-ATRASADOS
                  "  % NO PRAZO: " WS-PERCENTUAL-ED
                  "  MEDIA DE ATRASO: " WS-MEDIA-ED " DIAS"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE ARQ-RELATORIO
           DISPLAY "ENTREGUES NA COMPETENCIA: " WS-TOTAL-ENTREGUES
           DISPLAY "NO PRAZO................: " WS-TOTAL-NO-PRAZO
           DISPLAY "EM ATRASO...............: " WS-TOTAL-ATRASADOS
           DISPLAY "SEM PRAZO PROMETIDO.....: " WS-TOTAL-SEM-PRAZO
           DISPLAY "% NO PRAZO..............: " WS-PERCENTUAL-ED
           DISPLAY "DETALHE EM prazos_entrega.txt".

      *===== % NO PRAZO E MEDIA DE DIAS DE ATRASO SOBRE OS ATRASADOS.
       3100-CALCULA-INDICES.
           MOVE ZERO TO WS-PERCENTUAL
           MOVE ZERO TO WS-MEDIA-ATRASO
           IF WS-TOTAL-NO-PRAZO + WS-TOTAL-ATRASADOS > ZERO
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-TOTAL-NO-PRAZO * 100
                   / (WS-TOTAL-NO-PRAZO + WS-TOTAL-ATRASADOS)
           END-IF
           IF WS-TOTAL-ATRASADOS > ZERO
               COMPUTE WS-MEDIA-ATRASO ROUNDED =
                   WS-TOTAL-DIAS-ATRASO / WS-TOTAL-ATRASADOS
           END-IF
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
           MOVE WS-MEDIA-ATRASO TO WS-MEDIA-ED.

       3200-NOME-TRANSPORTADORA.
           MOVE "NAO CADASTRADA" TO WS-TRP-NOME-CORRENTE
           PERFORM VARYING WS-SUB-NOME FROM 1 BY 1
                   UNTIL WS-SUB-NOME > WS-TOTAL-NOMES
               IF WS-TRP-CODIGO (WS-SUB-TRP) IS NUMERIC
                  AND WS-NOME-CODIGO (WS-SUB-NOME)
                      = WS-TRP-CODIGO (WS-SUB-TRP)
                   MOVE WS-NOME-TRP (WS-SUB-NOME)
                     TO WS-TRP-NOME-CORRENTE
                   MOVE 99 TO WS-SUB-NOME
               END-IF
           END-PERFORM.

       END PROGRAM PRAZOENTREGA.
