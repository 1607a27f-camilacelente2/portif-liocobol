       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPNOTA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: AVALIACAO MENSAL DAS TRANSPORTADORAS PARA O
      *=======           COMPRAS RENEGOCIAR OU DESCREDENCIAR. JUNTA,
      *=======           POR TRP-CODIGO: EMBARQUES, VALOR
      *=======           TRANSPORTADO E CUSTO POR EMBARQUE
      *=======           (manifesto_fretes.txt), % NO PRAZO E MEDIA
      *=======           DE DIAS DE ATRASO (entregas_confirmadas.txt
      *=======           CONTRA A DATA PREVISTA DO MANIFESTO), PERDAS
      *=======           EM QUANTIDADE E VALOR (perdas_frete.txt) E
      *=======           DIVERGENCIAS DE FATURA EM QUANTIDADE E VALOR
      *=======           COBRADO A MAIOR (conciliacao_historico.txt,
      *=======           GRAVADO PELO TRANSPCONCILIA). DA UMA NOTA DE
      *=======           0 A 100 COM CONCEITO A/B/C/D E A TENDENCIA
      *=======           CONTRA A MEDIA DOS TRES MESES ANTERIORES, EM
      *=======           avaliacao_transportadoras.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: COMPETENCIA 0 = MES ANTERIOR. EMBARQUES,
      *=======               PERDAS E FATURA CONTAM PELO MES DO
      *=======               MANIFESTO; PRAZO CONTA PELO MES DA
      *=======               ENTREGA, COMO NO PRAZOENTREGA, PARA OS
      *=======               DOIS RELATORIOS BATEREM. NOTA = PRAZO
      *=======               (40) + PERDAS (30) + FATURA (20) + DIAS
      *=======               DE ATRASO (10); INDICADOR SEM MOVIMENTO
      *=======               NAO TIRA PONTO. TERMINA COM GOBACK E
      *=======               RETURN-CODE (0=OK, 8=ERRO) PARA RODAR
      *=======               PELO AGENDALOTE (AGENDA: TRANSPNOTA M 05,
      *=======               DEPOIS DAS CONCILIACOES DO MES).
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

           SELECT ARQ-PERDAS ASSIGN TO "perdas_frete.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.

           SELECT ARQ-HISTORICO
               ASSIGN TO "conciliacao_historico.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-TRANSPORTADORAS
               ASSIGN TO "transportadoras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRANSP.

           SELECT ARQ-RELATORIO
               ASSIGN TO "avaliacao_transportadoras.txt"
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

      *===== LINHA DE DETALHE DA LISTA DE PERDAS DO ENTREGARETORNO:
      *===== "  PRODUTO MANIFESTO AAAAMMDD TRANSP NN". O CABECALHO
      *===== NAO TEM O ROTULO MANIFESTO NA POSICAO E FICA DE FORA.
       FD  ARQ-PERDAS.
       01  PERDA-LINHA.
           05 FILLER            PIC X(02).
           05 PRD-PRODUTO       PIC X(30).
           05 FILLER            PIC X.
           05 PRD-ROTULO        PIC X(09).
           05 FILLER            PIC X.
           05 PRD-DATA-X        PIC X(08).
           05 FILLER            PIC X.
           05 PRD-ROTULO-TRP    PIC X(06).
           05 FILLER            PIC X.
           05 PRD-TRANSP        PIC X(02).
           05 FILLER            PIC X(39).

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
       77 WS-STATUS-PERDAS      PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO   PIC XX VALUE SPACES.
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
       01 WS-MAN-FORA           PIC 9(5) VALUE ZERO.
       01 WS-SUB-TRP            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-TRPS         PIC 9(3) VALUE ZERO.
       01 WS-TRP-ACHADA         PIC 9(3) VALUE ZERO.
       01 WS-TRANSP-PROCURADA   PIC X(2) VALUE SPACES.
       01 WS-SUB-MES            PIC 9 VALUE ZERO.
       01 WS-MES-ACHADO         PIC 9 VALUE ZERO.
       01 WS-COMP-PROCURADA     PIC 9(6) VALUE ZERO.
       01 WS-DIAS-ATRASO        PIC 9(5) VALUE ZERO.
       01 WS-PONTOS             PIC S9(3)V9 VALUE ZERO.
       01 WS-NOTA               PIC 9(3)V9 VALUE ZERO.
       01 WS-SOMA-NOTAS         PIC 9(4)V9 VALUE ZERO.
       01 WS-MESES-HISTORICO    PIC 9 VALUE ZERO.
       01 WS-MEDIA-ANTERIOR     PIC 9(3)V9 VALUE ZERO.
       01 WS-VARIACAO           PIC S9(3)V9 VALUE ZERO.
       01 WS-PERCENTUAL         PIC 9(3)V9 VALUE ZERO.
       01 WS-MEDIA-ATRASO       PIC 9(5)V9 VALUE ZERO.
       01 WS-CUSTO-EMBARQUE     PIC 9(7)V99 VALUE ZERO.
       01 WS-CONCEITO           PIC X(1) VALUE SPACE.
       01 WS-TENDENCIA          PIC X(13) VALUE SPACES.
       01 WS-COM-MOVIMENTO      PIC X VALUE 'N'.
       01 WS-POSICAO            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-AVALIADAS    PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SEM-MOVIMENTO PIC 9(3) VALUE ZERO.
       01 WS-QTDE-ED            PIC ZZZZ9.
       01 WS-VALOR-ED           PIC ZZZZZZZZ9.99.
       01 WS-VALOR-ED-2         PIC ZZZZZZZZ9.99.
       01 WS-PERCENTUAL-ED      PIC ZZ9.9.
       01 WS-MEDIA-ED           PIC ZZZZ9.9.
       01 WS-NOTA-ED            PIC ZZ9.9.
       01 WS-NOTA-ED-2          PIC ZZ9.9.
       01 WS-CAMPO-EDITADO.
           05 WS-CED-INTEIRO    PIC X(7).
           05 FILLER            PIC X.
           05 WS-CED-DECIMAL    PIC X(2).
       01 WS-CED-NUM REDEFINES WS-CAMPO-EDITADO.
           05 WS-CED-INT-9      PIC 9(7).
           05 FILLER            PIC X.
           05 WS-CED-DEC-9      PIC 9(2).
       01 WS-VALOR-CONVERTIDO   PIC 9(7)V99 VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".

      *===== COMPETENCIAS AVALIADAS: 1 = A PEDIDA, 2 A 4 = AS TRES
      *===== ANTERIORES, BASE DA TENDENCIA.
       01  WS-TABELA-MESES.
           05 WS-COMP-MES       PIC 9(6) OCCURS 4 TIMES.

      *===== EMBARQUES DO MANIFESTO (ATE 5000), PARA CASAR AS
      *===== CONFIRMACOES E AS PERDAS PELO PRODUTO E DATA DO
      *===== MANIFESTO. USADO = 'S' QUANDO UMA ENTREGA JA CASOU.
       01  WS-TABELA-MANIFESTO.
           05 WS-MAN-ITEM OCCURS 5000 TIMES.
               10 WS-MAN-PRODUTO  PIC X(30).
               10 WS-MAN-DATA     PIC 9(8).
               10 WS-MAN-TRANSP   PIC X(2).
               10 WS-MAN-PREVISTA PIC 9(8).
               10 WS-MAN-VALOR    PIC 9(7)V99.
               10 WS-MAN-USADO    PIC X(1).

      *===== INDICADORES POR TRANSPORTADORA E POR COMPETENCIA.
       01  WS-TABELA-TRP.
           05 WS-TRP-ITEM OCCURS 99 TIMES.
               10 WS-TRP-CODIGO   PIC X(02).
               10 WS-TRP-NOME     PIC X(20).
               10 WS-TRP-MES OCCURS 4 TIMES.
                   15 WS-TRP-EMBARQUES    PIC 9(5).
                   15 WS-TRP-VALOR        PIC 9(9)V99.
                   15 WS-TRP-FRETE        PIC 9(9)V99.
                   15 WS-TRP-NO-PRAZO     PIC 9(5).
                   15 WS-TRP-ATRASO       PIC 9(5).
                   15 WS-TRP-DIAS         PIC 9(7).
                   15 WS-TRP-PERDAS       PIC 9(5).
                   15 WS-TRP-VALOR-PERDAS PIC 9(9)V99.
                   15 WS-TRP-DIVERG       PIC 9(5).
                   15 WS-TRP-VALOR-DIVERG PIC 9(9)V99.
                   15 WS-TRP-NOTA         PIC 9(3)V9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "=== AVALIACAO DE TRANSPORTADORAS ==="
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ANTERIOR): "
           ACCEPT WS-COMPETENCIA
           PERFORM 1000-INICIO
           PERFORM 1100-CARREGA-TRANSPORTADORAS
           PERFORM 1200-CARREGA-MANIFESTO
           PERFORM 2000-PROCESSA-CONFIRMADAS
           PERFORM 2200-PROCESSA-PERDAS
           PERFORM 2400-PROCESSA-CONCILIACOES
           PERFORM 3000-CALCULA-NOTAS
           PERFORM 4000-RELATORIO
           GOBACK.

       1000-INICIO.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           IF WS-COMPETENCIA = ZERO
               MOVE WS-HOJE (1:4) TO WS-ANO
               MOVE WS-HOJE (5:2) TO WS-MES
               PERFORM 1050-MES-ANTERIOR
               COMPUTE WS-COMPETENCIA = WS-ANO * 100 + WS-MES
           END-IF.
           MOVE WS-COMPETENCIA TO WS-COMP-MES (1).
           MOVE WS-COMPETENCIA (1:4) TO WS-ANO.
           MOVE WS-COMPETENCIA (5:2) TO WS-MES.
           PERFORM VARYING WS-SUB-MES FROM 2 BY 1
                   UNTIL WS-SUB-MES > 4
               PERFORM 1050-MES-ANTERIOR
               COMPUTE WS-COMP-MES (WS-SUB-MES) = WS-ANO * 100 + WS-MES
           END-PERFORM.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR avaliacao_transportadoras.txt"
                       " - STATUS " WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "AVALIACAO DE TRANSPORTADORAS - COMPETENCIA "
                  WS-COMPETENCIA " - TENDENCIA CONTRA "
                  WS-COMP-MES (4) " A " WS-COMP-MES (2)
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       1050-MES-ANTERIOR.
           IF WS-MES = 1
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF.

      *===== O CADASTRO DA A LISTA DE TRANSPORTADORAS E OS NOMES;
      *===== VALE A PRIMEIRA LINHA DE CADA CODIGO.
       1100-CARREGA-TRANSPORTADORAS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WS-STATUS-TRANSP NOT = "00"
               DISPLAY "SEM transportadoras.txt - SO AS DO MANIFESTO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-TRANSPORTADORAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF TRP-CODIGO IS NUMERIC
                           MOVE TRP-CODIGO TO WS-TRANSP-PROCURADA
                           PERFORM 2900-ACHA-TRANSPORTADORA
                           IF WS-TRP-ACHADA NOT = ZERO
                              AND WS-TRP-NOME (WS-TRP-ACHADA) = SPACES
                               MOVE TRP-NOME
                                 TO WS-TRP-NOME (WS-TRP-ACHADA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANSPORTADORAS.

      *===== GUARDA TODOS OS EMBARQUES ATE O FIM DA COMPETENCIA (A
      *===== ENTREGA DO MES PODE SER DE EMBARQUE ANTIGO) E SOMA
      *===== EMBARQUES, VALOR E FRETE DOS QUE CAEM NA JANELA.
       1200-CARREGA-MANIFESTO.
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
                          AND MN-DATA-X (1:6) NOT > WS-COMPETENCIA
                           PERFORM 1300-GUARDA-EMBARQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MANIFESTO.
           IF WS-MAN-FORA > ZERO
               DISPLAY "TABELA DO MANIFESTO CHEIA - " WS-MAN-FORA
                       " EMBARQUES ANTIGOS FORA DO CASAMENTO"
           END-IF.

       1300-GUARDA-EMBARQUE.
           MOVE MN-VALOR-X TO WS-CAMPO-EDITADO
           PERFORM 7100-CONVERTE-EDITADO
           IF WS-TOTAL-MAN < 5000
               ADD 1 TO WS-TOTAL-MAN
               MOVE MN-PRODUTO TO WS-MAN-PRODUTO (WS-TOTAL-MAN)
               MOVE MN-DATA-X TO WS-MAN-DATA (WS-TOTAL-MAN)
               MOVE MN-TRANSP-X TO WS-MAN-TRANSP (WS-TOTAL-MAN)
               IF MN-PREVISTA-X IS NUMERIC
                   MOVE MN-PREVISTA-X
                     TO WS-MAN-PREVISTA (WS-TOTAL-MAN)
               ELSE
                   MOVE ZERO TO WS-MAN-PREVISTA (WS-TOTAL-MAN)
               END-IF
               MOVE WS-VALOR-CONVERTIDO
                 TO WS-MAN-VALOR (WS-TOTAL-MAN)
               MOVE 'N' TO WS-MAN-USADO (WS-TOTAL-MAN)
           ELSE
               ADD 1 TO WS-MAN-FORA
           END-IF
           MOVE MN-DATA-X (1:6) TO WS-COMP-PROCURADA
           PERFORM 2950-ACHA-MES
           IF WS-MES-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE MN-TRANSP-X TO WS-TRANSP-PROCURADA
           PERFORM 2900-ACHA-TRANSPORTADORA
           IF WS-TRP-ACHADA = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRP-EMBARQUES (WS-TRP-ACHADA WS-MES-ACHADO)
           ADD WS-VALOR-CONVERTIDO
             TO WS-TRP-VALOR (WS-TRP-ACHADA WS-MES-ACHADO)
           MOVE MN-FRETE-X TO WS-CAMPO-EDITADO
           PERFORM 7100-CONVERTE-EDITADO
           ADD WS-VALOR-CONVERTIDO
             TO WS-TRP-FRETE (WS-TRP-ACHADA WS-MES-ACHADO).

      *===== PRAZO: MESMA REGRA DO PRAZOENTREGA - SO STATUS E, SO
      *===== EMBARQUE COM DATA PREVISTA, ATRASO EM DIAS CORRIDOS.
       2000-PROCESSA-CONFIRMADAS.
           OPEN INPUT ARQ-CONFIRMADAS.
           IF WS-STATUS-CONFIRMADAS NOT = "00"
               DISPLAY "SEM entregas_confirmadas.txt - PRAZO SEM DADOS"
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
                           MOVE CNF-DATA-ENTREGA (1:6)
                             TO WS-COMP-PROCURADA
                           PERFORM 2950-ACHA-MES
                           IF WS-MES-ACHADO NOT = ZERO
                               PERFORM 2100-AVALIA-ENTREGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONFIRMADAS.

       2100-AVALIA-ENTREGA.
           MOVE ZERO TO WS-MAN-ACHADO
           PERFORM VARYING WS-SUB-MAN FROM 1 BY 1
                   UNTIL WS-SUB-MAN > WS-TOTAL-MAN
                      OR WS-MAN-ACHADO NOT = ZERO
               IF WS-MAN-PRODUTO (WS-SUB-MAN) = CNF-PRODUTO
                  AND WS-MAN-DATA (WS-SUB-MAN) = CNF-DATA-MANIF
                  AND WS-MAN-PREVISTA (WS-SUB-MAN) > ZERO
                  AND WS-MAN-USADO (WS-SUB-MAN) = 'N'
                   MOVE WS-SUB-MAN TO WS-MAN-ACHADO
               END-IF
           END-PERFORM
           IF WS-MAN-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MAN-USADO (WS-MAN-ACHADO)
           MOVE WS-MAN-TRANSP (WS-MAN-ACHADO) TO WS-TRANSP-PROCURADA
           PERFORM 2900-ACHA-TRANSPORTADORA
           IF WS-TRP-ACHADA = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CNF-DATA-ENTREGA NOT > WS-MAN-PREVISTA (WS-MAN-ACHADO)
               ADD 1 TO WS-TRP-NO-PRAZO (WS-TRP-ACHADA WS-MES-ACHADO)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DIAS-ATRASO
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-MAN-PREVISTA (WS-MAN-ACHADO) TO CAL-DATA-1
           MOVE CNF-DATA-ENTREGA TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-DIAS > ZERO
               MOVE CAL-DIAS TO WS-DIAS-ATRASO
           END-IF
           ADD 1 TO WS-TRP-ATRASO (WS-TRP-ACHADA WS-MES-ACHADO)
           ADD WS-DIAS-ATRASO
             TO WS-TRP-DIAS (WS-TRP-ACHADA WS-MES-ACHADO).

      *===== A LISTA DE PERDAS E REFEITA INTEIRA A CADA RETORNO, ENTAO
      *===== TRAZ TODOS OS PERDIDOS; O VALOR VEM DO MANIFESTO.
       2200-PROCESSA-PERDAS.
           OPEN INPUT ARQ-PERDAS.
           IF WS-STATUS-PERDAS NOT = "00"
               DISPLAY "SEM perdas_frete.txt - PERDAS SEM DADOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PERDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PRD-ROTULO = "MANIFESTO"
                          AND PRD-DATA-X IS NUMERIC
                           MOVE PRD-DATA-X (1:6) TO WS-COMP-PROCURADA
                           PERFORM 2950-ACHA-MES
                           IF WS-MES-ACHADO NOT = ZERO
                               PERFORM 2300-ACUMULA-PERDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PERDAS.

       2300-ACUMULA-PERDA.
           MOVE PRD-TRANSP TO WS-TRANSP-PROCURADA
           PERFORM 2900-ACHA-TRANSPORTADORA
           IF WS-TRP-ACHADA = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRP-PERDAS (WS-TRP-ACHADA WS-MES-ACHADO)
           MOVE ZERO TO WS-MAN-ACHADO
           PERFORM VARYING WS-SUB-MAN FROM 1 BY 1
                   UNTIL WS-SUB-MAN > WS-TOTAL-MAN
                      OR WS-MAN-ACHADO NOT = ZERO
               IF WS-MAN-PRODUTO (WS-SUB-MAN) = PRD-PRODUTO
                  AND WS-MAN-DATA (WS-SUB-MAN) = PRD-DATA-X
                  AND WS-MAN-TRANSP (WS-SUB-MAN) = PRD-TRANSP
                   MOVE WS-SUB-MAN TO WS-MAN-ACHADO
               END-IF
           END-PERFORM
           IF WS-MAN-ACHADO NOT = ZERO
               ADD WS-MAN-VALOR (WS-MAN-ACHADO)
                 TO WS-TRP-VALOR-PERDAS (WS-TRP-ACHADA WS-MES-ACHADO)
           END-IF.

      *===== CONCILIACAO REFEITA NA MESMA COMPETENCIA SUBSTITUI A
      *===== ANTERIOR: O JORNAL E CRONOLOGICO E A ULTIMA LINHA VALE.
       2400-PROCESSA-CONCILIACOES.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "SEM conciliacao_historico.txt - FATURA SEM "
                       "DADOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-HISTORICO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF HCO-TRANSP IS NUMERIC
                          AND HCO-COMPETENCIA IS NUMERIC
                           MOVE HCO-COMPETENCIA TO WS-COMP-PROCURADA
                           PERFORM 2950-ACHA-MES
                           IF WS-MES-ACHADO NOT = ZERO
                               PERFORM 2500-GUARDA-CONCILIACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.

       2500-GUARDA-CONCILIACAO.
           MOVE HCO-TRANSP TO WS-TRANSP-PROCURADA
           PERFORM 2900-ACHA-TRANSPORTADORA
           IF WS-TRP-ACHADA = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE HCO-DIVERGENCIAS
             TO WS-TRP-DIVERG (WS-TRP-ACHADA WS-MES-ACHADO)
           MOVE HCO-VALOR-A-MAIOR
             TO WS-TRP-VALOR-DIVERG (WS-TRP-ACHADA WS-MES-ACHADO).

      *===== PROCURA O CODIGO EM WS-TRANSP-PROCURADA E INCLUI SE NAO
      *===== ACHAR (TRANSPORTADORA DO MANIFESTO FORA DO CADASTRO).
       2900-ACHA-TRANSPORTADORA.
           MOVE ZERO TO WS-TRP-ACHADA
           PERFORM VARYING WS-SUB-TRP FROM 1 BY 1
                   UNTIL WS-SUB-TRP > WS-TOTAL-TRPS
                      OR WS-TRP-ACHADA NOT = ZERO
               IF WS-TRP-CODIGO (WS-SUB-TRP) = WS-TRANSP-PROCURADA
                   MOVE WS-SUB-TRP TO WS-TRP-ACHADA
               END-IF
           END-PERFORM
           IF WS-TRP-ACHADA NOT = ZERO OR WS-TOTAL-TRPS NOT < 99
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-TRPS
           MOVE WS-TOTAL-TRPS TO WS-TRP-ACHADA
           MOVE WS-TRANSP-PROCURADA TO WS-TRP-CODIGO (WS-TRP-ACHADA)
           MOVE SPACES TO WS-TRP-NOME (WS-TRP-ACHADA)
           PERFORM VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES > 4
               MOVE ZERO TO WS-TRP-EMBARQUES (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-VALOR (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-FRETE (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-NO-PRAZO (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-ATRASO (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-DIAS (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-PERDAS (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO
                 TO WS-TRP-VALOR-PERDAS (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-DIVERG (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO
                 TO WS-TRP-VALOR-DIVERG (WS-TRP-ACHADA WS-SUB-MES)
               MOVE ZERO TO WS-TRP-NOTA (WS-TRP-ACHADA WS-SUB-MES)
           END-PERFORM.

      *===== POSICAO (1 A 4) DA COMPETENCIA WS-COMP-PROCURADA NA
      *===== JANELA; ZERO = FORA DA JANELA.
       2950-ACHA-MES.
           MOVE ZERO TO WS-MES-ACHADO
           PERFORM VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES > 4
                      OR WS-MES-ACHADO NOT = ZERO
               IF WS-COMP-MES (WS-SUB-MES) = WS-COMP-PROCURADA
                   MOVE WS-SUB-MES TO WS-MES-ACHADO
               END-IF
           END-PERFORM.

       3000-CALCULA-NOTAS.
           PERFORM VARYING WS-SUB-TRP FROM 1 BY 1
                   UNTIL WS-SUB-TRP > WS-TOTAL-TRPS
               PERFORM VARYING WS-SUB-MES FROM 1 BY 1
                       UNTIL WS-SUB-MES > 4
                   PERFORM 3100-NOTA-DO-MES
               END-PERFORM
           END-PERFORM.

      *===== NOTA DE 0 A 100:
      *=====   PRAZO  40 X % NO PRAZO
      *=====   PERDAS 30 MENOS 30 X PERDAS / EMBARQUES
      *=====   FATURA 20 MENOS 20 X VALOR A MAIOR / FRETE
      *=====   ATRASO 10 MENOS A MEDIA DE DIAS DE ATRASO
      *===== CADA PARCELA PARA EM ZERO.
       3100-NOTA-DO-MES.
           MOVE ZERO TO WS-NOTA
           PERFORM 3200-INDICES-PRAZO
           IF WS-TRP-NO-PRAZO (WS-SUB-TRP WS-SUB-MES)
              + WS-TRP-ATRASO (WS-SUB-TRP WS-SUB-MES) > ZERO
               COMPUTE WS-NOTA ROUNDED = WS-PERCENTUAL * 40 / 100
           ELSE
               MOVE 40 TO WS-NOTA
           END-IF
           MOVE 30 TO WS-PONTOS
           IF WS-TRP-EMBARQUES (WS-SUB-TRP WS-SUB-MES) > ZERO
               COMPUTE WS-PONTOS ROUNDED = 30 - 30
                   * WS-TRP-PERDAS (WS-SUB-TRP WS-SUB-MES)
                   / WS-TRP-EMBARQUES (WS-SUB-TRP WS-SUB-MES)
           ELSE
               IF WS-TRP-PERDAS (WS-SUB-TRP WS-SUB-MES) > ZERO
                   MOVE ZERO TO WS-PONTOS
               END-IF
           END-IF
           PERFORM 3300-SOMA-PONTOS
           MOVE 20 TO WS-PONTOS
           IF WS-TRP-FRETE (WS-SUB-TRP WS-SUB-MES) > ZERO
               COMPUTE WS-PONTOS ROUNDED = 20 - 20
                   * WS-TRP-VALOR-DIVERG (WS-SUB-TRP WS-SUB-MES)
                   / WS-TRP-FRETE (WS-SUB-TRP WS-SUB-MES)
           ELSE
               IF WS-TRP-DIVERG (WS-SUB-TRP WS-SUB-MES) > ZERO
                   MOVE ZERO TO WS-PONTOS
               END-IF
           END-IF
           PERFORM 3300-SOMA-PONTOS
           COMPUTE WS-PONTOS = 10 - WS-MEDIA-ATRASO
           PERFORM 3300-SOMA-PONTOS
           MOVE WS-NOTA TO WS-TRP-NOTA (WS-SUB-TRP WS-SUB-MES).

      *===== % NO PRAZO E MEDIA DE DIAS DE ATRASO SOBRE OS ATRASADOS.
       3200-INDICES-PRAZO.
           MOVE ZERO TO WS-PERCENTUAL
           MOVE ZERO TO WS-MEDIA-ATRASO
           IF WS-TRP-NO-PRAZO (WS-SUB-TRP WS-SUB-MES)
              + WS-TRP-ATRASO (WS-SUB-TRP WS-SUB-MES) > ZERO
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-TRP-NO-PRAZO (WS-SUB-TRP WS-SUB-MES) * 100
                   / (WS-TRP-NO-PRAZO (WS-SUB-TRP WS-SUB-MES)
                      + WS-TRP-ATRASO (WS-SUB-TRP WS-SUB-MES))
           END-IF
           IF WS-TRP-ATRASO (WS-SUB-TRP WS-SUB-MES) > ZERO
               COMPUTE WS-MEDIA-ATRASO ROUNDED =
                   WS-TRP-DIAS (WS-SUB-TRP WS-SUB-MES)
                   / WS-TRP-ATRASO (WS-SUB-TRP WS-SUB-MES)
           END-IF.

       3300-SOMA-PONTOS.
           IF WS-PONTOS > ZERO
               ADD WS-PONTOS TO WS-NOTA
           END-IF.

       4000-RELATORIO.
           PERFORM VARYING WS-SUB-TRP FROM 1 BY 1
                   UNTIL WS-SUB-TRP > WS-TOTAL-TRPS
               MOVE 1 TO WS-SUB-MES
               PERFORM 4050-TEM-MOVIMENTO
               IF WS-COM-MOVIMENTO = 'S'
                   ADD 1 TO WS-TOTAL-AVALIADAS
                   PERFORM 4100-DETALHE-TRANSPORTADORA
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-MOVIMENTO
               END-IF
           END-PERFORM
           PERFORM 4300-RESUMO
           CLOSE ARQ-RELATORIO
           DISPLAY "TRANSPORTADORAS AVALIADAS: " WS-TOTAL-AVALIADAS
           DISPLAY "SEM MOVIMENTO NO MES.....: " WS-TOTAL-SEM-MOVIMENTO
           DISPLAY "DETALHE EM avaliacao_transportadoras.txt".

       4050-TEM-MOVIMENTO.
           MOVE 'N' TO WS-COM-MOVIMENTO
           IF WS-TRP-EMBARQUES (WS-SUB-TRP WS-SUB-MES) > ZERO
              OR WS-TRP-NO-PRAZO (WS-SUB-TRP WS-SUB-MES) > ZERO
              OR WS-TRP-ATRASO (WS-SUB-TRP WS-SUB-MES) > ZERO
              OR WS-TRP-PERDAS (WS-SUB-TRP WS-SUB-MES) > ZERO
              OR WS-TRP-DIVERG (WS-SUB-TRP WS-SUB-MES) > ZERO
               MOVE 'S' TO WS-COM-MOVIMENTO
           END-IF.

       4100-DETALHE-TRANSPORTADORA.
           IF WS-TRP-NOME (WS-SUB-TRP) = SPACES
               MOVE "NAO CADASTRADA" TO WS-TRP-NOME (WS-SUB-TRP)
           END-IF
           MOVE 1 TO WS-SUB-MES
           PERFORM 3200-INDICES-PRAZO
           PERFORM 4200-CONCEITO-E-TENDENCIA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TRANSPORTADORA " WS-TRP-CODIGO (WS-SUB-TRP) " "
                  WS-TRP-NOME (WS-SUB-TRP)
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ZERO TO WS-CUSTO-EMBARQUE
           IF WS-TRP-EMBARQUES (WS-SUB-TRP 1) > ZERO
               COMPUTE WS-CUSTO-EMBARQUE ROUNDED =
                   WS-TRP-FRETE (WS-SUB-TRP 1)
                   / WS-TRP-EMBARQUES (WS-SUB-TRP 1)
           END-IF
           MOVE WS-TRP-EMBARQUES (WS-SUB-TRP 1) TO WS-QTDE-ED
           MOVE WS-TRP-VALOR (WS-SUB-TRP 1) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  EMBARQUES: " WS-QTDE-ED
                  "  VALOR TRANSPORTADO: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TRP-FRETE (WS-SUB-TRP 1) TO WS-VALOR-ED
           MOVE WS-CUSTO-EMBARQUE TO WS-VALOR-ED-2
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  FRETE: " WS-VALOR-ED
                  "  CUSTO POR EMBARQUE: " WS-VALOR-ED-2
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
           MOVE WS-MEDIA-ATRASO TO WS-MEDIA-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  NO PRAZO: " WS-TRP-NO-PRAZO (WS-SUB-TRP 1)
                  "  EM ATRASO: " WS-TRP-ATRASO (WS-SUB-TRP 1)
                  "  % NO PRAZO: " WS-PERCENTUAL-ED
                  "  MEDIA DE ATRASO: " WS-MEDIA-ED " DIAS"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TRP-PERDAS (WS-SUB-TRP 1) TO WS-QTDE-ED
           MOVE WS-TRP-VALOR-PERDAS (WS-SUB-TRP 1) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  PERDAS: " WS-QTDE-ED "  VALOR PERDIDO: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TRP-DIVERG (WS-SUB-TRP 1) TO WS-QTDE-ED
           MOVE WS-TRP-VALOR-DIVERG (WS-SUB-TRP 1) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  DIVERGENCIAS DE FATURA: " WS-QTDE-ED
                  "  VALOR COBRADO A MAIOR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TRP-NOTA (WS-SUB-TRP 1) TO WS-NOTA-ED
           MOVE WS-MEDIA-ANTERIOR TO WS-NOTA-ED-2
           MOVE SPACES TO RELATORIO-LINHA
           IF WS-MESES-HISTORICO > ZERO
               STRING "  NOTA: " WS-NOTA-ED "  CONCEITO: " WS-CONCEITO
                      "  TENDENCIA: " DELIMITED BY SIZE
                      WS-TENDENCIA DELIMITED BY SPACE
                      " (MEDIA ANTERIOR " WS-NOTA-ED-2 ")"
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "  NOTA: " WS-NOTA-ED "  CONCEITO: " WS-CONCEITO
                      "  TENDENCIA: " WS-TENDENCIA
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== CONCEITO: A >= 90, B >= 75, C >= 60, D ABAIXO.
      *===== TENDENCIA: NOTA DO MES CONTRA A MEDIA DOS MESES
      *===== ANTERIORES DA JANELA EM QUE HOUVE MOVIMENTO; MAIS DE
      *===== 5 PONTOS PARA CIMA OU PARA BAIXO MUDA A TENDENCIA.
       4200-CONCEITO-E-TENDENCIA.
           EVALUATE TRUE
               WHEN WS-TRP-NOTA (WS-SUB-TRP 1) NOT < 90
                   MOVE 'A' TO WS-CONCEITO
               WHEN WS-TRP-NOTA (WS-SUB-TRP 1) NOT < 75
                   MOVE 'B' TO WS-CONCEITO
               WHEN WS-TRP-NOTA (WS-SUB-TRP 1) NOT < 60
                   MOVE 'C' TO WS-CONCEITO
               WHEN OTHER
                   MOVE 'D' TO WS-CONCEITO
           END-EVALUATE
           MOVE ZERO TO WS-SOMA-NOTAS
           MOVE ZERO TO WS-MESES-HISTORICO
           MOVE ZERO TO WS-MEDIA-ANTERIOR
           PERFORM VARYING WS-SUB-MES FROM 2 BY 1
                   UNTIL WS-SUB-MES > 4
               PERFORM 4050-TEM-MOVIMENTO
               IF WS-COM-MOVIMENTO = 'S'
                   ADD 1 TO WS-MESES-HISTORICO
                   ADD WS-TRP-NOTA (WS-SUB-TRP WS-SUB-MES)
                     TO WS-SOMA-NOTAS
               END-IF
           END-PERFORM
           IF WS-MESES-HISTORICO = ZERO
               MOVE "SEM HISTORICO" TO WS-TENDENCIA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEDIA-ANTERIOR ROUNDED =
               WS-SOMA-NOTAS / WS-MESES-HISTORICO
           COMPUTE WS-VARIACAO =
               WS-TRP-NOTA (WS-SUB-TRP 1) - WS-MEDIA-ANTERIOR
           EVALUATE TRUE
               WHEN WS-VARIACAO > 5
                   MOVE "MELHORA" TO WS-TENDENCIA
               WHEN WS-VARIACAO < -5
                   MOVE "PIORA" TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL" TO WS-TENDENCIA
           END-EVALUATE.

      *===== QUADRO FINAL DE UMA LINHA POR TRANSPORTADORA, COM AS
      *===== NOTAS DOS QUATRO MESES, DO MAIS ANTIGO PARA O ATUAL
      *===== ("-" = MES SEM MOVIMENTO).
       4300-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA
           STRING "RESUMO            NOTAS: "
                  WS-COMP-MES (4) " " WS-COMP-MES (3) " "
                  WS-COMP-MES (2) " " WS-COMP-MES (1)
                  "  CONCEITO  TENDENCIA"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-TRP FROM 1 BY 1
                   UNTIL WS-SUB-TRP > WS-TOTAL-TRPS
               MOVE 1 TO WS-SUB-MES
               PERFORM 4050-TEM-MOVIMENTO
               IF WS-COM-MOVIMENTO = 'S'
                   PERFORM 4200-CONCEITO-E-TENDENCIA
                   PERFORM 4400-LINHA-RESUMO
               ELSE
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING WS-TRP-CODIGO (WS-SUB-TRP) " "
                          WS-TRP-NOME (WS-SUB-TRP)
                          "  SEM MOVIMENTO NA COMPETENCIA"
                          DELIMITED BY SIZE INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

       4400-LINHA-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA
           STRING WS-TRP-CODIGO (WS-SUB-TRP) " "
                  WS-TRP-NOME (WS-SUB-TRP)
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           PERFORM VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES > 4
               PERFORM 4050-TEM-MOVIMENTO
               COMPUTE WS-POSICAO = 55 - WS-SUB-MES * 7
               IF WS-COM-MOVIMENTO = 'S'
                   MOVE WS-TRP-NOTA (WS-SUB-TRP WS-SUB-MES)
                     TO WS-NOTA-ED
                   MOVE WS-NOTA-ED TO RELATORIO-LINHA (WS-POSICAO:5)
               ELSE
                   MOVE "    -" TO RELATORIO-LINHA (WS-POSICAO:5)
               END-IF
           END-PERFORM
           MOVE WS-CONCEITO TO RELATORIO-LINHA (58:1)
           MOVE WS-TENDENCIA TO RELATORIO-LINHA (65:13)
           WRITE RELATORIO-LINHA.

       7100-CONVERTE-EDITADO.
           INSPECT WS-CED-INTEIRO
               REPLACING LEADING SPACE BY "0"
           IF WS-CED-INTEIRO IS NUMERIC
              AND WS-CED-DECIMAL IS NUMERIC
               COMPUTE WS-VALOR-CONVERTIDO =
                   WS-CED-INT-9 + (WS-CED-DEC-9 / 100)
           ELSE
               MOVE ZERO TO WS-VALOR-CONVERTIDO
           END-IF.

       END PROGRAM TRANSPNOTA.
