      *=======          E RETURN-CODE (0=OK, 8=ERRO), NO PADRAO DO
      *=======          FILMESLOTE, PARA O AGENDALOTE PODER CHAMAR
      *=======          SEM DERRUBAR A CADEIA.
      *=======     MOD: 15/10/2026 - CE - AS AULAS DADAS PAGAS NO ANO
      *=======          (aulas_dadas.txt, PROGRAMA AULASFOLHA) ENTRAM NA
      *=======          BASE DO 13O E DAS FERIAS A 1/12 DO VALOR PAGO.
      *=======     MOD: 15/10/2026 - CE - IMPRIME AO FIM OS ESTORNOS DAS
      *=======          PROVISOES DOS FUNCIONARIOS COM RESCISAO GRAVADA
      *=======          NO ANO (rescisoes_registro.txt, PROGRAMA
      *=======          RESCISAO).
      *=======     MOD: 15/10/2026 - CE - IMPRIME AO FIM OS AJUSTES DO
      *=======          13O E DAS FERIAS TRAZIDOS PELAS DIFERENCAS
      *=======          SALARIAIS RETROATIVAS PAGAS NO ANO
      *=======          (retroativos.txt, PROGRAMA RETROATIVO).
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-AULAS ASSIGN TO "aulas_dadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AULAS.

           SELECT ARQ-RESCISOES ASSIGN TO "rescisoes_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-RETROATIVOS ASSIGN TO "retroativos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETROATIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       FD  ARQ-AULAS.
           COPY "#aulasdat".

       FD  ARQ-RESCISOES.
           COPY "#rescisaodat".

       FD  ARQ-RETROATIVOS.
           COPY "#retroativodat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO    PIC XX VALUE SPACES.
       01 WS-13O-ED             PIC Z(06)9,99.
       01 WS-FERIAS-ED          PIC Z(06)9,99.
       01 WS-TOT-ED             PIC Z(08)9,99.
       77 WS-STATUS-AULAS       PIC XX VALUE SPACES.
       01 WS-EOF-AULAS          PIC X VALUE 'N'.
       01 WS-SUB-AUL            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-AUL          PIC 9(3) VALUE ZERO.
       01 WS-AUL-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-AULAS-NO-ANO       PIC 9(7)V99 VALUE ZERO.
       01 WS-AULAS-ED           PIC Z(06)9,99.
       01 WS-PONTEIRO           PIC 9(3) VALUE 1.
       77 WS-STATUS-RESCISOES   PIC XX VALUE SPACES.
       01 WS-EOF-RESCISOES      PIC X VALUE 'N'.
       01 WS-QTDE-ESTORNOS      PIC 9(5) VALUE ZERO.
       01 WS-EST-13O            PIC 9(9)V99 VALUE ZERO.
       01 WS-EST-FERIAS         PIC 9(9)V99 VALUE ZERO.
       77 WS-STATUS-RETROATIVOS PIC XX VALUE SPACES.
       01 WS-EOF-RETROATIVOS    PIC X VALUE 'N'.
       01 WS-QTDE-RETRO         PIC 9(5) VALUE ZERO.
       01 WS-RET-13O            PIC 9(9)V99 VALUE ZERO.
       01 WS-RET-FERIAS         PIC 9(9)V99 VALUE ZERO.

      *===== AULAS DADAS PAGAS NO ANO CORRENTE POR FUNCIONARIO (ATE
      *===== 200), SOMADAS DE aulas_dadas.txt (AULASFOLHA).
       01  WS-TABELA-AULAS.
           05 WS-AUL-ITEM OCCURS 200 TIMES.
               10 WS-AUL-CODIGO PIC 9(4).
               10 WS-AUL-VALOR  PIC 9(7)V99.

      *===== ACUMULADORES POR DEPARTAMENTO (ATE 20).
       01  WS-TABELA-DEPARTAMENTOS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 1100-CARREGA-AULAS
           PERFORM 2000-VARRE-FUNCIONARIOS
           PERFORM 4000-RELATORIO
           PERFORM 4100-ESTORNOS-RESCISAO
           PERFORM 4200-AJUSTES-RETROATIVO
           PERFORM 3000-FECHAR-ARQUIVOS
           GOBACK.

                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *===== O QUE A FOLHA PAGOU DE AULAS DO ANO ATE O MES CORRENTE.
       1100-CARREGA-AULAS.
           OPEN INPUT ARQ-AULAS.
           IF WS-STATUS-AULAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF-AULAS = 'S'
               READ ARQ-AULAS
                   AT END
                       MOVE 'S' TO WS-EOF-AULAS
                   NOT AT END
                       IF AUL-MES (1:4) = WS-DATA-HOJE (1:4)
                          AND AUL-MES NOT > WS-DATA-HOJE (1:6)
                           PERFORM 1110-SOMA-AULAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AULAS.

       1110-SOMA-AULAS.
           MOVE ZERO TO WS-AUL-ACHADO
           PERFORM VARYING WS-SUB-AUL FROM 1 BY 1
                   UNTIL WS-SUB-AUL > WS-TOTAL-AUL
               IF WS-AUL-CODIGO (WS-SUB-AUL) = AUL-FUNCIONARIO
                   MOVE WS-SUB-AUL TO WS-AUL-ACHADO
               END-IF
           END-PERFORM
           IF WS-AUL-ACHADO = ZERO
               IF WS-TOTAL-AUL >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-AUL
               MOVE WS-TOTAL-AUL TO WS-AUL-ACHADO
               MOVE AUL-FUNCIONARIO TO WS-AUL-CODIGO (WS-AUL-ACHADO)
               MOVE ZERO TO WS-AUL-VALOR (WS-AUL-ACHADO)
           END-IF
           ADD AUL-VALOR TO WS-AUL-VALOR (WS-AUL-ACHADO).

       2000-VARRE-FUNCIONARIOS.
           MOVE ZERO TO FUNC-CODIGO
           MOVE SPACES TO WS-STATUS-FUNCIONARIOS
           COMPUTE WS-PROV-FERIAS =
               (FUNC-SALARIO / 12 * WS-MESES-NO-ANO)
               + (FUNC-SALARIO / 12 * WS-MESES-NO-ANO / 3)
      *===== AULAS DADAS SAO REMUNERACAO VARIAVEL: CADA MES PAGO NO
      *===== ANO PROVISIONA 1/12 DO VALOR NO 13O E NAS FERIAS (MAIS
      *===== O TERCO).
           MOVE ZERO TO WS-AULAS-NO-ANO
           PERFORM VARYING WS-SUB-AUL FROM 1 BY 1
                   UNTIL WS-SUB-AUL > WS-TOTAL-AUL
               IF WS-AUL-CODIGO (WS-SUB-AUL) = FUNC-CODIGO
                   MOVE WS-AUL-VALOR (WS-SUB-AUL) TO WS-AULAS-NO-ANO
               END-IF
           END-PERFORM
           COMPUTE WS-PROV-13O =
               WS-PROV-13O + WS-AULAS-NO-ANO / 12
           COMPUTE WS-PROV-FERIAS = WS-PROV-FERIAS
               + (WS-AULAS-NO-ANO / 12)
               + (WS-AULAS-NO-ANO / 12 / 3)
           ADD WS-PROV-13O TO WS-TOT-13O
           ADD WS-PROV-FERIAS TO WS-TOT-FERIAS.

           MOVE WS-PROV-13O TO WS-13O-ED
           MOVE WS-PROV-FERIAS TO WS-FERIAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           MOVE 1 TO WS-PONTEIRO
           STRING FUNC-CODIGO " " FUNC-NOME
                  " MESES " WS-MESES-NO-ANO
                  " 13O " WS-13O-ED
                  " FERIAS " WS-FERIAS-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
                  WITH POINTER WS-PONTEIRO
           IF WS-AULAS-NO-ANO > ZERO
               MOVE WS-AULAS-NO-ANO TO WS-AULAS-ED
               STRING " AULAS " WS-AULAS-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
                      WITH POINTER WS-PONTEIRO
           END-IF
           WRITE RELATORIO-LINHA.

       4000-RELATORIO.
           DISPLAY "FUNCIONARIOS: " WS-TOTAL-FUNCIONARIOS
           DISPLAY "DEMONSTRATIVO EM provisoes.txt".

      *===== DESLIGADOS SAEM DA PROVISAO; AS RESCISOES GRAVADAS NO
      *===== ANO (rescisoes_registro.txt, PROGRAMA RESCISAO) LISTAM O
      *===== QUE FOI ESTORNADO DE CADA UM.
       4100-ESTORNOS-RESCISAO.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-STATUS-RESCISOES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "=== ESTORNOS POR RESCISAO NO ANO ==="
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM UNTIL WS-EOF-RESCISOES = 'S'
               READ ARQ-RESCISOES
                   AT END
                       MOVE 'S' TO WS-EOF-RESCISOES
                   NOT AT END
                       IF RSC-DESLIGAMENTO (1:4) = WS-DATA-HOJE (1:4)
                           PERFORM 4110-GRAVA-ESTORNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESCISOES.
           MOVE WS-EST-13O TO WS-TOT-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL ESTORNADO 13O: " WS-TOT-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY RELATORIO-LINHA
           MOVE WS-EST-FERIAS TO WS-TOT-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL ESTORNADO FERIAS: " WS-TOT-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY RELATORIO-LINHA
           DISPLAY "RESCISOES NO ANO: " WS-QTDE-ESTORNOS.

       4110-GRAVA-ESTORNO.
           ADD 1 TO WS-QTDE-ESTORNOS
           ADD RSC-ESTORNO-13O TO WS-EST-13O
           ADD RSC-ESTORNO-FERIAS TO WS-EST-FERIAS
           MOVE RSC-ESTORNO-13O TO WS-13O-ED
           MOVE RSC-ESTORNO-FERIAS TO WS-FERIAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING RSC-CODIGO " DESLIGADO EM " RSC-DESLIGAMENTO
                  " 13O " WS-13O-ED
                  " FERIAS " WS-FERIAS-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== A PROVISAO ACIMA JA USA O SALARIO NOVO EM TODOS OS MESES
      *===== DO ANO; AS DIFERENCAS RETROATIVAS PAGAS NO ANO
      *===== (retroativos.txt, PROGRAMA RETROATIVO) LISTAM O AJUSTE
      *===== QUE CADA MES RECALCULADO TROUXE AO 13O E AS FERIAS.
       4200-AJUSTES-RETROATIVO.
           OPEN INPUT ARQ-RETROATIVOS.
           IF WS-STATUS-RETROATIVOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "=== AJUSTES POR SALARIO RETROATIVO NO ANO ==="
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           PERFORM UNTIL WS-EOF-RETROATIVOS = 'S'
               READ ARQ-RETROATIVOS
                   AT END
                       MOVE 'S' TO WS-EOF-RETROATIVOS
                   NOT AT END
                       IF RET-MES-PAGTO (1:4) = WS-DATA-HOJE (1:4)
                          AND RET-MES-PAGTO NOT > WS-DATA-HOJE (1:6)
                           PERFORM 4210-GRAVA-AJUSTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RETROATIVOS.
           MOVE WS-RET-13O TO WS-TOT-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL AJUSTE RETROATIVO 13O: " WS-TOT-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY RELATORIO-LINHA
           MOVE WS-RET-FERIAS TO WS-TOT-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL AJUSTE RETROATIVO FERIAS: " WS-TOT-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY RELATORIO-LINHA
           DISPLAY "MESES RETROATIVOS NO ANO: " WS-QTDE-RETRO.

       4210-GRAVA-AJUSTE.
           ADD 1 TO WS-QTDE-RETRO
           ADD RET-AJUSTE-13O TO WS-RET-13O
           ADD RET-AJUSTE-FERIAS TO WS-RET-FERIAS
           MOVE RET-AJUSTE-13O TO WS-13O-ED
           MOVE RET-AJUSTE-FERIAS TO WS-FERIAS-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING RET-CODIGO " MES " RET-MES-REF
                  " PAGO EM " RET-MES-PAGTO
                  " 13O " WS-13O-ED
                  " FERIAS " WS-FERIAS-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       3000-FECHAR-ARQUIVOS.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-RELATORIO.
