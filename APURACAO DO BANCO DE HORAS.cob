       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOHORAS.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: BANCO DE HORAS DOS DEPARTAMENTOS COM ACORDO.
      *=======           MANTEM O ACORDO POR DEPARTAMENTO (BANCO OU
      *=======           PAGAMENTO DAS EXTRAS E O LIMITE EM MESES),
      *=======           LANCA AS FOLGAS AUTORIZADAS, APURA A
      *=======           COMPETENCIA A PARTIR DO resumo_ponto.txt DO
      *=======           PONTOLOTE (EXTRAS A 50 E 100 PORCENTO VIRAM
      *=======           CREDITO, HORAS A MENOS VIRAM DEBITO) E MANDA
      *=======           PARA A FOLHA DO MES O CREDITO QUE PASSOU DO
      *=======           LIMITE DO ACORDO SEM SER COMPENSADO. EMITE O
      *=======           EXTRATO MENSAL DE CADA FUNCIONARIO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: MOVIMENTOS EM banco_horas.txt (AREA
      *=======               #bancohorasdat) E ACORDOS EM
      *=======               banco_horas_acordos.txt (AREA
      *=======               #acordohorasdat). A HORA EXTRA ENTRA NO
      *=======               BANCO UMA POR UMA; OS DEBITOS CONSOMEM
      *=======               PRIMEIRO O CREDITO MAIS ANTIGO. A
      *=======               REAPURACAO DE UMA COMPETENCIA REFAZ OS
      *=======               SEUS CREDITOS, DEBITOS E PAGAMENTOS E
      *=======               PRESERVA AS FOLGAS E AS RESCISOES.
      *=======               DEPARTAMENTO QUE DEIXA O ACORDO TEM O
      *=======               SALDO INTEIRO PAGO NA APURACAO SEGUINTE.
      *==============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO "departamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           SELECT ARQ-ACORDOS ASSIGN TO "banco_horas_acordos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACORDOS.

           SELECT ARQ-MOVIMENTOS ASSIGN TO "banco_horas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.

           SELECT ARQ-PONTO ASSIGN TO "resumo_ponto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTO.

           SELECT ARQ-EXTRATO ASSIGN TO "banco_horas_extrato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-DEPARTAMENTOS.
       01  DEPARTAMENTO-LINHA.
           05 DEP-CODIGO        PIC X(10).
           05 FILLER            PIC X.
           05 DEP-NOME          PIC X(20).
           05 FILLER            PIC X.
           05 DEP-CENTRO        PIC X(03).

       FD  ARQ-ACORDOS.
           COPY "#acordohorasdat".

       FD  ARQ-MOVIMENTOS.
           COPY "#bancohorasdat".

       FD  ARQ-PONTO.
       01  RESUMO-PONTO-LINHA.
           05 RSP-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 RSP-MES          PIC 9(06).
           05 FILLER           PIC X.
           05 RSP-HORAS-NORMAIS PIC 9(03)V99.
           05 FILLER           PIC X.
           05 RSP-EXTRA-50     PIC 9(03)V99.
           05 FILLER           PIC X.
           05 RSP-EXTRA-100    PIC 9(03)V99.
           05 FILLER           PIC X.
           05 RSP-FALTAS       PIC 9(02).
           05 FILLER           PIC X.
           05 RSP-NOTURNO      PIC X(05).
           05 FILLER           PIC X.
           05 RSP-FIM-SEMANA   PIC X(05).
           05 FILLER           PIC X.
           05 RSP-HORAS-A-MENOS PIC 9(03)V99.

       FD  ARQ-EXTRATO.
       01  EXTRATO-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-DEPARTAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-ACORDOS      PIC XX VALUE SPACES.
       77 WS-STATUS-MOVIMENTOS   PIC XX VALUE SPACES.
       77 WS-STATUS-PONTO        PIC XX VALUE SPACES.
       77 WS-STATUS-EXTRATO      PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-CODIGO-PEDIDO      PIC 9(4) VALUE ZERO.
       01 WS-DEPTO-PEDIDO       PIC X(10) VALUE SPACES.
       01 WS-BANCO-PEDIDO       PIC X VALUE SPACE.
       01 WS-LIMITE-PEDIDO      PIC 9(2) VALUE ZERO.
       01 WS-DEPTO-OK           PIC X VALUE 'N'.
       01 WS-FUNC-OK            PIC X VALUE 'N'.
       01 WS-DATA-FOLGA         PIC 9(8) VALUE ZERO.
       01 WS-DATA-FOLGA-R REDEFINES WS-DATA-FOLGA.
           05 WS-FOLGA-ANO      PIC 9(4).
           05 WS-FOLGA-MES      PIC 9(2).
           05 WS-FOLGA-DIA      PIC 9(2).
       01 WS-HHMM-FOLGA         PIC 9(4) VALUE ZERO.
       01 WS-HHMM-FOLGA-R REDEFINES WS-HHMM-FOLGA.
           05 WS-FOLGA-HH       PIC 9(2).
           05 WS-FOLGA-MM       PIC 9(2).
       01 WS-HORAS-FOLGA        PIC 9(4)V99 VALUE ZERO.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-CMP-ANO        PIC 9(4).
           05 WS-CMP-MES        PIC 9(2).
       01 WS-MES-CALCULO        PIC 9(6) VALUE ZERO.
       01 WS-MES-CALCULO-R REDEFINES WS-MES-CALCULO.
           05 WS-MCL-ANO        PIC 9(4).
           05 WS-MCL-MES        PIC 9(2).
       01 WS-INDICE-COMPETENCIA PIC 9(6) VALUE ZERO.
       01 WS-INDICE-MES         PIC 9(6) VALUE ZERO.
       01 WS-INDICE-CORTE       PIC S9(6) VALUE ZERO.
       01 WS-HORAS              PIC 9(4)V99 VALUE ZERO.

      *===== SALDO E VENCIMENTO DE UM FUNCIONARIO.
       01 WS-CODIGO-SALDO       PIC 9(4) VALUE ZERO.
       01 WS-MES-SALDO          PIC 9(6) VALUE ZERO.
       01 WS-SALDO              PIC S9(5)V99 VALUE ZERO.
       01 WS-CREDITO-ANTIGO     PIC 9(5)V99 VALUE ZERO.
       01 WS-CONSUMIDO          PIC 9(5)V99 VALUE ZERO.
       01 WS-VENCIDO            PIC S9(5)V99 VALUE ZERO.
       01 WS-LIMITE-FUNC        PIC 9(2) VALUE ZERO.

      *===== TOTAIS DA APURACAO.
       01 WS-QTDE-CREDITOS      PIC 9(5) VALUE ZERO.
       01 WS-QTDE-DEBITOS       PIC 9(5) VALUE ZERO.
       01 WS-QTDE-PAGOS         PIC 9(5) VALUE ZERO.
       01 WS-QTDE-REMOVIDOS     PIC 9(5) VALUE ZERO.

       01 WS-SUB-ACD            PIC 99 VALUE ZERO.
       01 WS-TOTAL-ACD          PIC 99 VALUE ZERO.
       01 WS-ACD-ACHADO         PIC 99 VALUE ZERO.
       01 WS-SUB-MOV            PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-MOV          PIC 9(4) VALUE ZERO.
       01 WS-NOVO-TOTAL         PIC 9(4) VALUE ZERO.
       01 WS-MOV-ESTOURO        PIC 9(4) VALUE ZERO.
       01 WS-SUB-COD            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-COD          PIC 9(3) VALUE ZERO.
       01 WS-COD-ACHADO         PIC X VALUE 'N'.
       01 WS-SUB-EXT            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-EXT          PIC 9(3) VALUE ZERO.
       01 WS-EXT-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-SUB-DESLOCA        PIC 9(3) VALUE ZERO.

       01 WS-HORAS-ED           PIC ZZZ9,99.
       01 WS-SALDO-ED           PIC -ZZZZ9,99.
       01 WS-CRED-ED            PIC ZZZ9,99.
       01 WS-DEB-ED             PIC ZZZ9,99.
       01 WS-FOLGA-ED           PIC ZZZ9,99.
       01 WS-PAGO-ED            PIC ZZZ9,99.

      *===== ACORDOS POR DEPARTAMENTO (ATE 30).
       01  WS-TABELA-ACD.
           05 WS-ACD-ITEM OCCURS 30 TIMES.
               10 WS-ACD-DEPARTAMENTO PIC X(10).
               10 WS-ACD-BANCO        PIC X.
               10 WS-ACD-LIMITE       PIC 9(2).

      *===== MOVIMENTOS DO BANCO (ATE 3000), REGRAVADOS INTEIROS A
      *===== CADA ALTERACAO.
       01  WS-TABELA-MOV.
           05 WS-MOV-ITEM OCCURS 3000 TIMES.
               10 WS-MOV-CODIGO PIC 9(4).
               10 WS-MOV-MES    PIC 9(6).
               10 WS-MOV-TIPO   PIC X.
               10 WS-MOV-HORAS  PIC 9(4)V99.
               10 WS-MOV-DATA   PIC 9(8).

      *===== FUNCIONARIOS COM MOVIMENTO (ATE 500), PARA O VENCIMENTO.
       01  WS-TABELA-COD.
           05 WS-COD-ITEM       PIC 9(4) OCCURS 500 TIMES.

      *===== EXTRATO DO FUNCIONARIO POR COMPETENCIA (ATE 120 MESES),
      *===== MANTIDO EM ORDEM CRESCENTE DE MES.
       01  WS-TABELA-EXT.
           05 WS-EXT-ITEM OCCURS 120 TIMES.
               10 WS-EXT-MES     PIC 9(6).
               10 WS-EXT-CREDITO PIC 9(5)V99.
               10 WS-EXT-DEBITO  PIC 9(5)V99.
               10 WS-EXT-FOLGA   PIC 9(5)V99.
               10 WS-EXT-PAGO    PIC 9(5)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-ACORDOS
           PERFORM 1100-CARREGA-MOVIMENTOS
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-ACORDOS.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-STATUS-ACORDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ACORDOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-ACD < 30
                           ADD 1 TO WS-TOTAL-ACD
                           MOVE ACD-DEPARTAMENTO
                             TO WS-ACD-DEPARTAMENTO (WS-TOTAL-ACD)
                           MOVE ACD-BANCO
                             TO WS-ACD-BANCO (WS-TOTAL-ACD)
                           MOVE ACD-LIMITE-MESES
                             TO WS-ACD-LIMITE (WS-TOTAL-ACD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ACORDOS.

       1100-CARREGA-MOVIMENTOS.
           OPEN INPUT ARQ-MOVIMENTOS.
           IF WS-STATUS-MOVIMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-MOVIMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-MOV < 3000
                           ADD 1 TO WS-TOTAL-MOV
                           MOVE BHR-CODIGO
                             TO WS-MOV-CODIGO (WS-TOTAL-MOV)
                           MOVE BHR-MES TO WS-MOV-MES (WS-TOTAL-MOV)
                           MOVE BHR-TIPO
                             TO WS-MOV-TIPO (WS-TOTAL-MOV)
                           MOVE BHR-HORAS
                             TO WS-MOV-HORAS (WS-TOTAL-MOV)
                           MOVE BHR-DATA
                             TO WS-MOV-DATA (WS-TOTAL-MOV)
                       ELSE
                           ADD 1 TO WS-MOV-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MOVIMENTOS.
           IF WS-MOV-ESTOURO > ZERO
               DISPLAY "ATENCAO: " WS-MOV-ESTOURO " LINHA(S) ALEM "
                       "DA TABELA (3000) - LANCAMENTOS E APURACAO "
                       "BLOQUEADOS ATE ENXUGAR banco_horas.txt"
           END-IF.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== BANCO DE HORAS ===".
           DISPLAY "1 - LISTAR ACORDOS POR DEPARTAMENTO".
           DISPLAY "2 - GRAVAR ACORDO DE DEPARTAMENTO".
           DISPLAY "3 - LANCAR FOLGA AUTORIZADA".
           DISPLAY "4 - APURAR COMPETENCIA".
           DISPLAY "5 - EXTRATO DO FUNCIONARIO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTAR-ACORDOS
               WHEN '2' PERFORM 4000-GRAVA-ACORDO
               WHEN '3' PERFORM 5000-LANCA-FOLGA
               WHEN '4' PERFORM 6000-APURA-COMPETENCIA
               WHEN '5' PERFORM 8000-EXTRATO
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTAR-ACORDOS.
           IF WS-TOTAL-ACD = ZERO
               DISPLAY "NENHUM ACORDO - TODOS OS DEPARTAMENTOS "
                       "RECEBEM AS EXTRAS NA FOLHA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DEPARTAMENTO BANCO LIMITE (MESES)"
           PERFORM VARYING WS-SUB-ACD FROM 1 BY 1
                   UNTIL WS-SUB-ACD > WS-TOTAL-ACD
               DISPLAY WS-ACD-DEPARTAMENTO (WS-SUB-ACD) "     "
                       WS-ACD-BANCO (WS-SUB-ACD) "    "
                       WS-ACD-LIMITE (WS-SUB-ACD)
           END-PERFORM.

      *===== INCLUI OU ALTERA O ACORDO DE UM DEPARTAMENTO DO
      *===== CADASTRO; LIMITE ZERO VALE OS 6 MESES DE PRAXE.
       4000-GRAVA-ACORDO.
           MOVE SPACES TO WS-DEPTO-PEDIDO
           DISPLAY "DEPARTAMENTO (VAZIO CANCELA): "
           ACCEPT WS-DEPTO-PEDIDO
           INSPECT WS-DEPTO-PEDIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-DEPTO-PEDIDO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-VALIDA-DEPARTAMENTO
           IF WS-DEPTO-OK NOT = 'S'
               DISPLAY "DEPARTAMENTO NAO CADASTRADO EM "
                       "departamentos.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-BANCO-PEDIDO
           DISPLAY "EXTRAS VAO PARA O BANCO DE HORAS (S/N): "
           ACCEPT WS-BANCO-PEDIDO
           IF WS-BANCO-PEDIDO = 's'
               MOVE 'S' TO WS-BANCO-PEDIDO
           END-IF
           IF WS-BANCO-PEDIDO NOT = 'S'
               MOVE 'N' TO WS-BANCO-PEDIDO
           END-IF
           MOVE ZERO TO WS-LIMITE-PEDIDO
           IF WS-BANCO-PEDIDO = 'S'
               DISPLAY "LIMITE DO SALDO EM MESES (0 = 6): "
               ACCEPT WS-LIMITE-PEDIDO
               IF WS-LIMITE-PEDIDO = ZERO
                   MOVE 6 TO WS-LIMITE-PEDIDO
               END-IF
           END-IF
           PERFORM 4200-ACHA-ACORDO
           IF WS-ACD-ACHADO = ZERO
               IF WS-TOTAL-ACD = 30
                   DISPLAY "TABELA DE ACORDOS CHEIA - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-ACD
               MOVE WS-TOTAL-ACD TO WS-ACD-ACHADO
               MOVE WS-DEPTO-PEDIDO
                 TO WS-ACD-DEPARTAMENTO (WS-ACD-ACHADO)
           END-IF
           MOVE WS-BANCO-PEDIDO TO WS-ACD-BANCO (WS-ACD-ACHADO)
           MOVE WS-LIMITE-PEDIDO TO WS-ACD-LIMITE (WS-ACD-ACHADO)
           PERFORM 4300-REGRAVA-ACORDOS
           DISPLAY "ACORDO GRAVADO".

       4100-VALIDA-DEPARTAMENTO.
           MOVE 'N' TO WS-DEPTO-OK
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF WS-STATUS-DEPARTAMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEPARTAMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF DEP-CODIGO = WS-DEPTO-PEDIDO
                           MOVE 'S' TO WS-DEPTO-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DEPARTAMENTOS.

       4200-ACHA-ACORDO.
           MOVE ZERO TO WS-ACD-ACHADO
           PERFORM VARYING WS-SUB-ACD FROM 1 BY 1
                   UNTIL WS-SUB-ACD > WS-TOTAL-ACD
               IF WS-ACD-DEPARTAMENTO (WS-SUB-ACD) = WS-DEPTO-PEDIDO
                   MOVE WS-SUB-ACD TO WS-ACD-ACHADO
               END-IF
           END-PERFORM.

       4300-REGRAVA-ACORDOS.
           OPEN OUTPUT ARQ-ACORDOS
           PERFORM VARYING WS-SUB-ACD FROM 1 BY 1
                   UNTIL WS-SUB-ACD > WS-TOTAL-ACD
               MOVE SPACES TO ACORDO-HORAS-LINHA
               MOVE WS-ACD-DEPARTAMENTO (WS-SUB-ACD)
                 TO ACD-DEPARTAMENTO
               MOVE WS-ACD-BANCO (WS-SUB-ACD) TO ACD-BANCO
               MOVE WS-ACD-LIMITE (WS-SUB-ACD) TO ACD-LIMITE-MESES
               WRITE ACORDO-HORAS-LINHA
           END-PERFORM
           CLOSE ARQ-ACORDOS.

      *===== FOLGA AUTORIZADA: DEBITA AS HORAS NA COMPETENCIA DA
      *===== DATA DA FOLGA, SE O SALDO COMPORTA.
       5000-LANCA-FOLGA.
           IF WS-MOV-ESTOURO > ZERO OR WS-TOTAL-MOV = 3000
               DISPLAY "TABELA DE MOVIMENTOS CHEIA - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-LE-FUNCIONARIO
           IF WS-FUNC-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DATA-FOLGA
           DISPLAY "DATA DA FOLGA (AAAAMMDD): "
           ACCEPT WS-DATA-FOLGA
           IF WS-FOLGA-MES < 1 OR WS-FOLGA-MES > 12
              OR WS-FOLGA-DIA < 1 OR WS-FOLGA-DIA > 31
              OR WS-FOLGA-ANO < 2000
               DISPLAY "DATA INVALIDA - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HHMM-FOLGA
           DISPLAY "HORAS DE FOLGA (HHMM): "
           ACCEPT WS-HHMM-FOLGA
           IF WS-FOLGA-MM > 59
               DISPLAY "HORAS INVALIDAS - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HORAS-FOLGA ROUNDED =
               WS-FOLGA-HH + WS-FOLGA-MM / 60
           IF WS-HORAS-FOLGA = ZERO
               DISPLAY "HORAS EM BRANCO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODIGO-PEDIDO TO WS-CODIGO-SALDO
           MOVE 999999 TO WS-MES-SALDO
           PERFORM 7000-SALDO-DO-FUNCIONARIO
           IF WS-HORAS-FOLGA > WS-SALDO
               MOVE WS-SALDO TO WS-SALDO-ED
               DISPLAY "FOLGA MAIOR QUE O SALDO (" WS-SALDO-ED
                       " H) - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-MOV
           MOVE WS-CODIGO-PEDIDO TO WS-MOV-CODIGO (WS-TOTAL-MOV)
           MOVE WS-DATA-FOLGA (1:6) TO WS-MOV-MES (WS-TOTAL-MOV)
           MOVE 'F' TO WS-MOV-TIPO (WS-TOTAL-MOV)
           MOVE WS-HORAS-FOLGA TO WS-MOV-HORAS (WS-TOTAL-MOV)
           MOVE WS-DATA-FOLGA TO WS-MOV-DATA (WS-TOTAL-MOV)
           PERFORM 7100-REGRAVA-MOVIMENTOS
           DISPLAY "FOLGA LANCADA".

       5100-LE-FUNCIONARIO.
           MOVE 'N' TO WS-FUNC-OK
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODIGO-PEDIDO TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO"
                   CLOSE ARQ-FUNCIONARIOS
                   EXIT PARAGRAPH
           END-READ
           CLOSE ARQ-FUNCIONARIOS
           IF FUNCIONARIO-DESLIGADO
               DISPLAY "FUNCIONARIO DESLIGADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FUNCIONARIO: " FUNC-NOME " DEPTO "
                   FUNC-DEPARTAMENTO
           MOVE 'S' TO WS-FUNC-OK.

      *===== APURACAO DA COMPETENCIA: REFAZ CREDITOS E DEBITOS DO
      *===== PONTO DOS DEPARTAMENTOS COM BANCO E PAGA O QUE VENCEU.
       6000-APURA-COMPETENCIA.
           IF WS-MOV-ESTOURO > ZERO
               DISPLAY "banco_horas.txt MAIOR QUE A TABELA - "
                       "APURACAO BLOQUEADA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-COMPETENCIA
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
              OR WS-CMP-ANO < 2000
               DISPLAY "COMPETENCIA INVALIDA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QTDE-CREDITOS WS-QTDE-DEBITOS
           MOVE ZERO TO WS-QTDE-PAGOS
           PERFORM 6100-REMOVE-APURACAO-ANTERIOR
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-LANCA-PONTO
           PERFORM 6300-LISTA-FUNCIONARIOS
           PERFORM VARYING WS-SUB-COD FROM 1 BY 1
                   UNTIL WS-SUB-COD > WS-TOTAL-COD
               PERFORM 6400-PAGA-VENCIDO
           END-PERFORM
           CLOSE ARQ-FUNCIONARIOS
           PERFORM 7100-REGRAVA-MOVIMENTOS
           DISPLAY "=== APURACAO DO BANCO DE HORAS " WS-COMPETENCIA
                   " ==="
           DISPLAY "MOVIMENTOS REFEITOS.: " WS-QTDE-REMOVIDOS
           DISPLAY "CREDITOS LANCADOS...: " WS-QTDE-CREDITOS
           DISPLAY "DEBITOS LANCADOS....: " WS-QTDE-DEBITOS
           DISPLAY "PAGAMENTOS NA FOLHA.: " WS-QTDE-PAGOS
           DISPLAY "MOVIMENTOS EM banco_horas.txt".

      *===== TIRA DA TABELA OS CREDITOS, DEBITOS E PAGAMENTOS JA
      *===== APURADOS NA COMPETENCIA, COMPACTANDO O RESTO.
       6100-REMOVE-APURACAO-ANTERIOR.
           MOVE ZERO TO WS-NOVO-TOTAL
           MOVE ZERO TO WS-QTDE-REMOVIDOS
           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-TOTAL-MOV
               MOVE WS-MOV-TIPO (WS-SUB-MOV) TO BHR-TIPO
               IF WS-MOV-MES (WS-SUB-MOV) = WS-COMPETENCIA
                  AND BHR-APURADO
                   ADD 1 TO WS-QTDE-REMOVIDOS
               ELSE
                   ADD 1 TO WS-NOVO-TOTAL
                   MOVE WS-MOV-ITEM (WS-SUB-MOV)
                     TO WS-MOV-ITEM (WS-NOVO-TOTAL)
               END-IF
           END-PERFORM
           MOVE WS-NOVO-TOTAL TO WS-TOTAL-MOV.

       6200-LANCA-PONTO.
           OPEN INPUT ARQ-PONTO
           IF WS-STATUS-PONTO NOT = "00"
               DISPLAY "AVISO: resumo_ponto.txt INDISPONIVEL - SO "
                       "O VENCIMENTO SERA APURADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PONTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RSP-MES = WS-COMPETENCIA
                           PERFORM 6210-LANCA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PONTO.

      *===== SO ENTRA NO BANCO QUEM ESTA EM DEPARTAMENTO COM ACORDO.
       6210-LANCA-FUNCIONARIO.
           MOVE RSP-CODIGO TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNC-DEPARTAMENTO TO WS-DEPTO-PEDIDO
           PERFORM 4200-ACHA-ACORDO
           IF WS-ACD-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ACD-BANCO (WS-ACD-ACHADO) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HORAS = RSP-EXTRA-50 + RSP-EXTRA-100
           IF WS-HORAS > ZERO
               MOVE 'C' TO BHR-TIPO
               PERFORM 6220-INCLUI-MOVIMENTO
               ADD 1 TO WS-QTDE-CREDITOS
           END-IF
           IF RSP-HORAS-A-MENOS NUMERIC
              AND RSP-HORAS-A-MENOS > ZERO
               MOVE RSP-HORAS-A-MENOS TO WS-HORAS
               MOVE 'D' TO BHR-TIPO
               PERFORM 6220-INCLUI-MOVIMENTO
               ADD 1 TO WS-QTDE-DEBITOS
           END-IF.

       6220-INCLUI-MOVIMENTO.
           IF WS-TOTAL-MOV = 3000
               DISPLAY "TABELA DE MOVIMENTOS CHEIA - FUNCIONARIO "
                       FUNC-CODIGO " FORA DA APURACAO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-MOV
           MOVE FUNC-CODIGO TO WS-MOV-CODIGO (WS-TOTAL-MOV)
           MOVE WS-COMPETENCIA TO WS-MOV-MES (WS-TOTAL-MOV)
           MOVE BHR-TIPO TO WS-MOV-TIPO (WS-TOTAL-MOV)
           MOVE WS-HORAS TO WS-MOV-HORAS (WS-TOTAL-MOV)
           MOVE WS-HOJE TO WS-MOV-DATA (WS-TOTAL-MOV).

       6300-LISTA-FUNCIONARIOS.
           MOVE ZERO TO WS-TOTAL-COD
           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-TOTAL-MOV
               MOVE 'N' TO WS-COD-ACHADO
               PERFORM VARYING WS-SUB-COD FROM 1 BY 1
                       UNTIL WS-SUB-COD > WS-TOTAL-COD
                   IF WS-COD-ITEM (WS-SUB-COD)
                      = WS-MOV-CODIGO (WS-SUB-MOV)
                       MOVE 'S' TO WS-COD-ACHADO
                   END-IF
               END-PERFORM
               IF WS-COD-ACHADO = 'N' AND WS-TOTAL-COD < 500
                   ADD 1 TO WS-TOTAL-COD
                   MOVE WS-MOV-CODIGO (WS-SUB-MOV)
                     TO WS-COD-ITEM (WS-TOTAL-COD)
               END-IF
           END-PERFORM.

      *===== CREDITO MAIS VELHO QUE O LIMITE DO ACORDO E AINDA NAO
      *===== CONSUMIDO (OS DEBITOS ABATEM PRIMEIRO O CREDITO MAIS
      *===== ANTIGO) VAI PARA A FOLHA DA COMPETENCIA. DESLIGADO FICA
      *===== PARA A RESCISAO.
       6400-PAGA-VENCIDO.
           MOVE WS-COD-ITEM (WS-SUB-COD) TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FUNCIONARIO-DESLIGADO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LIMITE-FUNC
           MOVE FUNC-DEPARTAMENTO TO WS-DEPTO-PEDIDO
           PERFORM 4200-ACHA-ACORDO
           IF WS-ACD-ACHADO > ZERO
               IF WS-ACD-BANCO (WS-ACD-ACHADO) = 'S'
                   MOVE WS-ACD-LIMITE (WS-ACD-ACHADO)
                     TO WS-LIMITE-FUNC
               END-IF
           END-IF
           MOVE WS-COMPETENCIA TO WS-MES-CALCULO
           COMPUTE WS-INDICE-COMPETENCIA =
               WS-MCL-ANO * 12 + WS-MCL-MES
           COMPUTE WS-INDICE-CORTE =
               WS-INDICE-COMPETENCIA - WS-LIMITE-FUNC
           MOVE ZERO TO WS-CREDITO-ANTIGO WS-CONSUMIDO
           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-TOTAL-MOV
               IF WS-MOV-CODIGO (WS-SUB-MOV) = FUNC-CODIGO
                  AND WS-MOV-MES (WS-SUB-MOV) NOT > WS-COMPETENCIA
                   MOVE WS-MOV-TIPO (WS-SUB-MOV) TO BHR-TIPO
                   MOVE WS-MOV-MES (WS-SUB-MOV) TO WS-MES-CALCULO
                   COMPUTE WS-INDICE-MES =
                       WS-MCL-ANO * 12 + WS-MCL-MES
                   IF BHR-CREDITO
                      AND WS-INDICE-MES NOT > WS-INDICE-CORTE
                       ADD WS-MOV-HORAS (WS-SUB-MOV)
                         TO WS-CREDITO-ANTIGO
                   END-IF
                   IF BHR-DEBITO
                       ADD WS-MOV-HORAS (WS-SUB-MOV) TO WS-CONSUMIDO
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-VENCIDO = WS-CREDITO-ANTIGO - WS-CONSUMIDO
           IF WS-VENCIDO > ZERO
               MOVE WS-VENCIDO TO WS-HORAS
               MOVE 'P' TO BHR-TIPO
               PERFORM 6220-INCLUI-MOVIMENTO
               ADD 1 TO WS-QTDE-PAGOS
               MOVE WS-HORAS TO WS-HORAS-ED
               DISPLAY "FUNC " FUNC-CODIGO " " FUNC-NOME
                       " HORAS VENCIDAS PAGAS NA FOLHA: "
                       WS-HORAS-ED
           END-IF.

      *===== SALDO DO FUNCIONARIO WS-CODIGO-SALDO ATE A COMPETENCIA
      *===== WS-MES-SALDO (999999 = TUDO).
       7000-SALDO-DO-FUNCIONARIO.
           MOVE ZERO TO WS-SALDO
           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-TOTAL-MOV
               IF WS-MOV-CODIGO (WS-SUB-MOV) = WS-CODIGO-SALDO
                  AND WS-MOV-MES (WS-SUB-MOV) NOT > WS-MES-SALDO
                   MOVE WS-MOV-TIPO (WS-SUB-MOV) TO BHR-TIPO
                   IF BHR-CREDITO
                       ADD WS-MOV-HORAS (WS-SUB-MOV) TO WS-SALDO
                   END-IF
                   IF BHR-DEBITO
                       SUBTRACT WS-MOV-HORAS (WS-SUB-MOV)
                           FROM WS-SALDO
                   END-IF
               END-IF
           END-PERFORM.

       7100-REGRAVA-MOVIMENTOS.
           OPEN OUTPUT ARQ-MOVIMENTOS
           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-TOTAL-MOV
               MOVE SPACES TO BANCO-HORAS-LINHA
               MOVE WS-MOV-CODIGO (WS-SUB-MOV) TO BHR-CODIGO
               MOVE WS-MOV-MES (WS-SUB-MOV) TO BHR-MES
               MOVE WS-MOV-TIPO (WS-SUB-MOV) TO BHR-TIPO
               MOVE WS-MOV-HORAS (WS-SUB-MOV) TO BHR-HORAS
               MOVE WS-MOV-DATA (WS-SUB-MOV) TO BHR-DATA
               WRITE BANCO-HORAS-LINHA
           END-PERFORM
           CLOSE ARQ-MOVIMENTOS.

      *===== EXTRATO MES A MES: CREDITOS, DEBITOS DO PONTO, FOLGAS,
      *===== HORAS PAGAS (FOLHA OU RESCISAO) E O SALDO ACUMULADO.
       8000-EXTRATO.
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TOTAL-EXT
           PERFORM VARYING WS-SUB-MOV FROM 1 BY 1
                   UNTIL WS-SUB-MOV > WS-TOTAL-MOV
               IF WS-MOV-CODIGO (WS-SUB-MOV) = WS-CODIGO-PEDIDO
                   PERFORM 8100-ACUMULA-MES
               END-IF
           END-PERFORM
           IF WS-TOTAL-EXT = ZERO
               DISPLAY "FUNCIONARIO SEM MOVIMENTO NO BANCO DE HORAS"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-EXTRATO
           MOVE SPACES TO EXTRATO-LINHA
           STRING "EXTRATO DO BANCO DE HORAS - FUNCIONARIO "
                  WS-CODIGO-PEDIDO " - EMITIDO EM " WS-HOJE
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           PERFORM 8200-EMITE-LINHA
           MOVE "MES      CREDITO  DEBITO   FOLGA    PAGO     SALDO"
             TO EXTRATO-LINHA
           PERFORM 8200-EMITE-LINHA
           MOVE ZERO TO WS-SALDO
           PERFORM VARYING WS-SUB-EXT FROM 1 BY 1
                   UNTIL WS-SUB-EXT > WS-TOTAL-EXT
               COMPUTE WS-SALDO = WS-SALDO
                   + WS-EXT-CREDITO (WS-SUB-EXT)
                   - WS-EXT-DEBITO (WS-SUB-EXT)
                   - WS-EXT-FOLGA (WS-SUB-EXT)
                   - WS-EXT-PAGO (WS-SUB-EXT)
               MOVE WS-EXT-CREDITO (WS-SUB-EXT) TO WS-CRED-ED
               MOVE WS-EXT-DEBITO (WS-SUB-EXT) TO WS-DEB-ED
               MOVE WS-EXT-FOLGA (WS-SUB-EXT) TO WS-FOLGA-ED
               MOVE WS-EXT-PAGO (WS-SUB-EXT) TO WS-PAGO-ED
               MOVE WS-SALDO TO WS-SALDO-ED
               MOVE SPACES TO EXTRATO-LINHA
               STRING WS-EXT-MES (WS-SUB-EXT) " "
                      WS-CRED-ED " " WS-DEB-ED " "
                      WS-FOLGA-ED " " WS-PAGO-ED " " WS-SALDO-ED
                      DELIMITED BY SIZE INTO EXTRATO-LINHA
               PERFORM 8200-EMITE-LINHA
           END-PERFORM
           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE SPACES TO EXTRATO-LINHA
           STRING "SALDO ATUAL EM HORAS: " WS-SALDO-ED
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           PERFORM 8200-EMITE-LINHA
           CLOSE ARQ-EXTRATO
           DISPLAY "EXTRATO EM banco_horas_extrato.txt".

      *===== ACHA (OU ABRE, NA POSICAO CERTA DA ORDEM CRESCENTE) A
      *===== LINHA DA COMPETENCIA DO MOVIMENTO E SOMA AS HORAS.
       8100-ACUMULA-MES.
           MOVE ZERO TO WS-EXT-ACHADO
           PERFORM VARYING WS-SUB-EXT FROM 1 BY 1
                   UNTIL WS-SUB-EXT > WS-TOTAL-EXT
                      OR WS-EXT-ACHADO > ZERO
               IF WS-EXT-MES (WS-SUB-EXT) = WS-MOV-MES (WS-SUB-MOV)
                   MOVE WS-SUB-EXT TO WS-EXT-ACHADO
               END-IF
           END-PERFORM
           IF WS-EXT-ACHADO = ZERO
               IF WS-TOTAL-EXT = 120
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-EXT-ACHADO
               PERFORM VARYING WS-SUB-EXT FROM 1 BY 1
                       UNTIL WS-SUB-EXT > WS-TOTAL-EXT
                   IF WS-EXT-MES (WS-SUB-EXT)
                      < WS-MOV-MES (WS-SUB-MOV)
                       COMPUTE WS-EXT-ACHADO = WS-SUB-EXT + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB-DESLOCA FROM WS-TOTAL-EXT
                       BY -1 UNTIL WS-SUB-DESLOCA < WS-EXT-ACHADO
                   MOVE WS-EXT-ITEM (WS-SUB-DESLOCA)
                     TO WS-EXT-ITEM (WS-SUB-DESLOCA + 1)
               END-PERFORM
               ADD 1 TO WS-TOTAL-EXT
               MOVE WS-MOV-MES (WS-SUB-MOV)
                 TO WS-EXT-MES (WS-EXT-ACHADO)
               MOVE ZERO TO WS-EXT-CREDITO (WS-EXT-ACHADO)
               MOVE ZERO TO WS-EXT-DEBITO (WS-EXT-ACHADO)
               MOVE ZERO TO WS-EXT-FOLGA (WS-EXT-ACHADO)
               MOVE ZERO TO WS-EXT-PAGO (WS-EXT-ACHADO)
           END-IF
           EVALUATE WS-MOV-TIPO (WS-SUB-MOV)
               WHEN 'C'
                   ADD WS-MOV-HORAS (WS-SUB-MOV)
                     TO WS-EXT-CREDITO (WS-EXT-ACHADO)
               WHEN 'D'
                   ADD WS-MOV-HORAS (WS-SUB-MOV)
                     TO WS-EXT-DEBITO (WS-EXT-ACHADO)
               WHEN 'F'
                   ADD WS-MOV-HORAS (WS-SUB-MOV)
                     TO WS-EXT-FOLGA (WS-EXT-ACHADO)
               WHEN OTHER
                   ADD WS-MOV-HORAS (WS-SUB-MOV)
                     TO WS-EXT-PAGO (WS-EXT-ACHADO)
           END-EVALUATE.

       8200-EMITE-LINHA.
           WRITE EXTRATO-LINHA
           DISPLAY EXTRATO-LINHA.

       END PROGRAM BANCOHORAS.
