       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALESMES.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: APURACAO MENSAL DO VALE-TRANSPORTE E DO
      *=======           VALE-REFEICAO. PARA CADA FUNCIONARIO ATIVO
      *=======           COM ADESAO EM beneficios.txt (CADASTRO:
      *=======           BENEFICIOS) CONTA OS DIAS DE VALE - DIAS
      *=======           UTEIS DO MES PELO MODULO CALENDARIO, MENOS
      *=======           OS DIAS EM FERIAS (ferias_agendadas.txt) E
      *=======           EM ATESTADO (atestados.txt) E MENOS AS
      *=======           FALTAS DO RESUMO DE PONTO (resumo_ponto.txt)
      *=======           - E CALCULA O VALOR DE CADA VALE E A PARTE
      *=======           DO FUNCIONARIO. SAIDAS: vales_mes.txt (AREA
      *=======           #valesdat), QUE O CONTRACHEQUE DESCONTA;
      *=======           vales_pedido.txt, O PEDIDO DE COMPRA DE CADA
      *=======           OPERADORA; E beneficios_custo.txt, O CUSTO
      *=======           DA EMPRESA POR VALE E CENTRO DE CUSTO, QUE O
      *=======           RAZAOAUTO POSTA NO RAZAO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: PARTE DO FUNCIONARIO - TRANSPORTE = O
      *=======               VALOR DO VALE LIMITADO A 6 PORCENTO DO
      *=======               SALARIO BASE; REFEICAO = O PERCENTUAL
      *=======               CADASTRADO (ATE 20). FALTA COBERTA POR
      *=======               ATESTADO NAO E DESCONTADA DUAS VEZES.
      *=======               REFAZER A APURACAO DO MESMO MES
      *=======               SUBSTITUI AS LINHAS DELE. CENTRO DE
      *=======               CUSTO PELO DEPARTAMENTO DO FUNCIONARIO
      *=======               EM departamentos.txt; SEM MAPA, VALE FOL.
      *=======     MOD: 15/10/2026 - CE - O LAYOUT DO RESUMO DE PONTO
      *=======          FOI COMPLETADO ATE A COLUNA DE HORAS A MENOS,
      *=======          PARA A LINHA SER LIDA INTEIRA.
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

           SELECT ARQ-BENEFICIOS ASSIGN TO "beneficios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BENEFICIOS.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO "departamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           SELECT ARQ-FERIAS ASSIGN TO "ferias_agendadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIAS.

           SELECT ARQ-ATESTADOS ASSIGN TO "atestados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ATESTADOS.

           SELECT ARQ-PONTO ASSIGN TO "resumo_ponto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTO.

           SELECT ARQ-VALES ASSIGN TO "vales_mes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VALES.

           SELECT ARQ-PEDIDO ASSIGN TO "vales_pedido.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PEDIDO.

           SELECT ARQ-CUSTOS ASSIGN TO "beneficios_custo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CUSTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-BENEFICIOS.
           COPY "#beneficiodat".

       FD  ARQ-DEPARTAMENTOS.
       01  DEPARTAMENTO-LINHA.
           05 DEP-CODIGO       PIC X(10).
           05 FILLER           PIC X.
           05 DEP-NOME         PIC X(20).
           05 FILLER           PIC X.
           05 DEP-CENTRO       PIC X(03).

       FD  ARQ-FERIAS.
       01  FERIAS-LINHA.
           05 FER-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 FER-INICIO       PIC 9(08).
           05 FILLER           PIC X.
           05 FER-FIM          PIC 9(08).
           05 FILLER           PIC X.
           05 FER-DIAS         PIC 9(02).
           05 FILLER           PIC X.
           05 FER-DEPARTAMENTO PIC X(10).

       FD  ARQ-ATESTADOS.
       01  ATESTADO-LINHA.
           05 ATS-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 ATS-INICIO       PIC 9(08).
           05 FILLER           PIC X.
           05 ATS-FIM          PIC 9(08).
           05 FILLER           PIC X.
           05 ATS-DIAS         PIC 9(02).
           05 FILLER           PIC X.
           05 ATS-MOTIVO       PIC X(03).
           05 FILLER           PIC X.
           05 ATS-RECEBIDO     PIC 9(08).

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

       FD  ARQ-VALES.
           COPY "#valesdat".

       FD  ARQ-PEDIDO.
       01  PEDIDO-LINHA        PIC X(80).

      *===== CUSTO DA EMPRESA NOS VALES DO MES, POR VALE ("VT" OU
      *===== "VR") E CENTRO DE CUSTO, POSTADO PELO RAZAOAUTO.
       FD  ARQ-CUSTOS.
       01  CUSTO-LINHA.
           05 CUS-MES          PIC 9(06).
           05 FILLER           PIC X.
           05 CUS-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 CUS-CENTRO       PIC X(03).
           05 FILLER           PIC X.
           05 CUS-VALOR        PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS  PIC XX VALUE SPACES.
       77 WS-STATUS-BENEFICIOS    PIC XX VALUE SPACES.
       77 WS-STATUS-DEPARTAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-FERIAS        PIC XX VALUE SPACES.
       77 WS-STATUS-ATESTADOS     PIC XX VALUE SPACES.
       77 WS-STATUS-PONTO         PIC XX VALUE SPACES.
       77 WS-STATUS-VALES         PIC XX VALUE SPACES.
       77 WS-STATUS-PEDIDO        PIC XX VALUE SPACES.
       77 WS-STATUS-CUSTOS        PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO       PIC 9(4).
           05 WS-COMP-MES       PIC 9(2).
       01 WS-PRIMEIRO-DIA       PIC 9(8) VALUE ZERO.
       01 WS-PROXIMO-MES        PIC 9(8) VALUE ZERO.
       01 WS-PROXIMO-MES-R REDEFINES WS-PROXIMO-MES.
           05 WS-PROX-ANO       PIC 9(4).
           05 WS-PROX-MES       PIC 9(2).
           05 WS-PROX-DIA       PIC 9(2).
       01 WS-DIAS-NO-MES        PIC 9(2) VALUE ZERO.
       01 WS-UTEIS-NO-MES       PIC 9(2) VALUE ZERO.
      *===== MESMO LIMITE LEGAL DA PARTE DO FUNCIONARIO NO
      *===== VALE-TRANSPORTE QUE O CONTRACHEQUE APLICA.
       01 WS-TETO-VT            PIC 9V99 VALUE 0,06.

      *===== CALCULO DE UM FUNCIONARIO (2100).
       01 WS-BEN-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-DIAS-FORA          PIC 9(2) VALUE ZERO.
       01 WS-DIAS-ATESTADO      PIC 9(2) VALUE ZERO.
       01 WS-FALTAS             PIC 9(2) VALUE ZERO.
       01 WS-DIAS-VALE          PIC S9(3) VALUE ZERO.
       01 WS-FORA-DO-DIA        PIC X VALUE 'N'.
       01 WS-ATESTADO-DO-DIA    PIC X VALUE 'N'.
       01 WS-VT-VALOR           PIC 9(7)V99 VALUE ZERO.
       01 WS-VT-DESCONTO        PIC 9(7)V99 VALUE ZERO.
       01 WS-VT-TETO            PIC 9(7)V99 VALUE ZERO.
       01 WS-VR-VALOR           PIC 9(7)V99 VALUE ZERO.
       01 WS-VR-DESCONTO        PIC 9(7)V99 VALUE ZERO.
       01 WS-CENTRO-FUNC        PIC X(3) VALUE SPACES.
       01 WS-TIPO-VALE          PIC X(2) VALUE SPACES.
       01 WS-OPERADORA          PIC X(15) VALUE SPACES.
       01 WS-VALOR              PIC 9(7)V99 VALUE ZERO.
       01 WS-CUSTO              PIC 9(7)V99 VALUE ZERO.

       01 WS-SUB-DIA            PIC 9(2) VALUE ZERO.
       01 WS-SUB-BEN            PIC 9(3) VALUE ZERO.
       01 WS-SUB-DEP            PIC 9(2) VALUE ZERO.
       01 WS-SUB-FER            PIC 9(3) VALUE ZERO.
       01 WS-SUB-ATS            PIC 9(3) VALUE ZERO.
       01 WS-SUB-PT             PIC 9(3) VALUE ZERO.
       01 WS-SUB-VAL            PIC 9(4) VALUE ZERO.
       01 WS-SUB-OPE            PIC 9(2) VALUE ZERO.
       01 WS-OPE-ACHADO         PIC 9(2) VALUE ZERO.
       01 WS-SUB-CUS            PIC 9(4) VALUE ZERO.
       01 WS-CUS-ACHADO         PIC 9(4) VALUE ZERO.

       01 WS-TOTAL-BENEFICIADOS PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SEM-DIAS     PIC 9(4) VALUE ZERO.
       01 WS-TOT-VT             PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-VR             PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-DESCONTOS      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CUSTO          PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-ED           PIC Z(06)9,99.
       01 WS-TOTAL-ED           PIC Z(08)9,99.

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO (TAMANHO DO
      *===== MES E DIA UTIL).
       COPY "#calenpar".

      *===== DIAS DO MES DA COMPETENCIA, MARCADOS UTEIS OU NAO.
       01  WS-TABELA-DIAS.
           05 WS-DIA-ITEM OCCURS 31 TIMES.
               10 WS-DIA-DATA       PIC 9(8).
               10 WS-DIA-UTIL       PIC X.

      *===== BENEFICIOS CADASTRADOS (ATE 300).
       01 WS-TOTAL-BEN          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-BEN.
           05 WS-BEN-ITEM OCCURS 300 TIMES.
               10 WS-BEN-CODIGO     PIC 9(4).
               10 WS-BEN-VT-ADESAO  PIC X.
               10 WS-BEN-VT-TARIFA  PIC 9(3)V99.
               10 WS-BEN-VT-OPER    PIC X(15).
               10 WS-BEN-VR-ADESAO  PIC X.
               10 WS-BEN-VR-VALOR   PIC 9(3)V99.
               10 WS-BEN-VR-OPER    PIC X(15).
               10 WS-BEN-VR-PCT     PIC 9(2)V99.

      *===== MAPA DEPARTAMENTO -> CENTRO DE CUSTO (ATE 50).
       01 WS-TOTAL-DEP          PIC 9(2) VALUE ZERO.
       01  WS-TABELA-DEPARTAMENTOS.
           05 WS-DEP-ITEM OCCURS 50 TIMES.
               10 WS-DEP-CODIGO     PIC X(10).
               10 WS-DEP-CENTRO     PIC X(3).

      *===== FERIAS E ATESTADOS QUE TOCAM O MES (ATE 300 CADA).
       01 WS-TOTAL-FER          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-FERIAS.
           05 WS-FER-ITEM OCCURS 300 TIMES.
               10 WS-FER-CODIGO     PIC 9(4).
               10 WS-FER-INICIO     PIC 9(8).
               10 WS-FER-FIM        PIC 9(8).
       01 WS-TOTAL-ATS          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-ATS.
           05 WS-ATS-ITEM OCCURS 300 TIMES.
               10 WS-ATS-CODIGO     PIC 9(4).
               10 WS-ATS-INICIO     PIC 9(8).
               10 WS-ATS-FIM        PIC 9(8).

      *===== FALTAS DO RESUMO DE PONTO DA COMPETENCIA (ATE 300).
       01 WS-TOTAL-PT           PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PONTO.
           05 WS-PT-ITEM OCCURS 300 TIMES.
               10 WS-PT-CODIGO      PIC 9(4).
               10 WS-PT-FALTAS      PIC 9(2).

      *===== PEDIDO DE CADA OPERADORA (ATE 30 PARES VALE/OPERADORA).
       01 WS-TOTAL-OPE          PIC 9(2) VALUE ZERO.
       01  WS-TABELA-OPERADORAS.
           05 WS-OPE-ITEM OCCURS 30 TIMES.
               10 WS-OPE-TIPO       PIC X(2).
               10 WS-OPE-NOME       PIC X(15).
               10 WS-OPE-PESSOAS    PIC 9(4).
               10 WS-OPE-DIAS       PIC 9(6).
               10 WS-OPE-VALOR      PIC 9(9)V99.

      *===== LINHAS NOVAS DE vales_mes.txt E DE beneficios_custo.txt
      *===== E AS DE OUTROS MESES JA NOS ARQUIVOS (ATE 3000 CADA).
       01 WS-TOTAL-VAL          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-VALES.
           05 WS-VAL-LINHA      PIC X(54) OCCURS 3000 TIMES.
       01 WS-TOTAL-CUS          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-CUSTOS.
           05 WS-CUS-LINHA      PIC X(25) OCCURS 3000 TIMES.
       01 WS-TOTAL-CUS-MES      PIC 9(4) VALUE ZERO.
       01  WS-TABELA-CUSTOS-MES.
           05 WS-CMS-ITEM OCCURS 100 TIMES.
               10 WS-CMS-TIPO       PIC X(2).
               10 WS-CMS-CENTRO     PIC X(3).
               10 WS-CMS-VALOR      PIC 9(9)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== APURACAO DOS VALES TRANSPORTE E REFEICAO ==="
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           DISPLAY "COMPETENCIA (AAAAMM, 0 = " WS-DATA-HOJE (1:6)
                   "): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZERO
               MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           END-IF
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF
           PERFORM 1000-CARREGA-BENEFICIOS
           IF WS-TOTAL-BEN = ZERO
               DISPLAY "SEM beneficios.txt - NADA A APURAR"
               STOP RUN
           END-IF
           PERFORM 1100-CARREGA-DEPARTAMENTOS
           PERFORM 1200-CARREGA-FERIAS
           PERFORM 1300-CARREGA-ATESTADOS
           PERFORM 1400-CARREGA-PONTO
           PERFORM 1500-DIAS-DO-MES
           PERFORM 1600-GUARDA-OUTROS-MESES
           PERFORM 2000-VARRE-FUNCIONARIOS
           PERFORM 3000-GRAVA-VALES
           PERFORM 3100-GRAVA-PEDIDO
           PERFORM 3200-GRAVA-CUSTOS
           MOVE WS-TOT-VT TO WS-TOTAL-ED
           DISPLAY "=== VALES DE " WS-COMPETENCIA " ==="
           DISPLAY "DIAS UTEIS NO MES........: " WS-UTEIS-NO-MES
           DISPLAY "FUNCIONARIOS COM VALE....: " WS-TOTAL-BENEFICIADOS
           DISPLAY "SEM DIAS DE VALE NO MES..: " WS-TOTAL-SEM-DIAS
           DISPLAY "VALE-TRANSPORTE..........: " WS-TOTAL-ED
           MOVE WS-TOT-VR TO WS-TOTAL-ED
           DISPLAY "VALE-REFEICAO............: " WS-TOTAL-ED
           MOVE WS-TOT-DESCONTOS TO WS-TOTAL-ED
           DISPLAY "PARTE DOS FUNCIONARIOS...: " WS-TOTAL-ED
           MOVE WS-TOT-CUSTO TO WS-TOTAL-ED
           DISPLAY "CUSTO DA EMPRESA.........: " WS-TOTAL-ED
           DISPLAY "DESCONTOS EM vales_mes.txt"
           DISPLAY "PEDIDO DAS OPERADORAS EM vales_pedido.txt"
           DISPLAY "CUSTO PARA O RAZAO EM beneficios_custo.txt"
           STOP RUN.

       1000-CARREGA-BENEFICIOS.
           MOVE ZERO TO WS-TOTAL-BEN
           OPEN INPUT ARQ-BENEFICIOS
           IF WS-STATUS-BENEFICIOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-BENEFICIOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-BEN < 300
                           PERFORM 1010-GUARDA-BENEFICIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-BENEFICIOS.

       1010-GUARDA-BENEFICIO.
           IF BEN-VT-TARIFA-DIA NOT NUMERIC
               MOVE ZERO TO BEN-VT-TARIFA-DIA
           END-IF
           IF BEN-VR-VALOR-DIA NOT NUMERIC
               MOVE ZERO TO BEN-VR-VALOR-DIA
           END-IF
           IF BEN-VR-PCT-DESCONTO NOT NUMERIC
               MOVE ZERO TO BEN-VR-PCT-DESCONTO
           END-IF
           ADD 1 TO WS-TOTAL-BEN
           MOVE BEN-CODIGO TO WS-BEN-CODIGO (WS-TOTAL-BEN)
           MOVE BEN-VT-ADESAO TO WS-BEN-VT-ADESAO (WS-TOTAL-BEN)
           MOVE BEN-VT-TARIFA-DIA TO WS-BEN-VT-TARIFA (WS-TOTAL-BEN)
           MOVE BEN-VT-OPERADORA TO WS-BEN-VT-OPER (WS-TOTAL-BEN)
           MOVE BEN-VR-ADESAO TO WS-BEN-VR-ADESAO (WS-TOTAL-BEN)
           MOVE BEN-VR-VALOR-DIA TO WS-BEN-VR-VALOR (WS-TOTAL-BEN)
           MOVE BEN-VR-OPERADORA TO WS-BEN-VR-OPER (WS-TOTAL-BEN)
           MOVE BEN-VR-PCT-DESCONTO TO WS-BEN-VR-PCT (WS-TOTAL-BEN).

       1100-CARREGA-DEPARTAMENTOS.
           MOVE ZERO TO WS-TOTAL-DEP
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
                       IF WS-TOTAL-DEP < 50
                           ADD 1 TO WS-TOTAL-DEP
                           MOVE DEP-CODIGO
                             TO WS-DEP-CODIGO (WS-TOTAL-DEP)
                           MOVE DEP-CENTRO
                             TO WS-DEP-CENTRO (WS-TOTAL-DEP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DEPARTAMENTOS.

      *===== SO INTERESSA O PERIODO QUE TOCA A COMPETENCIA.
       1200-CARREGA-FERIAS.
           MOVE ZERO TO WS-TOTAL-FER
           OPEN INPUT ARQ-FERIAS
           IF WS-STATUS-FERIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-FERIAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF FER-INICIO (1:6) NOT > WS-COMPETENCIA
                          AND FER-FIM (1:6) NOT < WS-COMPETENCIA
                          AND WS-TOTAL-FER < 300
                           ADD 1 TO WS-TOTAL-FER
                           MOVE FER-CODIGO
                             TO WS-FER-CODIGO (WS-TOTAL-FER)
                           MOVE FER-INICIO
                             TO WS-FER-INICIO (WS-TOTAL-FER)
                           MOVE FER-FIM TO WS-FER-FIM (WS-TOTAL-FER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FERIAS.

       1300-CARREGA-ATESTADOS.
           MOVE ZERO TO WS-TOTAL-ATS
           OPEN INPUT ARQ-ATESTADOS
           IF WS-STATUS-ATESTADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ATESTADOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF ATS-INICIO (1:6) NOT > WS-COMPETENCIA
                          AND ATS-FIM (1:6) NOT < WS-COMPETENCIA
                          AND WS-TOTAL-ATS < 300
                           ADD 1 TO WS-TOTAL-ATS
                           MOVE ATS-CODIGO
                             TO WS-ATS-CODIGO (WS-TOTAL-ATS)
                           MOVE ATS-INICIO
                             TO WS-ATS-INICIO (WS-TOTAL-ATS)
                           MOVE ATS-FIM TO WS-ATS-FIM (WS-TOTAL-ATS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-ATESTADOS.

       1400-CARREGA-PONTO.
           MOVE ZERO TO WS-TOTAL-PT
           OPEN INPUT ARQ-PONTO
           IF WS-STATUS-PONTO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PONTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RSP-MES = WS-COMPETENCIA
                          AND RSP-FALTAS IS NUMERIC
                          AND WS-TOTAL-PT < 300
                           ADD 1 TO WS-TOTAL-PT
                           MOVE RSP-CODIGO
                             TO WS-PT-CODIGO (WS-TOTAL-PT)
                           MOVE RSP-FALTAS
                             TO WS-PT-FALTAS (WS-TOTAL-PT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PONTO.

      *===== TAMANHO DO MES = DIAS CORRIDOS DO DIA 1 AO DIA 1 DO MES
      *===== SEGUINTE; CADA DIA E MARCADO UTIL OU NAO PELO CALENDARIO
      *===== (SABADO, DOMINGO E feriados.txt NAO SAO UTEIS).
       1500-DIAS-DO-MES.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1
           MOVE WS-PRIMEIRO-DIA TO WS-PROXIMO-MES
           IF WS-PROX-MES = 12
               ADD 1 TO WS-PROX-ANO
               MOVE 1 TO WS-PROX-MES
           ELSE
               ADD 1 TO WS-PROX-MES
           END-IF
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-PRIMEIRO-DIA TO CAL-DATA-1
           MOVE WS-PROXIMO-MES TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-NO-MES
           IF CAL-DIAS < 0
               COMPUTE WS-DIAS-NO-MES = 0 - CAL-DIAS
           END-IF
           MOVE ZERO TO WS-UTEIS-NO-MES
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > WS-DIAS-NO-MES
               COMPUTE WS-DIA-DATA (WS-SUB-DIA) =
                   WS-PRIMEIRO-DIA + WS-SUB-DIA - 1
               MOVE 'U' TO CAL-FUNCAO
               MOVE WS-DIA-DATA (WS-SUB-DIA) TO CAL-DATA-1
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-RESPOSTA TO WS-DIA-UTIL (WS-SUB-DIA)
               IF CAL-RESPOSTA = 'S'
                   ADD 1 TO WS-UTEIS-NO-MES
               END-IF
           END-PERFORM.

      *===== LINHAS DE OUTROS MESES DE vales_mes.txt E DE
      *===== beneficios_custo.txt, DEVOLVIDAS NA REGRAVACAO.
       1600-GUARDA-OUTROS-MESES.
           MOVE ZERO TO WS-TOTAL-VAL WS-TOTAL-CUS
           OPEN INPUT ARQ-VALES
           IF WS-STATUS-VALES = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-VALES
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF VAL-MES NOT = WS-COMPETENCIA
                              AND WS-TOTAL-VAL < 3000
                               ADD 1 TO WS-TOTAL-VAL
                               MOVE VALES-LINHA
                                 TO WS-VAL-LINHA (WS-TOTAL-VAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VALES
           END-IF
           OPEN INPUT ARQ-CUSTOS
           IF WS-STATUS-CUSTOS = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-CUSTOS
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF CUS-MES NOT = WS-COMPETENCIA
                              AND WS-TOTAL-CUS < 3000
                               ADD 1 TO WS-TOTAL-CUS
                               MOVE CUSTO-LINHA
                                 TO WS-CUS-LINHA (WS-TOTAL-CUS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CUSTOS
           END-IF.

       2000-VARRE-FUNCIONARIOS.
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               STOP RUN
           END-IF
           MOVE ZERO TO FUNC-CODIGO
           MOVE SPACES TO WS-STATUS-FUNCIONARIOS
           START ARQ-FUNCIONARIOS KEY IS >= FUNC-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FUNCIONARIOS
           END-START
           PERFORM UNTIL WS-STATUS-FUNCIONARIOS = "10"
               READ ARQ-FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FUNCIONARIOS
                   NOT AT END
                       IF NOT FUNCIONARIO-DESLIGADO
                           PERFORM 2100-CALCULA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FUNCIONARIOS.

       2100-CALCULA-FUNCIONARIO.
           MOVE ZERO TO WS-BEN-ACHADO
           PERFORM VARYING WS-SUB-BEN FROM 1 BY 1
                   UNTIL WS-SUB-BEN > WS-TOTAL-BEN
               IF WS-BEN-CODIGO (WS-SUB-BEN) = FUNC-CODIGO
                   MOVE WS-SUB-BEN TO WS-BEN-ACHADO
               END-IF
           END-PERFORM
           IF WS-BEN-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-BEN-VT-ADESAO (WS-BEN-ACHADO) NOT = 'S'
              AND WS-BEN-VR-ADESAO (WS-BEN-ACHADO) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-BENEFICIADOS
           PERFORM 2200-CONTA-DIAS
           MOVE ZERO TO WS-VT-VALOR WS-VT-DESCONTO
                        WS-VR-VALOR WS-VR-DESCONTO
           IF WS-DIAS-VALE = ZERO
               ADD 1 TO WS-TOTAL-SEM-DIAS
               EXIT PARAGRAPH
           END-IF
           IF WS-BEN-VT-ADESAO (WS-BEN-ACHADO) = 'S'
               COMPUTE WS-VT-VALOR =
                   WS-DIAS-VALE * WS-BEN-VT-TARIFA (WS-BEN-ACHADO)
               COMPUTE WS-VT-TETO ROUNDED = FUNC-SALARIO * WS-TETO-VT
               MOVE WS-VT-VALOR TO WS-VT-DESCONTO
               IF WS-VT-DESCONTO > WS-VT-TETO
                   MOVE WS-VT-TETO TO WS-VT-DESCONTO
               END-IF
           END-IF
           IF WS-BEN-VR-ADESAO (WS-BEN-ACHADO) = 'S'
               COMPUTE WS-VR-VALOR =
                   WS-DIAS-VALE * WS-BEN-VR-VALOR (WS-BEN-ACHADO)
               COMPUTE WS-VR-DESCONTO ROUNDED =
                   WS-VR-VALOR * WS-BEN-VR-PCT (WS-BEN-ACHADO) / 100
           END-IF
           PERFORM 2300-CENTRO-DO-FUNCIONARIO
           IF WS-VT-VALOR > ZERO
               MOVE "VT" TO WS-TIPO-VALE
               MOVE WS-BEN-VT-OPER (WS-BEN-ACHADO) TO WS-OPERADORA
               MOVE WS-VT-VALOR TO WS-VALOR
               COMPUTE WS-CUSTO = WS-VT-VALOR - WS-VT-DESCONTO
               PERFORM 2400-SOMA-PEDIDO
               PERFORM 2500-SOMA-CUSTO
               ADD WS-VT-VALOR TO WS-TOT-VT
           END-IF
           IF WS-VR-VALOR > ZERO
               MOVE "VR" TO WS-TIPO-VALE
               MOVE WS-BEN-VR-OPER (WS-BEN-ACHADO) TO WS-OPERADORA
               MOVE WS-VR-VALOR TO WS-VALOR
               COMPUTE WS-CUSTO = WS-VR-VALOR - WS-VR-DESCONTO
               PERFORM 2400-SOMA-PEDIDO
               PERFORM 2500-SOMA-CUSTO
               ADD WS-VR-VALOR TO WS-TOT-VR
           END-IF
           ADD WS-VT-DESCONTO TO WS-TOT-DESCONTOS
           ADD WS-VR-DESCONTO TO WS-TOT-DESCONTOS
           IF WS-TOTAL-VAL < 3000
               ADD 1 TO WS-TOTAL-VAL
               MOVE SPACES TO VALES-LINHA
               MOVE WS-COMPETENCIA TO VAL-MES
               MOVE FUNC-CODIGO TO VAL-FUNCIONARIO
               MOVE WS-DIAS-VALE TO VAL-DIAS
               MOVE WS-VT-VALOR TO VAL-VT-VALOR
               MOVE WS-VT-DESCONTO TO VAL-VT-DESCONTO
               MOVE WS-VR-VALOR TO VAL-VR-VALOR
               MOVE WS-VR-DESCONTO TO VAL-VR-DESCONTO
               MOVE VALES-LINHA TO WS-VAL-LINHA (WS-TOTAL-VAL)
           END-IF.

      *===== DIAS UTEIS DO MES FORA DE FERIAS E DE ATESTADO, MENOS AS
      *===== FALTAS DO PONTO QUE O ATESTADO NAO COBRE.
       2200-CONTA-DIAS.
           MOVE ZERO TO WS-DIAS-FORA WS-DIAS-ATESTADO WS-FALTAS
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > WS-DIAS-NO-MES
               IF WS-DIA-UTIL (WS-SUB-DIA) = 'S'
                   PERFORM 2210-CONFERE-DIA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-PT FROM 1 BY 1
                   UNTIL WS-SUB-PT > WS-TOTAL-PT
               IF WS-PT-CODIGO (WS-SUB-PT) = FUNC-CODIGO
                   ADD WS-PT-FALTAS (WS-SUB-PT) TO WS-FALTAS
               END-IF
           END-PERFORM
           IF WS-FALTAS > WS-DIAS-ATESTADO
               SUBTRACT WS-DIAS-ATESTADO FROM WS-FALTAS
           ELSE
               MOVE ZERO TO WS-FALTAS
           END-IF
           COMPUTE WS-DIAS-VALE =
               WS-UTEIS-NO-MES - WS-DIAS-FORA - WS-FALTAS
           IF WS-DIAS-VALE < ZERO
               MOVE ZERO TO WS-DIAS-VALE
           END-IF.

       2210-CONFERE-DIA.
           MOVE 'N' TO WS-FORA-DO-DIA WS-ATESTADO-DO-DIA
           PERFORM VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER > WS-TOTAL-FER
               IF WS-FER-CODIGO (WS-SUB-FER) = FUNC-CODIGO
                  AND WS-DIA-DATA (WS-SUB-DIA)
                      NOT < WS-FER-INICIO (WS-SUB-FER)
                  AND WS-DIA-DATA (WS-SUB-DIA)
                      NOT > WS-FER-FIM (WS-SUB-FER)
                   MOVE 'S' TO WS-FORA-DO-DIA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-ATS FROM 1 BY 1
                   UNTIL WS-SUB-ATS > WS-TOTAL-ATS
               IF WS-ATS-CODIGO (WS-SUB-ATS) = FUNC-CODIGO
                  AND WS-DIA-DATA (WS-SUB-DIA)
                      NOT < WS-ATS-INICIO (WS-SUB-ATS)
                  AND WS-DIA-DATA (WS-SUB-DIA)
                      NOT > WS-ATS-FIM (WS-SUB-ATS)
                   MOVE 'S' TO WS-ATESTADO-DO-DIA
               END-IF
           END-PERFORM
           IF WS-ATESTADO-DO-DIA = 'S' AND WS-FORA-DO-DIA = 'N'
               MOVE 'S' TO WS-FORA-DO-DIA
               ADD 1 TO WS-DIAS-ATESTADO
           END-IF
           IF WS-FORA-DO-DIA = 'S'
               ADD 1 TO WS-DIAS-FORA
           END-IF.

       2300-CENTRO-DO-FUNCIONARIO.
           MOVE "FOL" TO WS-CENTRO-FUNC
           PERFORM VARYING WS-SUB-DEP FROM 1 BY 1
                   UNTIL WS-SUB-DEP > WS-TOTAL-DEP
               IF WS-DEP-CODIGO (WS-SUB-DEP) = FUNC-DEPARTAMENTO
                   MOVE WS-DEP-CENTRO (WS-SUB-DEP) TO WS-CENTRO-FUNC
               END-IF
           END-PERFORM.

       2400-SOMA-PEDIDO.
           IF WS-OPERADORA = SPACES
               MOVE "(SEM OPERADORA)" TO WS-OPERADORA
           END-IF
           MOVE ZERO TO WS-OPE-ACHADO
           PERFORM VARYING WS-SUB-OPE FROM 1 BY 1
                   UNTIL WS-SUB-OPE > WS-TOTAL-OPE
               IF WS-OPE-TIPO (WS-SUB-OPE) = WS-TIPO-VALE
                  AND WS-OPE-NOME (WS-SUB-OPE) = WS-OPERADORA
                   MOVE WS-SUB-OPE TO WS-OPE-ACHADO
               END-IF
           END-PERFORM
           IF WS-OPE-ACHADO = ZERO
               IF WS-TOTAL-OPE >= 30
                   DISPLAY "MAIS DE 30 OPERADORAS - " WS-OPERADORA
                           " FORA DO PEDIDO"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-OPE
               MOVE WS-TOTAL-OPE TO WS-OPE-ACHADO
               MOVE WS-TIPO-VALE TO WS-OPE-TIPO (WS-OPE-ACHADO)
               MOVE WS-OPERADORA TO WS-OPE-NOME (WS-OPE-ACHADO)
               MOVE ZERO TO WS-OPE-PESSOAS (WS-OPE-ACHADO)
                            WS-OPE-DIAS (WS-OPE-ACHADO)
                            WS-OPE-VALOR (WS-OPE-ACHADO)
           END-IF
           ADD 1 TO WS-OPE-PESSOAS (WS-OPE-ACHADO)
           ADD WS-DIAS-VALE TO WS-OPE-DIAS (WS-OPE-ACHADO)
           ADD WS-VALOR TO WS-OPE-VALOR (WS-OPE-ACHADO).

       2500-SOMA-CUSTO.
           ADD WS-CUSTO TO WS-TOT-CUSTO
           MOVE ZERO TO WS-CUS-ACHADO
           PERFORM VARYING WS-SUB-CUS FROM 1 BY 1
                   UNTIL WS-SUB-CUS > WS-TOTAL-CUS-MES
               IF WS-CMS-TIPO (WS-SUB-CUS) = WS-TIPO-VALE
                  AND WS-CMS-CENTRO (WS-SUB-CUS) = WS-CENTRO-FUNC
                   MOVE WS-SUB-CUS TO WS-CUS-ACHADO
               END-IF
           END-PERFORM
           IF WS-CUS-ACHADO = ZERO
               IF WS-TOTAL-CUS-MES >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-CUS-MES
               MOVE WS-TOTAL-CUS-MES TO WS-CUS-ACHADO
               MOVE WS-TIPO-VALE TO WS-CMS-TIPO (WS-CUS-ACHADO)
               MOVE WS-CENTRO-FUNC TO WS-CMS-CENTRO (WS-CUS-ACHADO)
               MOVE ZERO TO WS-CMS-VALOR (WS-CUS-ACHADO)
           END-IF
           ADD WS-CUSTO TO WS-CMS-VALOR (WS-CUS-ACHADO).

      *===== REGRAVA vales_mes.txt: OUTROS MESES PRIMEIRO, DEPOIS A
      *===== COMPETENCIA APURADA AGORA.
       3000-GRAVA-VALES.
           OPEN OUTPUT ARQ-VALES
           PERFORM VARYING WS-SUB-VAL FROM 1 BY 1
                   UNTIL WS-SUB-VAL > WS-TOTAL-VAL
               MOVE WS-VAL-LINHA (WS-SUB-VAL) TO VALES-LINHA
               WRITE VALES-LINHA
           END-PERFORM
           CLOSE ARQ-VALES.

       3100-GRAVA-PEDIDO.
           OPEN OUTPUT ARQ-PEDIDO
           MOVE SPACES TO PEDIDO-LINHA
           STRING "PEDIDO DE VALES - COMPETENCIA " WS-COMP-MES "/"
                  WS-COMP-ANO " - " WS-UTEIS-NO-MES " DIAS UTEIS"
                  DELIMITED BY SIZE INTO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           MOVE SPACES TO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           MOVE "VALE OPERADORA          QTDE   DIAS        VALOR"
             TO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           PERFORM VARYING WS-SUB-OPE FROM 1 BY 1
                   UNTIL WS-SUB-OPE > WS-TOTAL-OPE
               MOVE WS-OPE-VALOR (WS-SUB-OPE) TO WS-TOTAL-ED
               MOVE SPACES TO PEDIDO-LINHA
               STRING WS-OPE-TIPO (WS-SUB-OPE) "   "
                      WS-OPE-NOME (WS-SUB-OPE) "    "
                      WS-OPE-PESSOAS (WS-SUB-OPE) " "
                      WS-OPE-DIAS (WS-SUB-OPE) " " WS-TOTAL-ED
                      DELIMITED BY SIZE INTO PEDIDO-LINHA
               WRITE PEDIDO-LINHA
           END-PERFORM
           MOVE SPACES TO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           MOVE WS-TOT-VT TO WS-TOTAL-ED
           MOVE SPACES TO PEDIDO-LINHA
           STRING "TOTAL VALE-TRANSPORTE....: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           MOVE WS-TOT-VR TO WS-TOTAL-ED
           MOVE SPACES TO PEDIDO-LINHA
           STRING "TOTAL VALE-REFEICAO......: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           MOVE WS-TOT-DESCONTOS TO WS-TOTAL-ED
           MOVE SPACES TO PEDIDO-LINHA
           STRING "DESCONTO DOS FUNCIONARIOS: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           MOVE WS-TOT-CUSTO TO WS-TOTAL-ED
           MOVE SPACES TO PEDIDO-LINHA
           STRING "CUSTO DA EMPRESA.........: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO PEDIDO-LINHA
           WRITE PEDIDO-LINHA
           CLOSE ARQ-PEDIDO.

       3200-GRAVA-CUSTOS.
           OPEN OUTPUT ARQ-CUSTOS
           PERFORM VARYING WS-SUB-CUS FROM 1 BY 1
                   UNTIL WS-SUB-CUS > WS-TOTAL-CUS
               MOVE WS-CUS-LINHA (WS-SUB-CUS) TO CUSTO-LINHA
               WRITE CUSTO-LINHA
           END-PERFORM
           PERFORM VARYING WS-SUB-CUS FROM 1 BY 1
                   UNTIL WS-SUB-CUS > WS-TOTAL-CUS-MES
               IF WS-CMS-VALOR (WS-SUB-CUS) > ZERO
                   MOVE SPACES TO CUSTO-LINHA
                   MOVE WS-COMPETENCIA TO CUS-MES
                   MOVE WS-CMS-TIPO (WS-SUB-CUS) TO CUS-TIPO
                   MOVE WS-CMS-CENTRO (WS-SUB-CUS) TO CUS-CENTRO
                   MOVE WS-CMS-VALOR (WS-SUB-CUS) TO CUS-VALOR
                   WRITE CUSTO-LINHA
               END-IF
           END-PERFORM
           CLOSE ARQ-CUSTOS.

       END PROGRAM VALESMES.
