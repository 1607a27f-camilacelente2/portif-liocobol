      *=======          A ORIGEM ("FOL"); O DECIMOTERCEIRO GRAVA
      *=======          "13O" NA MESMA COLUNA E O RAZAOAUTO POSTA
      *=======          CADA ORIGEM COM A SUA CHAVE, SEM COLISAO.
      *=======     MOD: 15/10/2026 - CE - AULAS DADAS PELOS PROFESSORES
      *=======          NO MES DA FOLHA (aulas_dadas.txt, PROGRAMA
      *=======          AULASFOLHA) SAO PAGAS EM LINHA PROPRIA E SOMAM
      *=======          AO BRUTO ANTES DE INSS E IRRF.
      *=======     MOD: 15/10/2026 - CE - A PARTE DO FUNCIONARIO NO
      *=======          VALE-TRANSPORTE E NO VALE-REFEICAO DO MES
      *=======          (vales_mes.txt, PROGRAMA VALESMES) E DESCONTADA
      *=======          DEPOIS DO IRRF E ANTES DO ADIANTAMENTO, EM
      *=======          LINHAS PROPRIAS.
      *=======     MOD: 15/10/2026 - CE - DEPENDENTES (dependentes.txt,
      *=======          PROGRAMA DEPENDENTES): A BASE DO IRRF E ABATIDA
      *=======          PELO VALOR POR DEPENDENTE DE
      *=======          tabela_dependentes.txt E O SALARIO-FAMILIA E
      *=======          PAGO POR FILHO ABAIXO DA IDADE LIMITE QUANDO O
      *=======          BRUTO NAO PASSA DO TETO; A COTA VAI TAMBEM EM
      *=======          impostos_folha.txt PARA O GUIASFOLHA ABATER DO
      *=======          INSS PATRONAL.
      *=======     MOD: 15/10/2026 - CE - AS LINHAS DE RESCISAO (ORIGEM
      *=======          "RES", PROGRAMA RESCISAO) EM liquidos_folha.txt
      *=======          SAO PRESERVADAS NA RERODADA DA FOLHA, COMO AS DO
      *=======          13O.
      *=======     MOD: 15/10/2026 - CE - O RESUMO DE PONTO GANHOU A
      *=======          COLUNA DE HORAS A MENOS. DEPARTAMENTO COM ACORDO
      *=======          DE BANCO DE HORAS (banco_horas_acordos.txt) NAO
      *=======          RECEBE AS EXTRAS A 50 E 100 NA FOLHA; AS HORAS
      *=======          DO BANCO VENCIDAS NA COMPETENCIA
      *=======          (banco_horas.txt, TIPO P) SAO PAGAS COMO EXTRA A
      *=======          50.
      *=======     MOD: 15/10/2026 - CE - A FOLHA PAGA AS DIFERENCAS
      *=======          RETROATIVAS DA COMPETENCIA (retroativos.txt,
      *=======          PROGRAMA RETROATIVO) EM LINHA PROPRIA, COM O
      *=======          INSS E O IRRF JA RECALCULADOS NOS MESES DE
      *=======          ORIGEM; impostos_folha.txt GANHOU O SALARIO, AS
      *=======          EXTRAS E AS FALTAS DO MES, BASE DO RECALCULO.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPOSTOS.

           SELECT ARQ-AULAS ASSIGN TO "aulas_dadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AULAS.

           SELECT ARQ-VALES ASSIGN TO "vales_mes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VALES.

           SELECT ARQ-TAB-DEPENDENTES
               ASSIGN TO "tabela_dependentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAB-DEPENDENTES.

           SELECT ARQ-DEPENDENTES ASSIGN TO "dependentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-ACORDOS ASSIGN TO "banco_horas_acordos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACORDOS.

           SELECT ARQ-BANCO-HORAS ASSIGN TO "banco_horas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BANCO-HORAS.

           SELECT ARQ-RETROATIVOS ASSIGN TO "retroativos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETROATIVOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           05 RSP-NOTURNO      PIC X(05).
           05 FILLER           PIC X.
           05 RSP-FIM-SEMANA   PIC X(05).
           05 FILLER           PIC X.
           05 RSP-HORAS-A-MENOS PIC 9(03)V99.

       FD  ARQ-FERIAS.
       01  FERIAS-LINHA.
           05 IMP-INSS         PIC 9(07)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 IMP-IRRF         PIC 9(07)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 IMP-SALFAM       PIC 9(07)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 IMP-SALARIO      PIC 9(07)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 IMP-EXTRAS       PIC 9(07)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 IMP-FALTAS       PIC 9(07)V99.

       FD  ARQ-AULAS.
           COPY "#aulasdat".

       FD  ARQ-VALES.
           COPY "#valesdat".

      *===== LINHA UNICA: DEDUCAO DO IRRF POR DEPENDENTE, COTA DO
      *===== SALARIO-FAMILIA POR FILHO, TETO DE REMUNERACAO PARA A
      *===== COTA E IDADE LIMITE DO FILHO (A COTA PARA NO MES EM QUE
      *===== ELE A COMPLETA).
       FD  ARQ-TAB-DEPENDENTES.
       01  TAB-DEPENDENTES-LINHA.
           05 TDP-DEDUCAO      PIC 9(05)V99.
           05 FILLER           PIC X.
           05 TDP-SF-COTA      PIC 9(05)V99.
           05 FILLER           PIC X.
           05 TDP-SF-TETO      PIC 9(07)V99.
           05 FILLER           PIC X.
           05 TDP-SF-IDADE     PIC 9(02).

       FD  ARQ-DEPENDENTES.
           COPY "#dependat".

       FD  ARQ-ACORDOS.
           COPY "#acordohorasdat".

       FD  ARQ-BANCO-HORAS.
           COPY "#bancohorasdat".

       FD  ARQ-RETROATIVOS.
           COPY "#retroativodat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-IMPOSTOS    PIC XX VALUE SPACES.
       01 WS-ADT-ESTOURO        PIC 9(3) VALUE ZERO.
       01 WS-SUB-13O            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-13O          PIC 9(3) VALUE ZERO.
      *===== LINHAS "13O" E "RES" JA PRESENTES EM liquidos_folha.txt
      *===== (ATE 200), PRESERVADAS NA REGRAVACAO DA FOLHA.
       01  WS-TABELA-13O.
           05 WS-LINHA-13O      PIC X(18) OCCURS 200 TIMES.
       01 WS-PT-NOT-X           PIC X(5) VALUE SPACES.
       01 WS-TOTAL-ATS          PIC 9(3) VALUE ZERO.
       01 WS-FALTAS-JUSTIF      PIC 9(2) VALUE ZERO.
       01 WS-FALTAS-EFETIVAS    PIC 9(2) VALUE ZERO.
       77 WS-STATUS-AULAS       PIC XX VALUE SPACES.
       01 WS-SUB-AUL            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-AUL          PIC 9(3) VALUE ZERO.
       01 WS-QTDE-AULAS         PIC 9(4) VALUE ZERO.
       01 WS-VALOR-AULAS        PIC 9(7)V99 VALUE ZERO.
       77 WS-STATUS-VALES       PIC XX VALUE SPACES.
       01 WS-SUB-VAL            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-VAL          PIC 9(3) VALUE ZERO.
       01 WS-DESCONTO-VT        PIC 9(7)V99 VALUE ZERO.
       01 WS-DESCONTO-VR        PIC 9(7)V99 VALUE ZERO.
       01 WS-TETO-VT            PIC 9(7)V99 VALUE ZERO.
       01 WS-TOT-VALES          PIC 9(9)V99 VALUE ZERO.
       01 WS-VALES-ED           PIC Z(06)9,99.
       77 WS-STATUS-TAB-DEPENDENTES PIC XX VALUE SPACES.
       77 WS-STATUS-DEPENDENTES PIC XX VALUE SPACES.
       01 WS-DEDUCAO-DEPENDENTE PIC 9(5)V99 VALUE ZERO.
       01 WS-SF-COTA            PIC 9(5)V99 VALUE ZERO.
       01 WS-SF-TETO            PIC 9(7)V99 VALUE ZERO.
       01 WS-SF-IDADE           PIC 9(2) VALUE ZERO.
       01 WS-SUB-DPD            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-DPD          PIC 9(3) VALUE ZERO.
       01 WS-QTDE-DEP-IR        PIC 9(2) VALUE ZERO.
       01 WS-QTDE-COTAS         PIC 9(2) VALUE ZERO.
       01 WS-DEDUCAO-IRRF       PIC 9(7)V99 VALUE ZERO.
       01 WS-SALARIO-FAMILIA    PIC 9(7)V99 VALUE ZERO.
       01 WS-TOT-SALFAM         PIC 9(9)V99 VALUE ZERO.
       01 WS-IDADE              PIC 9(3) VALUE ZERO.
       01 WS-DATA-REF           PIC 9(8) VALUE ZERO.
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
           05 WS-REF-ANO        PIC 9(4).
           05 WS-REF-MMDD       PIC 9(4).
       01 WS-NASC-REF           PIC 9(8) VALUE ZERO.
       01 WS-NASC-REF-R REDEFINES WS-NASC-REF.
           05 WS-NASC-ANO       PIC 9(4).
           05 WS-NASC-MMDD      PIC 9(4).
       01 WS-DEDUCAO-ED         PIC Z(06)9,99.
       77 WS-STATUS-ACORDOS     PIC XX VALUE SPACES.
       77 WS-STATUS-BANCO-HORAS PIC XX VALUE SPACES.
       01 WS-SUB-ACD            PIC 99 VALUE ZERO.
       01 WS-TOTAL-ACD          PIC 99 VALUE ZERO.
       01 WS-DEPTO-COM-BANCO    PIC X VALUE 'N'.
       01 WS-SUB-BHR            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-BHR          PIC 9(3) VALUE ZERO.
       01 WS-HORAS-BANCO        PIC 9(4)V99 VALUE ZERO.
       01 WS-VALOR-BANCO        PIC 9(7)V99 VALUE ZERO.
       01 WS-HORAS-BANCO-ED     PIC ZZZ9,99.
       77 WS-STATUS-RETROATIVOS PIC XX VALUE SPACES.
       01 WS-SUB-RET            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-RET          PIC 9(3) VALUE ZERO.
       01 WS-RET-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-RET-ESTOURO        PIC 9(3) VALUE ZERO.
       01 WS-RETRO-BRUTO        PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-INSS         PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-IRRF         PIC 9(7)V99 VALUE ZERO.
       01 WS-RETRO-MESES        PIC 9(2) VALUE ZERO.

      *===== DIFERENCAS RETROATIVAS A PAGAR NA COMPETENCIA DA FOLHA
      *===== (ATE 200 FUNCIONARIOS), SOMADAS DE retroativos.txt
      *===== (RETROATIVO). INSS E IRRF JA VEM RECALCULADOS MES A MES.
       01  WS-TABELA-RET.
           05 WS-RET-ITEM OCCURS 200 TIMES.
               10 WS-RET-CODIGO PIC 9(4).
               10 WS-RET-BRUTO  PIC 9(7)V99.
               10 WS-RET-INSS   PIC 9(7)V99.
               10 WS-RET-IRRF   PIC 9(7)V99.
               10 WS-RET-MESES  PIC 9(2).

      *===== DEPARTAMENTOS COM ACORDO DE BANCO DE HORAS (ATE 30): AS
      *===== EXTRAS A 50 E 100 PORCENTO NAO SAO PAGAS NA FOLHA, VAO
      *===== PARA O BANCO (BANCOHORAS).
       01  WS-TABELA-ACD.
           05 WS-ACD-DEPARTAMENTO PIC X(10) OCCURS 30 TIMES.

      *===== HORAS DO BANCO VENCIDAS NA COMPETENCIA DA FOLHA (ATE
      *===== 200), PAGAS COMO EXTRA A 50 PORCENTO.
       01  WS-TABELA-BHR.
           05 WS-BHR-ITEM OCCURS 200 TIMES.
               10 WS-BHR-CODIGO PIC 9(4).
               10 WS-BHR-HORAS  PIC 9(4)V99.

      *===== DEPENDENTES QUE ABATEM O IRRF OU DAO SALARIO-FAMILIA
      *===== (ATE 500), DO CADASTRO DE DEPENDENTES.
       01  WS-TABELA-DPD.
           05 WS-DPD-ITEM OCCURS 500 TIMES.
               10 WS-DPD-CODIGO     PIC 9(4).
               10 WS-DPD-NASCIMENTO PIC 9(8).
               10 WS-DPD-IR         PIC X.
               10 WS-DPD-SALFAM     PIC X.

      *===== DESCONTOS DE VALE-TRANSPORTE E VALE-REFEICAO DO MES DA
      *===== FOLHA (ATE 300), DA APURACAO DOS VALES (VALESMES).
       01  WS-TABELA-VALES.
           05 WS-VAL-ITEM OCCURS 300 TIMES.
               10 WS-VAL-CODIGO PIC 9(4).
               10 WS-VAL-VT     PIC 9(7)V99.
               10 WS-VAL-VR     PIC 9(7)V99.

      *===== AULAS DADAS NO MES DA FOLHA (ATE 200 LINHAS), DA
      *===== APURACAO DAS AULAS (AULASFOLHA).
       01  WS-TABELA-AULAS.
           05 WS-AUL-ITEM OCCURS 200 TIMES.
               10 WS-AUL-CODIGO PIC 9(4).
               10 WS-AUL-QTDE   PIC 9(4).
               10 WS-AUL-VALOR  PIC 9(7)V99.

      *===== ATESTADOS COM INICIO NO MES DA FOLHA (ATE 100).
       01  WS-TABELA-ATS.
           PERFORM 1400-CARREGA-FERIAS
           PERFORM 1500-CARREGA-ADIANTAMENTOS
           PERFORM 1600-CARREGA-ATESTADOS
           PERFORM 1700-CARREGA-AULAS
           PERFORM 1800-CARREGA-VALES
           PERFORM 1850-CARREGA-TAB-DEPENDENTES
           PERFORM 1900-CARREGA-DEPENDENTES
           PERFORM 1950-CARREGA-BANCO-HORAS
           PERFORM 1960-CARREGA-RETROATIVOS
           PERFORM 2000-VARRE-FUNCIONARIOS
           PERFORM 3000-TOTAIS
           PERFORM 4000-FECHAR-ARQUIVOS
                                     WS-DATA-FORMATADA.

      *===== A RERODADA DA FOLHA REGRAVA liquidos_folha.txt DO ZERO;
      *===== AS LINHAS "13O" QUE O DECIMOTERCEIRO ANEXOU E AS "RES"
      *===== DA RESCISAO SAO GUARDADAS ANTES E DEVOLVIDAS DEPOIS DA
      *===== ABERTURA.
       1050-PRESERVA-13O.
           OPEN INPUT ARQ-LIQUIDOS.
           IF WS-STATUS-LIQUIDOS NOT = "00"
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF (LIQ-ORIGEM = "13O" OR LIQ-ORIGEM = "RES")
                          AND WS-TOTAL-13O < 200
                           ADD 1 TO WS-TOTAL-13O
                           MOVE LIQUIDO-LINHA
               MOVE WS-LINHA-13O (WS-SUB-13O) TO LIQUIDO-LINHA
               WRITE LIQUIDO-LINHA
           END-PERFORM
           DISPLAY "LINHAS 13O/RES PRESERVADAS NOS LIQUIDOS: "
                   WS-TOTAL-13O.

       1100-CARREGA-INSS.
           END-PERFORM.
           CLOSE ARQ-ATESTADOS.

       1700-CARREGA-AULAS.
           OPEN INPUT ARQ-AULAS.
           IF WS-STATUS-AULAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-AULAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF AUL-MES = WS-DATA-FOLHA (1:6)
                          AND WS-TOTAL-AUL < 200
                           ADD 1 TO WS-TOTAL-AUL
                           MOVE AUL-FUNCIONARIO
                             TO WS-AUL-CODIGO (WS-TOTAL-AUL)
                           MOVE AUL-QTDE
                             TO WS-AUL-QTDE (WS-TOTAL-AUL)
                           MOVE AUL-VALOR
                             TO WS-AUL-VALOR (WS-TOTAL-AUL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AULAS.

       1800-CARREGA-VALES.
           OPEN INPUT ARQ-VALES.
           IF WS-STATUS-VALES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-VALES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF VAL-MES = WS-DATA-FOLHA (1:6)
                          AND WS-TOTAL-VAL < 300
                           ADD 1 TO WS-TOTAL-VAL
                           MOVE VAL-FUNCIONARIO
                             TO WS-VAL-CODIGO (WS-TOTAL-VAL)
                           MOVE VAL-VT-DESCONTO
                             TO WS-VAL-VT (WS-TOTAL-VAL)
                           MOVE VAL-VR-DESCONTO
                             TO WS-VAL-VR (WS-TOTAL-VAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VALES.

      *===== SEM A TABELA NAO HA DEDUCAO POR DEPENDENTE NEM
      *===== SALARIO-FAMILIA (TETO ZERO).
       1850-CARREGA-TAB-DEPENDENTES.
           OPEN INPUT ARQ-TAB-DEPENDENTES.
           IF WS-STATUS-TAB-DEPENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-TAB-DEPENDENTES
               AT END
                   MOVE SPACES TO TAB-DEPENDENTES-LINHA
           END-READ.
           IF TDP-DEDUCAO IS NUMERIC
               MOVE TDP-DEDUCAO TO WS-DEDUCAO-DEPENDENTE
           END-IF.
           IF TDP-SF-COTA IS NUMERIC AND TDP-SF-TETO IS NUMERIC
              AND TDP-SF-IDADE IS NUMERIC
               MOVE TDP-SF-COTA TO WS-SF-COTA
               MOVE TDP-SF-TETO TO WS-SF-TETO
               MOVE TDP-SF-IDADE TO WS-SF-IDADE
           END-IF.
           CLOSE ARQ-TAB-DEPENDENTES.

       1900-CARREGA-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEPENDENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF (DPD-DEDUZ-IR OR DPD-TEM-SALFAM)
                          AND DPD-NASCIMENTO IS NUMERIC
                          AND WS-TOTAL-DPD < 500
                           ADD 1 TO WS-TOTAL-DPD
                           MOVE DPD-FUNCIONARIO
                             TO WS-DPD-CODIGO (WS-TOTAL-DPD)
                           MOVE DPD-NASCIMENTO
                             TO WS-DPD-NASCIMENTO (WS-TOTAL-DPD)
                           MOVE DPD-IR TO WS-DPD-IR (WS-TOTAL-DPD)
                           MOVE DPD-SALFAM
                             TO WS-DPD-SALFAM (WS-TOTAL-DPD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPENDENTES.

      *===== SEM OS ARQUIVOS DO BANCO DE HORAS TODAS AS EXTRAS SAO
      *===== PAGAS NA FOLHA, COMO ANTES DO ACORDO.
       1950-CARREGA-BANCO-HORAS.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-STATUS-ACORDOS = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-ACORDOS
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF ACD-USA-BANCO AND WS-TOTAL-ACD < 30
                               ADD 1 TO WS-TOTAL-ACD
                               MOVE ACD-DEPARTAMENTO
                                 TO WS-ACD-DEPARTAMENTO (WS-TOTAL-ACD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ACORDOS
           END-IF.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WS-STATUS-BANCO-HORAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-BANCO-HORAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF BHR-PAGO-FOLHA
                          AND BHR-MES = WS-DATA-FOLHA (1:6)
                          AND WS-TOTAL-BHR < 200
                           ADD 1 TO WS-TOTAL-BHR
                           MOVE BHR-CODIGO
                             TO WS-BHR-CODIGO (WS-TOTAL-BHR)
                           MOVE BHR-HORAS
                             TO WS-BHR-HORAS (WS-TOTAL-BHR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BANCO-HORAS.

      *===== RETROATIVOS APURADOS PARA A COMPETENCIA DA FOLHA, UM
      *===== ITEM POR FUNCIONARIO COM A SOMA DOS MESES.
       1960-CARREGA-RETROATIVOS.
           OPEN INPUT ARQ-RETROATIVOS.
           IF WS-STATUS-RETROATIVOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RETROATIVOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RET-MES-PAGTO = WS-DATA-FOLHA (1:6)
                           PERFORM 1965-SOMA-RETROATIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RETROATIVOS.
           IF WS-RET-ESTOURO > ZERO
               DISPLAY "AVISO: " WS-RET-ESTOURO " LINHA(S) DE "
                       "RETROATIVO ALEM DA TABELA (200) - NAO PAGAS"
           END-IF.

       1965-SOMA-RETROATIVO.
           MOVE ZERO TO WS-RET-ACHADO
           PERFORM VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-TOTAL-RET
               IF WS-RET-CODIGO (WS-SUB-RET) = RET-CODIGO
                   MOVE WS-SUB-RET TO WS-RET-ACHADO
               END-IF
           END-PERFORM
           IF WS-RET-ACHADO = ZERO
               IF WS-TOTAL-RET >= 200
                   ADD 1 TO WS-RET-ESTOURO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-RET
               MOVE WS-TOTAL-RET TO WS-RET-ACHADO
               MOVE RET-CODIGO TO WS-RET-CODIGO (WS-RET-ACHADO)
               MOVE ZERO TO WS-RET-BRUTO (WS-RET-ACHADO)
               MOVE ZERO TO WS-RET-INSS (WS-RET-ACHADO)
               MOVE ZERO TO WS-RET-IRRF (WS-RET-ACHADO)
               MOVE ZERO TO WS-RET-MESES (WS-RET-ACHADO)
           END-IF
           ADD RET-DIF-BRUTO TO WS-RET-BRUTO (WS-RET-ACHADO)
           ADD RET-DIF-INSS TO WS-RET-INSS (WS-RET-ACHADO)
           ADD RET-DIF-IRRF TO WS-RET-IRRF (WS-RET-ACHADO)
           ADD 1 TO WS-RET-MESES (WS-RET-ACHADO).

       2000-VARRE-FUNCIONARIOS.
           MOVE ZERO TO FUNC-CODIGO
           MOVE SPACES TO WS-STATUS-FUNCIONARIOS
           MOVE FUNC-SALARIO TO WS-BRUTO
           PERFORM 2140-APLICA-FERIAS
           PERFORM 2150-APLICA-PONTO
           PERFORM 2155-APLICA-BANCO-HORAS
           PERFORM 2160-APLICA-AULAS
           PERFORM 2200-CALCULA-INSS
           COMPUTE WS-BASE-IRRF = WS-BRUTO - WS-INSS
           PERFORM 2250-APLICA-DEPENDENTES
           PERFORM 2300-CALCULA-IRRF
           PERFORM 2320-APLICA-RETROATIVO
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF
                              + WS-SALARIO-FAMILIA
           PERFORM 2350-DESCONTA-VALES
           PERFORM 2400-DESCONTA-ADIANTAMENTO
           ADD WS-BRUTO   TO WS-TOT-BRUTO
           ADD WS-INSS    TO WS-TOT-INSS
           MOVE ZERO TO WS-FALTAS-JUSTIF
           MOVE ZERO TO WS-FALTAS-EFETIVAS
           MOVE ZERO TO WS-PONTO-ACHADO
           MOVE 'N' TO WS-DEPTO-COM-BANCO
           PERFORM VARYING WS-SUB-PONTO FROM 1 BY 1
                   UNTIL WS-SUB-PONTO > WS-TOTAL-PONTO
               IF WS-PT-CODIGO (WS-SUB-PONTO) = FUNC-CODIGO
                * WS-VALOR-HORA * 1,5)
               + (WS-PT-EXTRA100 (WS-PONTO-ACHADO)
                  * WS-VALOR-HORA * 2)
      *===== DEPARTAMENTO COM BANCO DE HORAS: AS EXTRAS A 50 E 100
      *===== FICAM NO BANCO E NAO ENTRAM NO BRUTO DO MES.
           PERFORM VARYING WS-SUB-ACD FROM 1 BY 1
                   UNTIL WS-SUB-ACD > WS-TOTAL-ACD
               IF WS-ACD-DEPARTAMENTO (WS-SUB-ACD) = FUNC-DEPARTAMENTO
                   MOVE 'S' TO WS-DEPTO-COM-BANCO
               END-IF
           END-PERFORM
           IF WS-DEPTO-COM-BANCO = 'S'
               MOVE ZERO TO WS-VALOR-EXTRAS
           END-IF
      *===== ADICIONAL NOTURNO = 20 PORCENTO SOBRE A HORA NORMAL
      *===== (A HORA EM SI JA ESTA NA JORNADA); FIM DE SEMANA E
      *===== FERIADO PAGAM A HORA EM DOBRO.
           COMPUTE WS-BRUTO =
               WS-BRUTO + WS-VALOR-EXTRAS - WS-VALOR-FALTAS.

      *===== HORAS DO BANCO QUE VENCERAM O PRAZO DO ACORDO SEM
      *===== COMPENSACAO SAO PAGAS COMO EXTRA A 50 PORCENTO.
       2155-APLICA-BANCO-HORAS.
           MOVE ZERO TO WS-HORAS-BANCO
           MOVE ZERO TO WS-VALOR-BANCO
           PERFORM VARYING WS-SUB-BHR FROM 1 BY 1
                   UNTIL WS-SUB-BHR > WS-TOTAL-BHR
               IF WS-BHR-CODIGO (WS-SUB-BHR) = FUNC-CODIGO
                   ADD WS-BHR-HORAS (WS-SUB-BHR) TO WS-HORAS-BANCO
               END-IF
           END-PERFORM
           IF WS-HORAS-BANCO = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-BANCO ROUNDED =
               WS-HORAS-BANCO * (FUNC-SALARIO / 220) * 1,5
           ADD WS-VALOR-BANCO TO WS-BRUTO.

      *===== AULAS DADAS NO MES SOMAM AO BRUTO COMO PROVENTO
      *===== PROPRIO, ANTES DO INSS E DO IRRF.
       2160-APLICA-AULAS.
           MOVE ZERO TO WS-QTDE-AULAS
           MOVE ZERO TO WS-VALOR-AULAS
           PERFORM VARYING WS-SUB-AUL FROM 1 BY 1
                   UNTIL WS-SUB-AUL > WS-TOTAL-AUL
               IF WS-AUL-CODIGO (WS-SUB-AUL) = FUNC-CODIGO
                   ADD WS-AUL-QTDE (WS-SUB-AUL) TO WS-QTDE-AULAS
                   ADD WS-AUL-VALOR (WS-SUB-AUL) TO WS-VALOR-AULAS
               END-IF
           END-PERFORM
           ADD WS-VALOR-AULAS TO WS-BRUTO.

       2200-CALCULA-INSS.
           MOVE ZERO TO WS-INSS
           MOVE ZERO TO WS-FAIXA-ACHADA
                   * WS-INSS-ALIQUOTA (WS-FAIXA-ACHADA) / 100
           END-IF.

      *===== DEPENDENTES: CADA UM MARCADO PARA O IRRF ABATE A BASE
      *===== PELO VALOR DA TABELA; CADA FILHO ABAIXO DA IDADE LIMITE
      *===== NA DATA DA FOLHA RENDE UMA COTA DE SALARIO-FAMILIA SE O
      *===== BRUTO NAO PASSA DO TETO. A COTA NAO ENTRA NO BRUTO NEM
      *===== NAS BASES DE INSS E IRRF; SOMA DIRETO AO LIQUIDO.
       2250-APLICA-DEPENDENTES.
           MOVE ZERO TO WS-QTDE-DEP-IR WS-QTDE-COTAS
           MOVE ZERO TO WS-DEDUCAO-IRRF WS-SALARIO-FAMILIA
           PERFORM VARYING WS-SUB-DPD FROM 1 BY 1
                   UNTIL WS-SUB-DPD > WS-TOTAL-DPD
               IF WS-DPD-CODIGO (WS-SUB-DPD) = FUNC-CODIGO
                   IF WS-DPD-IR (WS-SUB-DPD) = 'S'
                       ADD 1 TO WS-QTDE-DEP-IR
                   END-IF
                   IF WS-DPD-SALFAM (WS-SUB-DPD) = 'S'
                       PERFORM 2260-IDADE-DO-DEPENDENTE
                       IF WS-IDADE < WS-SF-IDADE
                           ADD 1 TO WS-QTDE-COTAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-DEDUCAO-IRRF =
               WS-QTDE-DEP-IR * WS-DEDUCAO-DEPENDENTE
           IF WS-DEDUCAO-IRRF > WS-BASE-IRRF
               MOVE WS-BASE-IRRF TO WS-DEDUCAO-IRRF
           END-IF
           SUBTRACT WS-DEDUCAO-IRRF FROM WS-BASE-IRRF
           IF WS-BRUTO > WS-SF-TETO
               MOVE ZERO TO WS-QTDE-COTAS
           END-IF
           COMPUTE WS-SALARIO-FAMILIA = WS-QTDE-COTAS * WS-SF-COTA
           ADD WS-SALARIO-FAMILIA TO WS-TOT-SALFAM.

      *===== IDADE COMPLETA NA DATA DA FOLHA.
       2260-IDADE-DO-DEPENDENTE.
           MOVE ZERO TO WS-IDADE
           MOVE WS-DATA-FOLHA (1:8) TO WS-DATA-REF
           MOVE WS-DPD-NASCIMENTO (WS-SUB-DPD) TO WS-NASC-REF
           IF WS-NASC-REF > WS-DATA-REF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDADE = WS-REF-ANO - WS-NASC-ANO
           IF WS-REF-MMDD < WS-NASC-MMDD
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

       2300-CALCULA-IRRF.
           MOVE ZERO TO WS-IRRF
           MOVE ZERO TO WS-FAIXA-ACHADA
               END-IF
           END-IF.

      *===== RETROATIVO DA COMPETENCIA: O BRUTO E OS DESCONTOS JA
      *===== RECALCULADOS NOS MESES DE ORIGEM SOMAM DEPOIS DO CALCULO
      *===== DO MES, SEM MUDAR A FAIXA DELE NEM O TETO DO
      *===== SALARIO-FAMILIA.
       2320-APLICA-RETROATIVO.
           MOVE ZERO TO WS-RETRO-BRUTO WS-RETRO-INSS WS-RETRO-IRRF
           MOVE ZERO TO WS-RETRO-MESES
           PERFORM VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-TOTAL-RET
               IF WS-RET-CODIGO (WS-SUB-RET) = FUNC-CODIGO
                   MOVE WS-RET-BRUTO (WS-SUB-RET) TO WS-RETRO-BRUTO
                   MOVE WS-RET-INSS (WS-SUB-RET) TO WS-RETRO-INSS
                   MOVE WS-RET-IRRF (WS-SUB-RET) TO WS-RETRO-IRRF
                   MOVE WS-RET-MESES (WS-SUB-RET) TO WS-RETRO-MESES
               END-IF
           END-PERFORM
           ADD WS-RETRO-BRUTO TO WS-BRUTO
           ADD WS-RETRO-INSS TO WS-INSS
           ADD WS-RETRO-IRRF TO WS-IRRF.

      *===== PARTE DO FUNCIONARIO NOS VALES DO MES: O TRANSPORTE
      *===== NUNCA PASSA DE 6 PORCENTO DO SALARIO BASE; NENHUM DOS
      *===== DOIS DESCONTOS DEIXA O LIQUIDO NEGATIVO.
       2350-DESCONTA-VALES.
           MOVE ZERO TO WS-DESCONTO-VT
           MOVE ZERO TO WS-DESCONTO-VR
           PERFORM VARYING WS-SUB-VAL FROM 1 BY 1
                   UNTIL WS-SUB-VAL > WS-TOTAL-VAL
               IF WS-VAL-CODIGO (WS-SUB-VAL) = FUNC-CODIGO
                   ADD WS-VAL-VT (WS-SUB-VAL) TO WS-DESCONTO-VT
                   ADD WS-VAL-VR (WS-SUB-VAL) TO WS-DESCONTO-VR
               END-IF
           END-PERFORM
           COMPUTE WS-TETO-VT ROUNDED = FUNC-SALARIO * 0,06
           IF WS-DESCONTO-VT > WS-TETO-VT
               MOVE WS-TETO-VT TO WS-DESCONTO-VT
           END-IF
           IF WS-DESCONTO-VT > WS-LIQUIDO
               MOVE WS-LIQUIDO TO WS-DESCONTO-VT
           END-IF
           SUBTRACT WS-DESCONTO-VT FROM WS-LIQUIDO
           IF WS-DESCONTO-VR > WS-LIQUIDO
               MOVE WS-LIQUIDO TO WS-DESCONTO-VR
           END-IF
           SUBTRACT WS-DESCONTO-VR FROM WS-LIQUIDO
           ADD WS-DESCONTO-VT TO WS-TOT-VALES
           ADD WS-DESCONTO-VR TO WS-TOT-VALES.

      *===== PARCELA DO ADIANTAMENTO DEPOIS DE INSS E IRRF: O MENOR
      *===== ENTRE A PARCELA CONTRATADA, O SALDO DEVEDOR E 30
      *===== PORCENTO DO LIQUIDO APOS IMPOSTOS.
                   WRITE CONTRACHEQUE-LINHA
               END-IF
           END-IF
           IF WS-DEPTO-COM-BANCO = 'S' AND WS-PONTO-ACHADO > ZERO
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "EXTRAS 50/100....: NO BANCO DE HORAS"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-VALOR-BANCO > ZERO
               MOVE WS-VALOR-BANCO TO WS-EXTRAS-ED
               MOVE WS-HORAS-BANCO TO WS-HORAS-BANCO-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "BANCO DE HORAS...: " WS-EXTRAS-ED
                      " (" WS-HORAS-BANCO-ED " H VENCIDAS)"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-VALOR-AULAS > ZERO
               MOVE WS-VALOR-AULAS TO WS-EXTRAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "AULAS DADAS......: " WS-EXTRAS-ED
                      " (" WS-QTDE-AULAS " AULAS)"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-RETRO-BRUTO > ZERO
               MOVE WS-RETRO-BRUTO TO WS-EXTRAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "RETROATIVO.......: " WS-EXTRAS-ED
                      " (" WS-RETRO-MESES " MES(ES))"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-SALARIO-FAMILIA > ZERO
               MOVE WS-SALARIO-FAMILIA TO WS-DEDUCAO-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "SALARIO-FAMILIA..: " WS-DEDUCAO-ED
                      " (" WS-QTDE-COTAS " COTA(S))"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           MOVE SPACES TO CONTRACHEQUE-LINHA
           STRING "DESCONTO INSS....: " WS-INSS-ED
                  DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
           STRING "DESCONTO IRRF....: " WS-IRRF-ED
                  DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
           WRITE CONTRACHEQUE-LINHA
           IF WS-RETRO-BRUTO > ZERO
               MOVE WS-RETRO-INSS TO WS-EXTRAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "INSS RETROATIVO..: " WS-EXTRAS-ED
                      " (INCLUSO NO INSS)"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
               MOVE WS-RETRO-IRRF TO WS-EXTRAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "IRRF RETROATIVO..: " WS-EXTRAS-ED
                      " (INCLUSO NO IRRF)"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-DEDUCAO-IRRF > ZERO
               MOVE WS-DEDUCAO-IRRF TO WS-DEDUCAO-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "DEDUCAO DEPEND...: " WS-DEDUCAO-ED
                      " (" WS-QTDE-DEP-IR " DEPENDENTE(S))"
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-DESCONTO-VT > ZERO
               MOVE WS-DESCONTO-VT TO WS-VALES-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "VALE-TRANSPORTE..: " WS-VALES-ED
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-DESCONTO-VR > ZERO
               MOVE WS-DESCONTO-VR TO WS-VALES-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "VALE-REFEICAO....: " WS-VALES-ED
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-TEM-ADIANTAMENTO = 'S'
               MOVE WS-PARCELA TO WS-PARCELA-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
           MOVE WS-BRUTO TO IMP-BRUTO
           MOVE WS-INSS  TO IMP-INSS
           MOVE WS-IRRF  TO IMP-IRRF
           MOVE WS-SALARIO-FAMILIA TO IMP-SALFAM
           MOVE FUNC-SALARIO TO IMP-SALARIO
           COMPUTE IMP-EXTRAS = WS-VALOR-EXTRAS + WS-VALOR-BANCO
           MOVE WS-VALOR-FALTAS TO IMP-FALTAS
           WRITE IMPOSTO-LINHA.

       3000-TOTAIS.
           STRING "TOTAL IRRF.......: " WS-TOT-ED
                  DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
           WRITE CONTRACHEQUE-LINHA
           IF WS-TOT-SALFAM > ZERO
               MOVE WS-TOT-SALFAM TO WS-TOT-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "TOTAL SAL-FAMILIA: " WS-TOT-ED
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           IF WS-TOT-VALES > ZERO
               MOVE WS-TOT-VALES TO WS-TOT-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING "TOTAL VALES......: " WS-TOT-ED
                      DELIMITED BY SIZE INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF
           MOVE WS-TOT-LIQUIDO TO WS-TOT-ED
           MOVE SPACES TO CONTRACHEQUE-LINHA
           STRING "TOTAL LIQUIDO....: " WS-TOT-ED
