       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROATIVO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: DIFERENCAS SALARIAIS RETROATIVAS. PARA CADA
      *=======           MUDANCA DE SALARIO DE salarios_historico.txt
      *=======           COM VIGENCIA EM MES JA PAGO, RECALCULA CADA
      *=======           MES AFETADO A PARTIR DO QUE A FOLHA GRAVOU
      *=======           NELE (impostos_folha.txt, ARQUIVADO PELO
      *=======           ARQUIVAMES EM impostos_folha.txt_AAAAMM.arq):
      *=======           SALARIO, HORAS EXTRAS E FALTAS PELO SALARIO
      *=======           NOVO, E INSS E IRRF SOBRE O BRUTO DEVIDO. A
      *=======           DIFERENCA DE CADA MES VAI PARA
      *=======           retroativos.txt, QUE O CONTRACHEQUE PAGA EM
      *=======           LINHA PROPRIA NA FOLHA DA COMPETENCIA E O
      *=======           PROVISOES LISTA COMO AJUSTE DO 13O E DAS
      *=======           FERIAS. O EXTRATO DE CADA FUNCIONARIO, MES A
      *=======           MES, SAI EM retroativos_extrato.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: MES JA PAGO = ANTERIOR A COMPETENCIA
      *=======               CORRENTE (DATAMES). O MES DA VIGENCIA E
      *=======               PROPORCIONAL AOS DIAS DESDE A VIGENCIA
      *=======               (MES DE 30 DIAS). O SALARIO PAGO VEM DA
      *=======               COLUNA QUE A FOLHA GRAVA; FOLHA ANTIGA SEM
      *=======               ELA CONTA O SALARIO ANTERIOR DA MUDANCA E
      *=======               SEM EXTRAS NEM FALTAS. MES SEM FOLHA
      *=======               ENCONTRADA NAO E RECALCULADO (AVISO NA
      *=======               TELA). A APURACAO PODE SER REFEITA NA
      *=======               MESMA COMPETENCIA: AS LINHAS DELA SAO
      *=======               RECALCULADAS; AS JA PAGAS EM FOLHA
      *=======               ANTERIOR NAO SE REPETEM. INSS E IRRF SAO
      *=======               RECALCULADOS PELAS TABELAS VIGENTES E PELOS
      *=======               DEPENDENTES ATUAIS, NOS DOIS LADOS DA
      *=======               DIFERENCA.
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

           SELECT ARQ-HISTORICO
               ASSIGN TO "salarios_historico.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-IMPOSTOS ASSIGN TO DYNAMIC WS-NOME-IMPOSTOS
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPOSTOS.

           SELECT ARQ-INSS ASSIGN TO "tabela_inss.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INSS.

           SELECT ARQ-IRRF ASSIGN TO "tabela_irrf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IRRF.

           SELECT ARQ-TAB-DEPENDENTES
               ASSIGN TO "tabela_dependentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAB-DEPENDENTES.

           SELECT ARQ-DEPENDENTES ASSIGN TO "dependentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-RETROATIVOS ASSIGN TO "retroativos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETROATIVOS.

           SELECT ARQ-EXTRATO ASSIGN TO "retroativos_extrato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-HISTORICO.
       01  HISTORICO-SALARIO-LINHA.
           05 HSL-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 HSL-DATA         PIC 9(08).
           05 FILLER           PIC X.
           05 HSL-SALARIO-ANTES PIC 9(07)V99.
           05 FILLER           PIC X.
           05 HSL-SALARIO-DEPOIS PIC 9(07)V99.
           05 FILLER           PIC X.
           05 HSL-PERCENTUAL   PIC S9(03)V99.

       FD  ARQ-IMPOSTOS.
       01  IMPOSTO-LINHA.
           05 IMP-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 IMP-MES          PIC 9(06).
           05 FILLER           PIC X.
           05 IMP-BRUTO        PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-INSS         PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-IRRF         PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-SALFAM       PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-SALARIO      PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-EXTRAS       PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-FALTAS       PIC 9(07)V99.

       FD  ARQ-INSS.
       01  INSS-LINHA.
           05 INS-LIMITE       PIC 9(07)V99.
           05 FILLER           PIC X.
           05 INS-ALIQUOTA     PIC 9(02)V99.

       FD  ARQ-IRRF.
       01  IRRF-LINHA.
           05 IRF-LIMITE       PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IRF-ALIQUOTA     PIC 9(02)V99.
           05 FILLER           PIC X.
           05 IRF-PARCELA      PIC 9(05)V99.

       FD  ARQ-TAB-DEPENDENTES.
       01  TAB-DEPENDENTES-LINHA.
           05 TDP-DEDUCAO      PIC 9(05)V99.
           05 FILLER           PIC X(30).

       FD  ARQ-DEPENDENTES.
           COPY "#dependat".

       FD  ARQ-RETROATIVOS.
           COPY "#retroativodat".

       FD  ARQ-EXTRATO.
       01  EXTRATO-LINHA       PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO    PIC XX VALUE SPACES.
       77 WS-STATUS-IMPOSTOS     PIC XX VALUE SPACES.
       77 WS-STATUS-INSS         PIC XX VALUE SPACES.
       77 WS-STATUS-IRRF         PIC XX VALUE SPACES.
       77 WS-STATUS-TAB-DEPENDENTES PIC XX VALUE SPACES.
       77 WS-STATUS-DEPENDENTES  PIC XX VALUE SPACES.
       77 WS-STATUS-RETROATIVOS  PIC XX VALUE SPACES.
       77 WS-STATUS-EXTRATO      PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-EOF-HISTORICO      PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-CODIGO             PIC 9(4) VALUE ZERO.
       01 WS-NOME-IMPOSTOS      PIC X(40) VALUE SPACES.
       01 WS-SUB-ORIGEM         PIC 9 VALUE ZERO.

      *===== MES DE REFERENCIA PERCORRIDO E VIGENCIA DA MUDANCA.
       01 WS-MES-REF            PIC 9(6) VALUE ZERO.
       01 WS-MES-REF-R REDEFINES WS-MES-REF.
           05 WS-REF-ANO        PIC 9(4).
           05 WS-REF-MES        PIC 9(2).
       01 WS-MES-REF-X          PIC X(6) VALUE SPACES.
       01 WS-VIGENCIA           PIC 9(8) VALUE ZERO.
       01 WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
           05 WS-VIG-MES        PIC 9(6).
           05 WS-VIG-DIA        PIC 9(2).
       01 WS-DIAS               PIC 99 VALUE ZERO.
       01 WS-CHAVE              PIC X(21) VALUE SPACES.
       01 WS-JA-EXISTE          PIC X VALUE 'N'.

      *===== O QUE A FOLHA DO MES GRAVOU PARA O FUNCIONARIO.
       01 WS-FOLHA-ACHADA       PIC X VALUE 'N'.
       01 WS-FOLHA-BRUTO        PIC 9(7)V99 VALUE ZERO.
       01 WS-FOLHA-SALARIO      PIC 9(7)V99 VALUE ZERO.
       01 WS-FOLHA-EXTRAS       PIC 9(7)V99 VALUE ZERO.
       01 WS-FOLHA-FALTAS       PIC 9(7)V99 VALUE ZERO.

      *===== DIFERENCAS DO MES.
       01 WS-SALARIO-PAGO       PIC 9(7)V99 VALUE ZERO.
       01 WS-DIFERENCA          PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-SALARIO        PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-EXTRAS         PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-FALTAS         PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-BRUTO          PIC S9(7)V99 VALUE ZERO.
       01 WS-INSS-PAGO          PIC 9(7)V99 VALUE ZERO.
       01 WS-IRRF-PAGO          PIC 9(7)V99 VALUE ZERO.

      *===== RECALCULO DE INSS E IRRF DE UM BRUTO (WS-CALC-BRUTO).
       01 WS-CALC-BRUTO         PIC 9(7)V99 VALUE ZERO.
       01 WS-CALC-INSS          PIC 9(7)V99 VALUE ZERO.
       01 WS-CALC-BASE          PIC 9(7)V99 VALUE ZERO.
       01 WS-CALC-IRRF          PIC S9(7)V99 VALUE ZERO.
       01 WS-CALC-DEDUCAO       PIC 9(7)V99 VALUE ZERO.
       01 WS-DEDUCAO-DEPENDENTE PIC 9(5)V99 VALUE ZERO.
       01 WS-QTDE-DEP-IR        PIC 9(2) VALUE ZERO.
       01 WS-SUB-FAIXA          PIC 99 VALUE ZERO.
       01 WS-FAIXA-ACHADA       PIC 99 VALUE ZERO.
       01 WS-SUB-DPD            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-DPD          PIC 9(3) VALUE ZERO.

      *===== CONTADORES E TOTAIS.
       01 WS-SUB-RET            PIC 9(4) VALUE ZERO.
       01 WS-SUB-RET2           PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-RET          PIC 9(4) VALUE ZERO.
       01 WS-QTDE-NOVAS         PIC 9(4) VALUE ZERO.
       01 WS-QTDE-SEM-FOLHA     PIC 9(4) VALUE ZERO.
       01 WS-QTDE-FUNC          PIC 9(4) VALUE ZERO.
       01 WS-RET-ESTOURO        PIC 9(4) VALUE ZERO.
       01 WS-PRIMEIRA-DO-FUNC   PIC X VALUE 'N'.
       01 WS-TOT-SALARIO        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-EXTRAS         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-FALTAS         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-BRUTO          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-INSS           PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-IRRF           PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-13O            PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-FERIAS         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LIQUIDO        PIC S9(9)V99 VALUE ZERO.
       01 WS-GER-BRUTO          PIC 9(9)V99 VALUE ZERO.

      *===== EDICAO.
       01 WS-ED-1               PIC Z(06)9,99.
       01 WS-ED-2               PIC Z(06)9,99.
       01 WS-ED-3               PIC Z(06)9,99.
       01 WS-ED-4               PIC Z(06)9,99.
       01 WS-ED-5               PIC Z(06)9,99.
       01 WS-ED-6               PIC Z(06)9,99.
       01 WS-ED-7               PIC Z(06)9,99.
       01 WS-ED-8               PIC Z(06)9,99.
       01 WS-TOT-ED             PIC -Z(08)9,99.
       01 WS-BRANCOS            PIC X(36) VALUE SPACES.

      *===== LINHAS DE retroativos.txt EM MEMORIA (ATE 1000): AS DE
      *===== FOLHAS ANTERIORES FICAM COMO ESTAO, AS DA COMPETENCIA
      *===== SAO REFEITAS. A CHAVE (FUNCIONARIO, MES, VIGENCIA) E O
      *===== INICIO DA LINHA.
       01  WS-TABELA-RET.
           05 WS-RTL-LINHA      PIC X(130) OCCURS 1000 TIMES.

      *===== DEPENDENTES QUE ABATEM O IRRF (ATE 500).
       01  WS-TABELA-DPD.
           05 WS-DPD-CODIGO     PIC 9(4) OCCURS 500 TIMES.

      *===== FAIXAS DO INSS E DO IRRF (ATE 10 CADA).
       01  WS-TABELA-INSS.
           05 WS-INSS-ITEM OCCURS 10 TIMES.
               10 WS-INSS-LIMITE   PIC 9(7)V99 VALUE ZERO.
               10 WS-INSS-ALIQUOTA PIC 9(2)V99 VALUE ZERO.
       01  WS-TOTAL-FAIXAS-INSS PIC 99 VALUE ZERO.
       01  WS-TABELA-IRRF.
           05 WS-IRRF-ITEM OCCURS 10 TIMES.
               10 WS-IRRF-LIMITE   PIC 9(7)V99 VALUE ZERO.
               10 WS-IRRF-ALIQUOTA PIC 9(2)V99 VALUE ZERO.
               10 WS-IRRF-PARCELA  PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-FAIXAS-IRRF PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== DIFERENCAS SALARIAIS RETROATIVAS ===".
           DISPLAY "1 - APURAR RETROATIVOS PARA A FOLHA DE "
                   WS-COMPETENCIA.
           DISPLAY "2 - CONSULTAR RETROATIVOS DE UM FUNCIONARIO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-APURA
               WHEN '2' PERFORM 6000-CONSULTA
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== APURACAO DA COMPETENCIA: GUARDA AS LINHAS DE FOLHAS
      *===== ANTERIORES, RECALCULA OS MESES DE CADA MUDANCA,
      *===== REGRAVA retroativos.txt E EMITE O EXTRATO.
       3000-APURA.
           MOVE ZERO TO WS-TOTAL-RET WS-QTDE-NOVAS WS-QTDE-SEM-FOLHA
           MOVE ZERO TO WS-RET-ESTOURO WS-QTDE-FUNC WS-GER-BRUTO
           PERFORM 3100-CARREGA-RETROATIVOS
           IF WS-RET-ESTOURO > ZERO
               DISPLAY "retroativos.txt PASSA DE 1000 LINHAS - "
                       "APURACAO CANCELADA"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-HISTORICO
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "SEM HISTORICO DE SALARIOS AINDA"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-CARREGA-TABELAS
           MOVE 'N' TO WS-EOF-HISTORICO
           PERFORM UNTIL WS-EOF-HISTORICO = 'S'
               READ ARQ-HISTORICO
                   AT END
                       MOVE 'S' TO WS-EOF-HISTORICO
                   NOT AT END
                       IF HSL-DATA IS NUMERIC
                          AND HSL-DATA (1:6) < WS-COMPETENCIA
                          AND HSL-SALARIO-DEPOIS > HSL-SALARIO-ANTES
                           PERFORM 3300-PROCESSA-MUDANCA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-HISTORICO
           IF WS-RET-ESTOURO > ZERO
               CLOSE ARQ-FUNCIONARIOS
               DISPLAY "retroativos.txt PASSARIA DE 1000 LINHAS - "
                       "NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-REGRAVA-RETROATIVOS
           PERFORM 5000-EXTRATO
           CLOSE ARQ-FUNCIONARIOS
           MOVE WS-GER-BRUTO TO WS-TOT-ED
           DISPLAY "MESES RECALCULADOS.....: " WS-QTDE-NOVAS
           DISPLAY "FUNCIONARIOS...........: " WS-QTDE-FUNC
           DISPLAY "BRUTO RETROATIVO.......: " WS-TOT-ED
           IF WS-QTDE-SEM-FOLHA > ZERO
               DISPLAY "MESES SEM FOLHA ACHADA.: " WS-QTDE-SEM-FOLHA
           END-IF
           DISPLAY "DIFERENCAS EM retroativos.txt, PAGAS NA FOLHA DE "
                   WS-COMPETENCIA
           DISPLAY "EXTRATO EM retroativos_extrato.txt".

      *===== AS LINHAS DA COMPETENCIA CORRENTE SAO DESCARTADAS AQUI
      *===== PORQUE A APURACAO AS REFAZ.
       3100-CARREGA-RETROATIVOS.
           OPEN INPUT ARQ-RETROATIVOS
           IF WS-STATUS-RETROATIVOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RETROATIVOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RET-MES-PAGTO NOT = WS-COMPETENCIA
                           IF WS-TOTAL-RET < 1000
                               ADD 1 TO WS-TOTAL-RET
                               MOVE RETROATIVO-LINHA
                                 TO WS-RTL-LINHA (WS-TOTAL-RET)
                           ELSE
                               ADD 1 TO WS-RET-ESTOURO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RETROATIVOS.

      *===== FAIXAS DO INSS E DO IRRF, DEDUCAO POR DEPENDENTE E
      *===== DEPENDENTES DO IRRF, COMO NA FOLHA.
       3200-CARREGA-TABELAS.
           MOVE ZERO TO WS-TOTAL-FAIXAS-INSS WS-TOTAL-FAIXAS-IRRF
           MOVE ZERO TO WS-TOTAL-DPD WS-DEDUCAO-DEPENDENTE
           OPEN INPUT ARQ-INSS
           IF WS-STATUS-INSS = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-INSS
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF WS-TOTAL-FAIXAS-INSS < 10
                               ADD 1 TO WS-TOTAL-FAIXAS-INSS
                               MOVE INS-LIMITE TO WS-INSS-LIMITE
                                   (WS-TOTAL-FAIXAS-INSS)
                               MOVE INS-ALIQUOTA TO WS-INSS-ALIQUOTA
                                   (WS-TOTAL-FAIXAS-INSS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-INSS
           END-IF
           OPEN INPUT ARQ-IRRF
           IF WS-STATUS-IRRF = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-IRRF
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF WS-TOTAL-FAIXAS-IRRF < 10
                               ADD 1 TO WS-TOTAL-FAIXAS-IRRF
                               MOVE IRF-LIMITE TO WS-IRRF-LIMITE
                                   (WS-TOTAL-FAIXAS-IRRF)
                               MOVE IRF-ALIQUOTA TO WS-IRRF-ALIQUOTA
                                   (WS-TOTAL-FAIXAS-IRRF)
                               MOVE IRF-PARCELA TO WS-IRRF-PARCELA
                                   (WS-TOTAL-FAIXAS-IRRF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-IRRF
           END-IF
           OPEN INPUT ARQ-TAB-DEPENDENTES
           IF WS-STATUS-TAB-DEPENDENTES = "00"
               READ ARQ-TAB-DEPENDENTES
                   NOT AT END
                       IF TDP-DEDUCAO IS NUMERIC
                           MOVE TDP-DEDUCAO TO WS-DEDUCAO-DEPENDENTE
                       END-IF
               END-READ
               CLOSE ARQ-TAB-DEPENDENTES
           END-IF
           OPEN INPUT ARQ-DEPENDENTES
           IF WS-STATUS-DEPENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEPENDENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF DPD-DEDUZ-IR AND WS-TOTAL-DPD < 500
                           ADD 1 TO WS-TOTAL-DPD
                           MOVE DPD-FUNCIONARIO
                             TO WS-DPD-CODIGO (WS-TOTAL-DPD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DEPENDENTES.

      *===== CADA MES DA VIGENCIA ATE O ANTERIOR A COMPETENCIA.
      *===== DESLIGADO NAO RECEBE RETROATIVO NA FOLHA.
       3300-PROCESSA-MUDANCA.
           MOVE HSL-CODIGO TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FUNCIONARIO-DESLIGADO
               EXIT PARAGRAPH
           END-IF
           MOVE HSL-DATA TO WS-VIGENCIA
           MOVE WS-VIG-MES TO WS-MES-REF
           PERFORM UNTIL WS-MES-REF NOT < WS-COMPETENCIA
                      OR WS-RET-ESTOURO > ZERO
               PERFORM 3400-MES-RETROATIVO
               ADD 1 TO WS-REF-MES
               IF WS-REF-MES > 12
                   MOVE 1 TO WS-REF-MES
                   ADD 1 TO WS-REF-ANO
               END-IF
           END-PERFORM.

       3400-MES-RETROATIVO.
           MOVE SPACES TO RETROATIVO-LINHA
           MOVE HSL-CODIGO TO RET-CODIGO
           MOVE WS-MES-REF TO RET-MES-REF
           MOVE HSL-DATA TO RET-VIGENCIA
           MOVE RETROATIVO-LINHA (1:21) TO WS-CHAVE
           MOVE 'N' TO WS-JA-EXISTE
           PERFORM VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-TOTAL-RET
               IF WS-RTL-LINHA (WS-SUB-RET) (1:21) = WS-CHAVE
                   MOVE 'S' TO WS-JA-EXISTE
               END-IF
           END-PERFORM
           IF WS-JA-EXISTE = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3410-BUSCA-FOLHA
           IF WS-FOLHA-ACHADA NOT = 'S'
               ADD 1 TO WS-QTDE-SEM-FOLHA
               DISPLAY "SEM FOLHA DE " WS-MES-REF " PARA O FUNCIONARIO "
                       HSL-CODIGO " - MES NAO RECALCULADO"
               EXIT PARAGRAPH
           END-IF
      *===== SALARIO PAGO: O QUE A FOLHA GRAVOU; NUNCA ABAIXO DO
      *===== SALARIO ANTERIOR DA MUDANCA, PARA QUE DUAS MUDANCAS NO
      *===== MESMO MES NAO PAGUEM A MESMA DIFERENCA DUAS VEZES.
           MOVE WS-FOLHA-SALARIO TO WS-SALARIO-PAGO
           IF WS-SALARIO-PAGO < HSL-SALARIO-ANTES
               MOVE HSL-SALARIO-ANTES TO WS-SALARIO-PAGO
           END-IF
           IF WS-SALARIO-PAGO NOT < HSL-SALARIO-DEPOIS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFERENCA = HSL-SALARIO-DEPOIS - WS-SALARIO-PAGO
           MOVE 30 TO WS-DIAS
           IF WS-MES-REF = WS-VIG-MES AND WS-VIG-DIA > 1
               IF WS-VIG-DIA > 30
                   MOVE 1 TO WS-DIAS
               ELSE
                   COMPUTE WS-DIAS = 31 - WS-VIG-DIA
               END-IF
           END-IF
           COMPUTE WS-DIF-SALARIO ROUNDED =
               WS-DIFERENCA * WS-DIAS / 30
      *===== EXTRAS E FALTAS SAO PROPORCIONAIS AO SALARIO (HORA =
      *===== SALARIO/220, DIA = SALARIO/30).
           COMPUTE WS-DIF-EXTRAS ROUNDED =
               WS-FOLHA-EXTRAS * WS-DIFERENCA / WS-SALARIO-PAGO
               * WS-DIAS / 30
           COMPUTE WS-DIF-FALTAS ROUNDED =
               WS-FOLHA-FALTAS * WS-DIFERENCA / WS-SALARIO-PAGO
               * WS-DIAS / 30
           COMPUTE WS-DIF-BRUTO =
               WS-DIF-SALARIO + WS-DIF-EXTRAS - WS-DIF-FALTAS
           IF WS-DIF-BRUTO NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOLHA-BRUTO TO WS-CALC-BRUTO
           PERFORM 7000-CALCULA-IMPOSTOS
           MOVE WS-CALC-INSS TO WS-INSS-PAGO
           MOVE WS-CALC-IRRF TO WS-IRRF-PAGO
           COMPUTE WS-CALC-BRUTO = WS-FOLHA-BRUTO + WS-DIF-BRUTO
           PERFORM 7000-CALCULA-IMPOSTOS
           IF WS-TOTAL-RET NOT < 1000
               ADD 1 TO WS-RET-ESTOURO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO RET-MES-PAGTO
           MOVE WS-SALARIO-PAGO TO RET-SALARIO-PAGO
           MOVE HSL-SALARIO-DEPOIS TO RET-SALARIO-DEVIDO
           MOVE WS-DIF-SALARIO TO RET-DIF-SALARIO
           MOVE WS-DIF-EXTRAS TO RET-DIF-EXTRAS
           MOVE WS-DIF-FALTAS TO RET-DIF-FALTAS
           MOVE WS-DIF-BRUTO TO RET-DIF-BRUTO
           COMPUTE RET-DIF-INSS = WS-CALC-INSS - WS-INSS-PAGO
           COMPUTE RET-DIF-IRRF = WS-CALC-IRRF - WS-IRRF-PAGO
           COMPUTE RET-AJUSTE-13O ROUNDED = WS-DIF-BRUTO / 12
           COMPUTE RET-AJUSTE-FERIAS ROUNDED =
               WS-DIF-BRUTO / 12 + WS-DIF-BRUTO / 12 / 3
           ADD 1 TO WS-TOTAL-RET
           ADD 1 TO WS-QTDE-NOVAS
           ADD WS-DIF-BRUTO TO WS-GER-BRUTO
           MOVE RETROATIVO-LINHA TO WS-RTL-LINHA (WS-TOTAL-RET).

      *===== FOLHA DO MES: PRIMEIRO O ARQUIVO DATADO DO ARQUIVAMES,
      *===== DEPOIS O CORRENTE (MES AINDA NAO ARQUIVADO).
       3410-BUSCA-FOLHA.
           MOVE 'N' TO WS-FOLHA-ACHADA
           MOVE WS-MES-REF TO WS-MES-REF-X
           PERFORM VARYING WS-SUB-ORIGEM FROM 1 BY 1
                   UNTIL WS-SUB-ORIGEM > 2 OR WS-FOLHA-ACHADA = 'S'
               MOVE SPACES TO WS-NOME-IMPOSTOS
               IF WS-SUB-ORIGEM = 1
                   STRING "impostos_folha.txt_" WS-MES-REF-X ".arq"
                          DELIMITED BY SIZE INTO WS-NOME-IMPOSTOS
               ELSE
                   MOVE "impostos_folha.txt" TO WS-NOME-IMPOSTOS
               END-IF
               PERFORM 3420-LE-FOLHA
           END-PERFORM.

       3420-LE-FOLHA.
           OPEN INPUT ARQ-IMPOSTOS
           IF WS-STATUS-IMPOSTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-IMPOSTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF IMP-CODIGO = HSL-CODIGO
                          AND IMP-MES = WS-MES-REF
                           MOVE 'S' TO WS-FOLHA-ACHADA
                           MOVE 'S' TO WS-EOF-ARQ
                           PERFORM 3430-GUARDA-FOLHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-IMPOSTOS.

      *===== FOLHA GRAVADA ANTES DAS COLUNAS DE SALARIO, EXTRAS E
      *===== FALTAS: SALARIO ZERO (VALE O ANTERIOR DA MUDANCA) E SEM
      *===== EXTRAS NEM FALTAS.
       3430-GUARDA-FOLHA.
           MOVE IMP-BRUTO TO WS-FOLHA-BRUTO
           MOVE ZERO TO WS-FOLHA-SALARIO WS-FOLHA-EXTRAS
           MOVE ZERO TO WS-FOLHA-FALTAS
           IF IMP-SALARIO IS NUMERIC
               MOVE IMP-SALARIO TO WS-FOLHA-SALARIO
           END-IF
           IF IMP-EXTRAS IS NUMERIC
               MOVE IMP-EXTRAS TO WS-FOLHA-EXTRAS
           END-IF
           IF IMP-FALTAS IS NUMERIC
               MOVE IMP-FALTAS TO WS-FOLHA-FALTAS
           END-IF.

       3800-REGRAVA-RETROATIVOS.
           OPEN OUTPUT ARQ-RETROATIVOS
           PERFORM VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-TOTAL-RET
               MOVE WS-RTL-LINHA (WS-SUB-RET) TO RETROATIVO-LINHA
               WRITE RETROATIVO-LINHA
           END-PERFORM
           CLOSE ARQ-RETROATIVOS.

      *===== EXTRATO DA COMPETENCIA: UM BLOCO POR FUNCIONARIO, NA
      *===== ORDEM EM QUE APARECEU, COM AS LINHAS DELE MES A MES.
       5000-EXTRATO.
           OPEN OUTPUT ARQ-EXTRATO
           MOVE SPACES TO EXTRATO-LINHA
           STRING "EXTRATO DE DIFERENCAS SALARIAIS RETROATIVAS - "
                  "FOLHA DE " WS-COMPETENCIA " - EMITIDO EM "
                  WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           PERFORM VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-TOTAL-RET
               MOVE WS-RTL-LINHA (WS-SUB-RET) TO RETROATIVO-LINHA
               IF RET-MES-PAGTO = WS-COMPETENCIA
                   PERFORM 5050-PRIMEIRA-DO-FUNCIONARIO
                   IF WS-PRIMEIRA-DO-FUNC = 'S'
                       PERFORM 5100-BLOCO-FUNCIONARIO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTDE-NOVAS = ZERO
               MOVE "NENHUMA DIFERENCA RETROATIVA NA COMPETENCIA"
                 TO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           END-IF
           CLOSE ARQ-EXTRATO.

       5050-PRIMEIRA-DO-FUNCIONARIO.
           MOVE 'S' TO WS-PRIMEIRA-DO-FUNC
           PERFORM VARYING WS-SUB-RET2 FROM 1 BY 1
                   UNTIL WS-SUB-RET2 NOT < WS-SUB-RET
               IF WS-RTL-LINHA (WS-SUB-RET2) (1:4) = RET-CODIGO
                  AND WS-RTL-LINHA (WS-SUB-RET2) (22:6) = RET-MES-PAGTO
                   MOVE 'N' TO WS-PRIMEIRA-DO-FUNC
               END-IF
           END-PERFORM.

       5100-BLOCO-FUNCIONARIO.
           ADD 1 TO WS-QTDE-FUNC
           MOVE RET-CODIGO TO WS-CODIGO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO FUNC-NOME
                   MOVE SPACES TO FUNC-DEPARTAMENTO
           END-READ
           MOVE ALL "-" TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE SPACES TO EXTRATO-LINHA
           STRING "FUNCIONARIO " WS-CODIGO " " FUNC-NOME
                  " DEPTO " FUNC-DEPARTAMENTO
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE SPACES TO EXTRATO-LINHA
           STRING "MES    VIGENCIA    SAL.PAGO  SAL.DEVIDO"
                  "    DIF.SAL.  DIF.EXTRAS  DIF.FALTAS"
                  "   DIF.BRUTO    DIF.INSS    DIF.IRRF"
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE ZERO TO WS-TOT-SALARIO WS-TOT-EXTRAS WS-TOT-FALTAS
           MOVE ZERO TO WS-TOT-BRUTO WS-TOT-INSS WS-TOT-IRRF
           MOVE ZERO TO WS-TOT-13O WS-TOT-FERIAS
           PERFORM VARYING WS-SUB-RET2 FROM WS-SUB-RET BY 1
                   UNTIL WS-SUB-RET2 > WS-TOTAL-RET
               MOVE WS-RTL-LINHA (WS-SUB-RET2) TO RETROATIVO-LINHA
               IF RET-CODIGO = WS-CODIGO
                  AND RET-MES-PAGTO = WS-COMPETENCIA
                   PERFORM 5110-LINHA-DO-MES
               END-IF
           END-PERFORM
           MOVE WS-RTL-LINHA (WS-SUB-RET) TO RETROATIVO-LINHA
           MOVE WS-TOT-SALARIO TO WS-ED-3
           MOVE WS-TOT-EXTRAS TO WS-ED-4
           MOVE WS-TOT-FALTAS TO WS-ED-5
           MOVE WS-TOT-BRUTO TO WS-ED-6
           MOVE WS-TOT-INSS TO WS-ED-7
           MOVE WS-TOT-IRRF TO WS-ED-8
           MOVE SPACES TO EXTRATO-LINHA
           STRING "TOTAL" WS-BRANCOS
                  WS-ED-3 "  " WS-ED-4 "  " WS-ED-5 "  "
                  WS-ED-6 "  " WS-ED-7 "  " WS-ED-8
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           MOVE WS-TOT-13O TO WS-ED-1
           MOVE WS-TOT-FERIAS TO WS-ED-2
           MOVE SPACES TO EXTRATO-LINHA
           STRING "AJUSTE DAS PROVISOES: 13O " WS-ED-1
                  "  FERIAS + 1/3 " WS-ED-2
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           COMPUTE WS-TOT-LIQUIDO =
               WS-TOT-BRUTO - WS-TOT-INSS - WS-TOT-IRRF
           MOVE WS-TOT-LIQUIDO TO WS-TOT-ED
           MOVE SPACES TO EXTRATO-LINHA
           STRING "LIQUIDO DO RETROATIVO NA FOLHA DE "
                  WS-COMPETENCIA ": " WS-TOT-ED
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       5110-LINHA-DO-MES.
           ADD RET-DIF-SALARIO TO WS-TOT-SALARIO
           ADD RET-DIF-EXTRAS TO WS-TOT-EXTRAS
           ADD RET-DIF-FALTAS TO WS-TOT-FALTAS
           ADD RET-DIF-BRUTO TO WS-TOT-BRUTO
           ADD RET-DIF-INSS TO WS-TOT-INSS
           ADD RET-DIF-IRRF TO WS-TOT-IRRF
           ADD RET-AJUSTE-13O TO WS-TOT-13O
           ADD RET-AJUSTE-FERIAS TO WS-TOT-FERIAS
           MOVE RET-SALARIO-PAGO TO WS-ED-1
           MOVE RET-SALARIO-DEVIDO TO WS-ED-2
           MOVE RET-DIF-SALARIO TO WS-ED-3
           MOVE RET-DIF-EXTRAS TO WS-ED-4
           MOVE RET-DIF-FALTAS TO WS-ED-5
           MOVE RET-DIF-BRUTO TO WS-ED-6
           MOVE RET-DIF-INSS TO WS-ED-7
           MOVE RET-DIF-IRRF TO WS-ED-8
           MOVE SPACES TO EXTRATO-LINHA
           STRING RET-MES-REF " " RET-VIGENCIA "  "
                  WS-ED-1 "  " WS-ED-2 "  " WS-ED-3 "  "
                  WS-ED-4 "  " WS-ED-5 "  " WS-ED-6 "  "
                  WS-ED-7 "  " WS-ED-8
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

      *===== TODAS AS DIFERENCAS DE UM FUNCIONARIO, DE QUALQUER
      *===== FOLHA, NA TELA.
       6000-CONSULTA.
           MOVE ZERO TO WS-CODIGO
           DISPLAY "CODIGO DO FUNCIONARIO: "
           ACCEPT WS-CODIGO
           OPEN INPUT ARQ-RETROATIVOS
           IF WS-STATUS-RETROATIVOS NOT = "00"
               DISPLAY "NENHUM RETROATIVO APURADO AINDA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-QTDE-NOVAS WS-TOT-BRUTO
           DISPLAY "MES    VIGENCIA PAGO EM    DIF.BRUTO    DIF.INSS"
                   "    DIF.IRRF"
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RETROATIVOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RET-CODIGO = WS-CODIGO
                           ADD 1 TO WS-QTDE-NOVAS
                           ADD RET-DIF-BRUTO TO WS-TOT-BRUTO
                           MOVE RET-DIF-BRUTO TO WS-ED-1
                           MOVE RET-DIF-INSS TO WS-ED-2
                           MOVE RET-DIF-IRRF TO WS-ED-3
                           DISPLAY RET-MES-REF " " RET-VIGENCIA " "
                                   RET-MES-PAGTO "  " WS-ED-1 "  "
                                   WS-ED-2 "  " WS-ED-3
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RETROATIVOS
           IF WS-QTDE-NOVAS = ZERO
               DISPLAY "NENHUM RETROATIVO PARA O FUNCIONARIO"
           ELSE
               MOVE WS-TOT-BRUTO TO WS-TOT-ED
               DISPLAY "MESES: " WS-QTDE-NOVAS
                       "  BRUTO RETROATIVO: " WS-TOT-ED
           END-IF.

      *===== INSS E IRRF DE WS-CALC-BRUTO PELAS FAIXAS, COM A BASE
      *===== DO IRRF ABATIDA DOS DEPENDENTES DO FUNCIONARIO.
       7000-CALCULA-IMPOSTOS.
           MOVE ZERO TO WS-CALC-INSS
           MOVE ZERO TO WS-FAIXA-ACHADA
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > WS-TOTAL-FAIXAS-INSS
               IF WS-FAIXA-ACHADA = ZERO
                  AND WS-CALC-BRUTO NOT >
                      WS-INSS-LIMITE (WS-SUB-FAIXA)
                   MOVE WS-SUB-FAIXA TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM
           IF WS-FAIXA-ACHADA = ZERO
               MOVE WS-TOTAL-FAIXAS-INSS TO WS-FAIXA-ACHADA
           END-IF
           IF WS-FAIXA-ACHADA > ZERO
               COMPUTE WS-CALC-INSS = WS-CALC-BRUTO
                   * WS-INSS-ALIQUOTA (WS-FAIXA-ACHADA) / 100
           END-IF
           COMPUTE WS-CALC-BASE = WS-CALC-BRUTO - WS-CALC-INSS
           MOVE ZERO TO WS-QTDE-DEP-IR
           PERFORM VARYING WS-SUB-DPD FROM 1 BY 1
                   UNTIL WS-SUB-DPD > WS-TOTAL-DPD
               IF WS-DPD-CODIGO (WS-SUB-DPD) = HSL-CODIGO
                   ADD 1 TO WS-QTDE-DEP-IR
               END-IF
           END-PERFORM
           COMPUTE WS-CALC-DEDUCAO =
               WS-QTDE-DEP-IR * WS-DEDUCAO-DEPENDENTE
           IF WS-CALC-DEDUCAO > WS-CALC-BASE
               MOVE WS-CALC-BASE TO WS-CALC-DEDUCAO
           END-IF
           SUBTRACT WS-CALC-DEDUCAO FROM WS-CALC-BASE
           MOVE ZERO TO WS-CALC-IRRF
           MOVE ZERO TO WS-FAIXA-ACHADA
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > WS-TOTAL-FAIXAS-IRRF
               IF WS-FAIXA-ACHADA = ZERO
                  AND WS-CALC-BASE NOT >
                      WS-IRRF-LIMITE (WS-SUB-FAIXA)
                   MOVE WS-SUB-FAIXA TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM
           IF WS-FAIXA-ACHADA = ZERO
               MOVE WS-TOTAL-FAIXAS-IRRF TO WS-FAIXA-ACHADA
           END-IF
           IF WS-FAIXA-ACHADA > ZERO
               COMPUTE WS-CALC-IRRF = (WS-CALC-BASE
                   * WS-IRRF-ALIQUOTA (WS-FAIXA-ACHADA) / 100)
                   - WS-IRRF-PARCELA (WS-FAIXA-ACHADA)
               IF WS-CALC-IRRF < ZERO
                   MOVE ZERO TO WS-CALC-IRRF
               END-IF
           END-IF.

       END PROGRAM RETROATIVO.
