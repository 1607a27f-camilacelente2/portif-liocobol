       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CALCULO DA RESCISAO DE CONTRATO. PARA UM
      *=======           FUNCIONARIO JA DESLIGADO NO CADASTRO, PEDE O
      *=======           TIPO DE RESCISAO E O AVISO PREVIO E CALCULA
      *=======           SALDO DE SALARIO, AVISO INDENIZADO, FERIAS
      *=======           VENCIDAS E PROPORCIONAIS COM O TERCO, 13O
      *=======           PROPORCIONAL MENOS O QUE O DECIMOTERCEIRO JA
      *=======           PAGOU NO ANO, INSS, IRRF E O SALDO DOS
      *=======           ADIANTAMENTOS EM ABERTO. MOSTRA O TERMO E, NA
      *=======           CONFIRMACAO, ANEXA O TERMO EM rescisoes.txt,
      *=======           O LIQUIDO EM liquidos_folha.txt (ORIGEM
      *=======           "RES") PARA A REMESSA BANCARIA, BAIXA OS
      *=======           ADIANTAMENTOS E REGISTRA A RESCISAO COM O
      *=======           ESTORNO DAS PROVISOES EM
      *=======           rescisoes_registro.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: AVISO INDENIZADO = 30 DIAS MAIS 3 POR
      *=======               ANO COMPLETO DE CASA (ATE 90), E PROJETA
      *=======               A DATA DE SAIDA PARA FERIAS E 13O.
      *=======               FERIAS: SO O ULTIMO PERIODO AQUISITIVO
      *=======               COMPLETO CONTA COMO VENCIDO (OS
      *=======               ANTERIORES SAO TIDOS POR QUITADOS); OS
      *=======               DIAS GOZADOS DESDE ENTAO ABATEM PRIMEIRO
      *=======               O VENCIDO E DEPOIS O PROPORCIONAL.
      *=======               FRACAO DE MES ACIMA DE 14 DIAS VALE UM
      *=======               AVO. JUSTA CAUSA PERDE FERIAS
      *=======               PROPORCIONAIS E 13O. FERIAS INDENIZADAS
      *=======               E AVISO INDENIZADO NAO SOFREM INSS NEM
      *=======               IRRF; O 13O E TRIBUTADO EM SEPARADO.
      *=======               O DESCONTO DE ADIANTAMENTOS NAO PASSA DE
      *=======               UM SALARIO, E NENHUM DESCONTO DEIXA O
      *=======               LIQUIDO NEGATIVO.
      *=======     MOD: 15/10/2026 - CE - SALDO CREDOR DO BANCO DE
      *=======          HORAS (banco_horas.txt) PAGO COMO EXTRA A 50
      *=======          COM O SALDO DE SALARIO, TRIBUTADO JUNTO, E
      *=======          BAIXADO DO BANCO COM UMA LINHA TIPO R.
      *=======     MOD: 15/10/2026 - CE - O REGISTRO DA RESCISAO GUARDA
      *=======          A PARTE DO INSS E DO IRRF SOBRE O 13O, PARA O
      *=======          INFORME DE RENDIMENTOS.
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

           SELECT ARQ-FERIAS ASSIGN TO "ferias_agendadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIAS.

           SELECT ARQ-PAGAMENTOS-13O ASSIGN TO "decimo_pagamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAMENTOS-13O.

           SELECT ARQ-ADIANTAMENTOS ASSIGN TO "adiantamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ADIANTAMENTOS.

           SELECT ARQ-LIQUIDOS ASSIGN TO "liquidos_folha.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQUIDOS.

           SELECT ARQ-TERMOS ASSIGN TO "rescisoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TERMOS.

           SELECT ARQ-REGISTRO ASSIGN TO "rescisoes_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-BANCO-HORAS ASSIGN TO "banco_horas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BANCO-HORAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

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
           05 FILLER           PIC X.
           05 TDP-SF-COTA      PIC 9(05)V99.
           05 FILLER           PIC X.
           05 TDP-SF-TETO      PIC 9(07)V99.
           05 FILLER           PIC X.
           05 TDP-SF-IDADE     PIC 9(02).

       FD  ARQ-DEPENDENTES.
           COPY "#dependat".

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

       FD  ARQ-PAGAMENTOS-13O.
           COPY "#decimopagdat".

       FD  ARQ-ADIANTAMENTOS.
       01  ADIANTAMENTO-LINHA.
           05 ADT-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 ADT-VALOR-TOTAL  PIC 9(07)V99.
           05 FILLER           PIC X.
           05 ADT-PARCELAS     PIC 9(02).
           05 FILLER           PIC X.
           05 ADT-MES-INICIO   PIC 9(06).
           05 FILLER           PIC X.
           05 ADT-SALDO        PIC 9(07)V99.

       FD  ARQ-LIQUIDOS.
       01  LIQUIDO-LINHA.
           05 LIQ-CODIGO       PIC 9(04).
           05 FILLER           PIC X VALUE SPACE.
           05 LIQ-VALOR        PIC 9(07)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 LIQ-ORIGEM       PIC X(03).

       FD  ARQ-TERMOS.
       01  TERMO-LINHA         PIC X(80).

       FD  ARQ-REGISTRO.
           COPY "#rescisaodat".

       FD  ARQ-BANCO-HORAS.
           COPY "#bancohorasdat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-INSS         PIC XX VALUE SPACES.
       77 WS-STATUS-IRRF         PIC XX VALUE SPACES.
       77 WS-STATUS-TAB-DEPENDENTES PIC XX VALUE SPACES.
       77 WS-STATUS-DEPENDENTES  PIC XX VALUE SPACES.
       77 WS-STATUS-FERIAS       PIC XX VALUE SPACES.
       77 WS-STATUS-PAGAMENTOS-13O PIC XX VALUE SPACES.
       77 WS-STATUS-ADIANTAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-LIQUIDOS     PIC XX VALUE SPACES.
       77 WS-STATUS-TERMOS       PIC XX VALUE SPACES.
       77 WS-STATUS-REGISTRO     PIC XX VALUE SPACES.
       77 WS-STATUS-BANCO-HORAS  PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-ENCERRA            PIC X VALUE 'N'.
       01 WS-FUNC-OK            PIC X VALUE 'N'.
       01 WS-JA-RESCINDIDO      PIC X VALUE 'N'.
       01 WS-CONFIRMA           PIC X VALUE SPACE.
       01 WS-CODIGO-PEDIDO      PIC 9(4) VALUE ZERO.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-ADMISSAO-ED        PIC X(10) VALUE SPACES.
       01 WS-DESLIG-ED          PIC X(10) VALUE SPACES.
       01 WS-PROJECAO-ED        PIC X(10) VALUE SPACES.

      *===== DADOS DO FUNCIONARIO LIDOS DO CADASTRO.
       01 WS-NOME               PIC X(20) VALUE SPACES.
       01 WS-DEPARTAMENTO       PIC X(10) VALUE SPACES.
       01 WS-SALARIO            PIC 9(7)V99 VALUE ZERO.

       01 WS-TIPO               PIC X VALUE SPACE.
           88 WS-SEM-JUSTA-CAUSA         VALUE 'S'.
           88 WS-JUSTA-CAUSA             VALUE 'J'.
           88 WS-PEDIDO-DEMISSAO         VALUE 'P'.
           88 WS-TERMINO-CONTRATO        VALUE 'T'.
           88 WS-TIPO-VALIDO             VALUE 'S' 'J' 'P' 'T'.
       01 WS-AVISO              PIC X VALUE SPACE.
           88 WS-INDENIZA-AVISO          VALUE 'I'.
           88 WS-DESCONTA-AVISO          VALUE 'N'.
       01 WS-TIPO-ED            PIC X(22) VALUE SPACES.
       01 WS-AVISO-ED           PIC X(14) VALUE SPACES.

      *===== DATAS DO CALCULO EM VISAO NUMERICA POR PARTES.
       01 WS-ADMISSAO           PIC 9(8) VALUE ZERO.
       01 WS-ADMISSAO-R REDEFINES WS-ADMISSAO.
           05 WS-ADM-ANO        PIC 9(4).
           05 WS-ADM-MES        PIC 9(2).
           05 WS-ADM-DIA        PIC 9(2).
       01 WS-DESLIG             PIC 9(8) VALUE ZERO.
       01 WS-DESLIG-R REDEFINES WS-DESLIG.
           05 WS-DSL-ANO        PIC 9(4).
           05 WS-DSL-MES        PIC 9(2).
           05 WS-DSL-DIA        PIC 9(2).
       01 WS-PROJECAO           PIC 9(8) VALUE ZERO.
       01 WS-PROJECAO-R REDEFINES WS-PROJECAO.
           05 WS-PRJ-ANO        PIC 9(4).
           05 WS-PRJ-MES        PIC 9(2).
           05 WS-PRJ-DIA        PIC 9(2).
       01 WS-INICIO-PERIODO     PIC 9(8) VALUE ZERO.
       01 WS-INICIO-PERIODO-R REDEFINES WS-INICIO-PERIODO.
           05 WS-PER-ANO        PIC 9(4).
           05 WS-PER-MMDD       PIC 9(4).

      *===== CONTAGENS DE TEMPO.
       01 WS-ANOS-CASA          PIC 9(3) VALUE ZERO.
       01 WS-DIAS-SALDO         PIC 9(2) VALUE ZERO.
       01 WS-DIAS-AVISO         PIC 9(3) VALUE ZERO.
       01 WS-MESES-TOTAIS       PIC S9(4) VALUE ZERO.
       01 WS-DIAS-FRACAO        PIC S9(3) VALUE ZERO.
       01 WS-ANOS-PERIODO       PIC 9(3) VALUE ZERO.
       01 WS-AVOS-FERIAS        PIC 9(2) VALUE ZERO.
       01 WS-DIAS-GOZADOS       PIC 9(4) VALUE ZERO.
       01 WS-DIAS-VENCIDAS      PIC 9(3)V9 VALUE ZERO.
       01 WS-DIAS-PROPORC       PIC 9(3)V9 VALUE ZERO.
       01 WS-SOBRA-GOZADA       PIC 9(4)V9 VALUE ZERO.
       01 WS-MES-INICIAL        PIC S9(3) VALUE ZERO.
       01 WS-MES-FINAL          PIC S9(3) VALUE ZERO.
       01 WS-AVOS-13O           PIC S9(3) VALUE ZERO.
       01 WS-MESES-PROVISAO     PIC S9(3) VALUE ZERO.

      *===== VERBAS DO TERMO.
       01 WS-SALDO-SALARIO      PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-AVISO        PIC 9(7)V99 VALUE ZERO.
       01 WS-FERIAS-VENCIDAS    PIC 9(7)V99 VALUE ZERO.
       01 WS-FERIAS-PROPORC     PIC 9(7)V99 VALUE ZERO.
       01 WS-TERCO-FERIAS       PIC 9(7)V99 VALUE ZERO.
       01 WS-13O-BRUTO          PIC 9(7)V99 VALUE ZERO.
       01 WS-13O-PAGO           PIC 9(7)V99 VALUE ZERO.
       01 WS-13O-A-PAGAR        PIC 9(7)V99 VALUE ZERO.
       01 WS-13O-PAGO-A-MAIOR   PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-PROVENTOS    PIC 9(7)V99 VALUE ZERO.
       01 WS-INSS-SALDO         PIC 9(7)V99 VALUE ZERO.
       01 WS-IRRF-SALDO         PIC 9(7)V99 VALUE ZERO.
       01 WS-INSS-13O           PIC 9(7)V99 VALUE ZERO.
       01 WS-IRRF-13O           PIC 9(7)V99 VALUE ZERO.
       01 WS-DESC-AVISO         PIC 9(7)V99 VALUE ZERO.
       01 WS-DESC-13O           PIC 9(7)V99 VALUE ZERO.
       01 WS-DESC-ADIANTAMENTO  PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-DESCONTOS    PIC 9(7)V99 VALUE ZERO.
       01 WS-LIQUIDO            PIC 9(7)V99 VALUE ZERO.
       01 WS-ESTORNO-13O        PIC 9(7)V99 VALUE ZERO.
       01 WS-ESTORNO-FERIAS     PIC 9(7)V99 VALUE ZERO.
       01 WS-HORAS-BANCO        PIC S9(5)V99 VALUE ZERO.
       01 WS-VALOR-BANCO-HORAS  PIC 9(7)V99 VALUE ZERO.
       01 WS-HORAS-ED           PIC ZZZ9,99.

      *===== CALCULO DE INSS E IRRF POR FAIXA.
       01 WS-BASE-CALCULO       PIC 9(7)V99 VALUE ZERO.
       01 WS-IMPOSTO            PIC S9(7)V99 VALUE ZERO.
       01 WS-DEDUCAO-DEPENDENTE PIC 9(5)V99 VALUE ZERO.
       01 WS-QTDE-DEP-IR        PIC 9(2) VALUE ZERO.
       01 WS-DEDUCAO-IRRF       PIC 9(7)V99 VALUE ZERO.
       01 WS-SUB-FAIXA          PIC 99 VALUE ZERO.
       01 WS-FAIXA-ACHADA       PIC 99 VALUE ZERO.

      *===== ADIANTAMENTOS.
       01 WS-SUB-ADT            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ADT          PIC 9(3) VALUE ZERO.
       01 WS-ADT-ESTOURO        PIC 9(3) VALUE ZERO.
       01 WS-SALDO-ADIANTAMENTO PIC 9(7)V99 VALUE ZERO.
       01 WS-A-BAIXAR           PIC 9(7)V99 VALUE ZERO.

      *===== MONTAGEM DO TERMO.
       01 WS-ROTULO             PIC X(32) VALUE SPACES.
       01 WS-VALOR-LINHA        PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-ED           PIC Z(06)9,99.
       01 WS-DIAS-ED            PIC ZZ9,9.
       01 WS-NUM-ED             PIC ZZ9.
       01 WS-LINHA              PIC X(80) VALUE SPACES.
       01 WS-SUB-TERMO          PIC 99 VALUE ZERO.
       01 WS-TOTAL-TERMO        PIC 99 VALUE ZERO.

      *===== PARAMETROS DO MODULO DE CALENDARIO.
           COPY "#calenpar".

      *===== LINHAS DO TERMO (ATE 40), MOSTRADAS E, NA CONFIRMACAO,
      *===== GRAVADAS EM rescisoes.txt.
       01  WS-TABELA-TERMO.
           05 WS-LINHA-TERMO    PIC X(80) OCCURS 40 TIMES.

      *===== ADIANTAMENTOS DO ARQUIVO INTEIRO (ATE 200), PARA BAIXAR
      *===== O SALDO DO FUNCIONARIO E REGRAVAR OS DEMAIS INTACTOS.
       01  WS-TABELA-ADT.
           05 WS-ADT-ITEM OCCURS 200 TIMES.
               10 WS-ADT-CODIGO PIC 9(4).
               10 WS-ADT-TOTAL  PIC 9(7)V99.
               10 WS-ADT-PARC   PIC 9(2).
               10 WS-ADT-MES    PIC 9(6).
               10 WS-ADT-SALDO  PIC 9(7)V99.

      *===== FAIXAS DO INSS E DO IRRF (ATE 10 FAIXAS CADA).
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
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1100-CARREGA-INSS
           PERFORM 1200-CARREGA-IRRF
           PERFORM 1300-CARREGA-TAB-DEPENDENTES
           PERFORM UNTIL WS-ENCERRA = 'S'
               PERFORM 2000-ATENDE-FUNCIONARIO
           END-PERFORM
           STOP RUN.

       1100-CARREGA-INSS.
           OPEN INPUT ARQ-INSS.
           IF WS-STATUS-INSS NOT = "00"
               DISPLAY "ERRO AO ABRIR tabela_inss.txt - STATUS "
                       WS-STATUS-INSS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
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
           END-PERFORM.
           CLOSE ARQ-INSS.

       1200-CARREGA-IRRF.
           OPEN INPUT ARQ-IRRF.
           IF WS-STATUS-IRRF NOT = "00"
               DISPLAY "ERRO AO ABRIR tabela_irrf.txt - STATUS "
                       WS-STATUS-IRRF
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
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
           END-PERFORM.
           CLOSE ARQ-IRRF.

      *===== SEM A TABELA DE DEPENDENTES A BASE DO IRRF NAO E
      *===== ABATIDA.
       1300-CARREGA-TAB-DEPENDENTES.
           OPEN INPUT ARQ-TAB-DEPENDENTES.
           IF WS-STATUS-TAB-DEPENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-TAB-DEPENDENTES
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TDP-DEDUCAO TO WS-DEDUCAO-DEPENDENTE
           END-READ.
           CLOSE ARQ-TAB-DEPENDENTES.

       2000-ATENDE-FUNCIONARIO.
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY " "
           DISPLAY "=== RESCISAO DE CONTRATO ==="
           DISPLAY "CODIGO DO FUNCIONARIO (0 ENCERRA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               MOVE 'S' TO WS-ENCERRA
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LE-FUNCIONARIO
           IF WS-FUNC-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CONFERE-REGISTRO
           IF WS-JA-RESCINDIDO = 'S'
               DISPLAY "RESCISAO DESTE DESLIGAMENTO JA GRAVADA - "
                       "NADA FEITO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-PEDE-TIPO
           IF WS-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-CALCULA-RESCISAO
           PERFORM 4000-MONTA-TERMO
           PERFORM VARYING WS-SUB-TERMO FROM 1 BY 1
                   UNTIL WS-SUB-TERMO > WS-TOTAL-TERMO
               DISPLAY WS-LINHA-TERMO (WS-SUB-TERMO)
           END-PERFORM
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "GRAVAR A RESCISAO (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM 5000-GRAVA-RESCISAO
           ELSE
               DISPLAY "RESCISAO NAO GRAVADA"
           END-IF.

      *===== SO CALCULA QUEM JA ESTA DESLIGADO NO CADASTRO, COM A
      *===== DATA DO DESLIGAMENTO.
       2100-LE-FUNCIONARIO.
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
           IF NOT FUNCIONARIO-DESLIGADO
              OR FUNC-DATA-DESLIGAMENTO NOT NUMERIC
              OR FUNC-DATA-DESLIGAMENTO = ZERO
               DISPLAY "FUNCIONARIO NAO DESLIGADO - REGISTRE O "
                       "DESLIGAMENTO NO CADASTRO ANTES DA RESCISAO"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-NOME TO WS-NOME
           MOVE FUNC-DEPARTAMENTO TO WS-DEPARTAMENTO
           MOVE FUNC-SALARIO TO WS-SALARIO
           MOVE FUNC-DATA-DESLIGAMENTO TO WS-DESLIG
           MOVE ZERO TO WS-ADMISSAO
           IF FUNC-DATA-ADMISSAO NUMERIC
               MOVE FUNC-DATA-ADMISSAO TO WS-ADMISSAO
           END-IF
      *===== ADMISSAO SEM DATA CONTA DESDE 1O DE JANEIRO DO ANO DO
      *===== DESLIGAMENTO, COMO NAS PROVISOES.
           IF WS-ADMISSAO = ZERO
               MOVE WS-DSL-ANO TO WS-ADM-ANO
               MOVE 1 TO WS-ADM-MES
               MOVE 1 TO WS-ADM-DIA
           END-IF
           IF WS-ADMISSAO > WS-DESLIG
               DISPLAY "ADMISSAO POSTERIOR AO DESLIGAMENTO - "
                       "CORRIJA O CADASTRO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FUNCIONARIO: " WS-NOME " DESLIGADO EM "
                   WS-DESLIG
           MOVE 'S' TO WS-FUNC-OK.

      *===== UM DESLIGAMENTO SO TEM UMA RESCISAO; READMITIDO E
      *===== DESLIGADO DE NOVO, A DATA NOVA LIBERA OUTRA.
       2200-CONFERE-REGISTRO.
           MOVE 'N' TO WS-JA-RESCINDIDO
           OPEN INPUT ARQ-REGISTRO
           IF WS-STATUS-REGISTRO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RSC-CODIGO = WS-CODIGO-PEDIDO
                          AND RSC-DESLIGAMENTO = WS-DESLIG
                           MOVE 'S' TO WS-JA-RESCINDIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-REGISTRO.

      *===== TIPO DA RESCISAO E AVISO PREVIO; RECUSA DEVOLVE
      *===== WS-TIPO EM BRANCO.
       2300-PEDE-TIPO.
           MOVE SPACE TO WS-TIPO
           MOVE SPACE TO WS-AVISO
           DISPLAY "TIPO: S - SEM JUSTA CAUSA   J - JUSTA CAUSA"
           DISPLAY "      P - PEDIDO DE DEMISSAO "
                   "T - TERMINO DE CONTRATO"
           ACCEPT WS-TIPO
           INSPECT WS-TIPO CONVERTING "sjpt" TO "SJPT"
           IF NOT WS-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO - NADA CALCULADO"
               MOVE SPACE TO WS-TIPO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SEM-JUSTA-CAUSA
                   DISPLAY "AVISO PREVIO: T - TRABALHADO  "
                           "I - INDENIZADO"
                   ACCEPT WS-AVISO
                   INSPECT WS-AVISO CONVERTING "ti" TO "TI"
                   IF WS-AVISO NOT = 'T' AND WS-AVISO NOT = 'I'
                       DISPLAY "AVISO INVALIDO - NADA CALCULADO"
                       MOVE SPACE TO WS-TIPO
                   END-IF
               WHEN WS-PEDIDO-DEMISSAO
                   DISPLAY "AVISO PREVIO: T - TRABALHADO  "
                           "N - NAO CUMPRIDO  D - DISPENSADO"
                   ACCEPT WS-AVISO
                   INSPECT WS-AVISO CONVERTING "tnd" TO "TND"
                   IF WS-AVISO NOT = 'T' AND WS-AVISO NOT = 'N'
                      AND WS-AVISO NOT = 'D'
                       DISPLAY "AVISO INVALIDO - NADA CALCULADO"
                       MOVE SPACE TO WS-TIPO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-CALCULA-RESCISAO.
           MOVE ZERO TO WS-SALDO-SALARIO WS-VALOR-AVISO
           MOVE ZERO TO WS-FERIAS-VENCIDAS WS-FERIAS-PROPORC
           MOVE ZERO TO WS-TERCO-FERIAS WS-13O-BRUTO WS-13O-PAGO
           MOVE ZERO TO WS-13O-A-PAGAR WS-13O-PAGO-A-MAIOR
           MOVE ZERO TO WS-INSS-SALDO WS-IRRF-SALDO
           MOVE ZERO TO WS-INSS-13O WS-IRRF-13O
           MOVE ZERO TO WS-DESC-AVISO WS-DESC-13O
           MOVE ZERO TO WS-DESC-ADIANTAMENTO
           MOVE ZERO TO WS-HORAS-BANCO WS-VALOR-BANCO-HORAS
           PERFORM 3100-SALDO-DE-SALARIO
           PERFORM 3150-BANCO-DE-HORAS
           PERFORM 3200-AVISO-PREVIO
           PERFORM 3300-FERIAS
           PERFORM 3400-DECIMO-TERCEIRO
           COMPUTE WS-TOTAL-PROVENTOS = WS-SALDO-SALARIO
               + WS-VALOR-BANCO-HORAS + WS-VALOR-AVISO
               + WS-FERIAS-VENCIDAS
               + WS-FERIAS-PROPORC + WS-TERCO-FERIAS
               + WS-13O-A-PAGAR
           PERFORM 3500-IMPOSTOS
           PERFORM 3600-DESCONTOS
           PERFORM 3700-ESTORNO-PROVISOES.

      *===== DIAS TRABALHADOS NO MES DO DESLIGAMENTO (MES DE 30).
       3100-SALDO-DE-SALARIO.
           MOVE WS-DSL-DIA TO WS-DIAS-SALDO
           IF WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF
           COMPUTE WS-SALDO-SALARIO ROUNDED =
               WS-SALARIO / 30 * WS-DIAS-SALDO.

      *===== SALDO CREDOR DO BANCO DE HORAS (CREDITOS MENOS DEBITOS,
      *===== FOLGAS E HORAS JA PAGAS) E PAGO COMO EXTRA A 50
      *===== PORCENTO; SALDO DEVEDOR NAO E DESCONTADO.
       3150-BANCO-DE-HORAS.
           OPEN INPUT ARQ-BANCO-HORAS
           IF WS-STATUS-BANCO-HORAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-BANCO-HORAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF BHR-CODIGO = WS-CODIGO-PEDIDO
                           IF BHR-CREDITO
                               ADD BHR-HORAS TO WS-HORAS-BANCO
                           END-IF
                           IF BHR-DEBITO
                               SUBTRACT BHR-HORAS FROM WS-HORAS-BANCO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-BANCO-HORAS
           IF WS-HORAS-BANCO NOT > ZERO
               MOVE ZERO TO WS-HORAS-BANCO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-BANCO-HORAS ROUNDED =
               WS-HORAS-BANCO * (WS-SALARIO / 220) * 1,5.

      *===== AVISO INDENIZADO SO NA DISPENSA SEM JUSTA CAUSA; O
      *===== PEDIDO DE DEMISSAO SEM CUMPRIR O AVISO DESCONTA UM
      *===== SALARIO. A PROJECAO DO AVISO ENTRA NAS FERIAS E NO 13O.
       3200-AVISO-PREVIO.
           COMPUTE WS-ANOS-CASA = WS-DSL-ANO - WS-ADM-ANO
           IF WS-DSL-MES < WS-ADM-MES
              OR (WS-DSL-MES = WS-ADM-MES
                  AND WS-DSL-DIA < WS-ADM-DIA)
               IF WS-ANOS-CASA > ZERO
                   SUBTRACT 1 FROM WS-ANOS-CASA
               END-IF
           END-IF
           MOVE WS-DESLIG TO WS-PROJECAO
           MOVE ZERO TO WS-DIAS-AVISO
           IF WS-SEM-JUSTA-CAUSA AND WS-INDENIZA-AVISO
               COMPUTE WS-DIAS-AVISO = 30 + 3 * WS-ANOS-CASA
               IF WS-DIAS-AVISO > 90
                   MOVE 90 TO WS-DIAS-AVISO
               END-IF
               COMPUTE WS-VALOR-AVISO ROUNDED =
                   WS-SALARIO / 30 * WS-DIAS-AVISO
               MOVE 'C' TO CAL-FUNCAO
               MOVE WS-DESLIG TO CAL-DATA-1
               MOVE WS-DIAS-AVISO TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               IF CAL-RETORNO = '0'
                   MOVE CAL-DATA-RESULTADO TO WS-PROJECAO
               END-IF
           END-IF
           IF WS-PEDIDO-DEMISSAO AND WS-DESCONTA-AVISO
               MOVE WS-SALARIO TO WS-DESC-AVISO
           END-IF.

      *===== MESES DA ADMISSAO ATE A SAIDA PROJETADA: OS ANOS
      *===== COMPLETOS FECHAM PERIODOS AQUISITIVOS (SO O ULTIMO
      *===== CONTA COMO VENCIDO) E O RESTO, MAIS A FRACAO ACIMA DE
      *===== 14 DIAS, SAO OS AVOS DO PERIODO EM CURSO (2,5 DIAS CADA).
       3300-FERIAS.
           COMPUTE WS-MESES-TOTAIS =
               (WS-PRJ-ANO - WS-ADM-ANO) * 12
               + WS-PRJ-MES - WS-ADM-MES
           IF WS-PRJ-DIA < WS-ADM-DIA
               SUBTRACT 1 FROM WS-MESES-TOTAIS
               COMPUTE WS-DIAS-FRACAO =
                   WS-PRJ-DIA + 30 - WS-ADM-DIA + 1
           ELSE
               COMPUTE WS-DIAS-FRACAO = WS-PRJ-DIA - WS-ADM-DIA + 1
           END-IF
           IF WS-MESES-TOTAIS < ZERO
               MOVE ZERO TO WS-MESES-TOTAIS
           END-IF
           DIVIDE WS-MESES-TOTAIS BY 12 GIVING WS-ANOS-PERIODO
               REMAINDER WS-AVOS-FERIAS
           IF WS-DIAS-FRACAO > 14
               ADD 1 TO WS-AVOS-FERIAS
           END-IF
           MOVE ZERO TO WS-DIAS-VENCIDAS
           IF WS-ANOS-PERIODO > ZERO
               MOVE 30 TO WS-DIAS-VENCIDAS
           END-IF
           COMPUTE WS-DIAS-PROPORC = WS-AVOS-FERIAS * 2,5
      *===== INICIO DO PERIODO EM CURSO: FERIAS GOZADAS DESDE ENTAO
      *===== QUITAM O PERIODO VENCIDO (OU ANTECIPAM O EM CURSO).
           MOVE WS-ADMISSAO TO WS-INICIO-PERIODO
           ADD WS-ANOS-PERIODO TO WS-PER-ANO
           PERFORM 3310-SOMA-FERIAS-GOZADAS
           IF WS-DIAS-GOZADOS NOT > WS-DIAS-VENCIDAS
               SUBTRACT WS-DIAS-GOZADOS FROM WS-DIAS-VENCIDAS
           ELSE
               COMPUTE WS-SOBRA-GOZADA =
                   WS-DIAS-GOZADOS - WS-DIAS-VENCIDAS
               MOVE ZERO TO WS-DIAS-VENCIDAS
               IF WS-SOBRA-GOZADA > WS-DIAS-PROPORC
                   MOVE ZERO TO WS-DIAS-PROPORC
               ELSE
                   SUBTRACT WS-SOBRA-GOZADA FROM WS-DIAS-PROPORC
               END-IF
           END-IF
           IF WS-JUSTA-CAUSA
               MOVE ZERO TO WS-DIAS-PROPORC
           END-IF
           COMPUTE WS-FERIAS-VENCIDAS ROUNDED =
               WS-SALARIO / 30 * WS-DIAS-VENCIDAS
           COMPUTE WS-FERIAS-PROPORC ROUNDED =
               WS-SALARIO / 30 * WS-DIAS-PROPORC
           COMPUTE WS-TERCO-FERIAS ROUNDED =
               (WS-FERIAS-VENCIDAS + WS-FERIAS-PROPORC) / 3.

      *===== AS FERIAS DO PERIODO VENCIDO SAO GOZADAS DEPOIS QUE ELE
      *===== FECHA: CONTA O QUE FOI AGENDADO DO INICIO DO PERIODO EM
      *===== CURSO (OU DA ADMISSAO, SEM PERIODO VENCIDO) ATE O
      *===== DESLIGAMENTO.
       3310-SOMA-FERIAS-GOZADAS.
           MOVE ZERO TO WS-DIAS-GOZADOS
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
                       IF FER-CODIGO = WS-CODIGO-PEDIDO
                          AND FER-INICIO NUMERIC
                          AND FER-DIAS NUMERIC
                          AND FER-INICIO NOT < WS-INICIO-PERIODO
                          AND FER-INICIO NOT > WS-DESLIG
                           ADD FER-DIAS TO WS-DIAS-GOZADOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FERIAS.

      *===== AVOS NO ANO DO DESLIGAMENTO: DE JANEIRO (OU DO MES DE
      *===== ADMISSAO, SE O INGRESSO FOI ATE O DIA 15) ATE O MES DA
      *===== SAIDA PROJETADA, QUE CONTA SE PASSOU DO DIA 14. DO
      *===== VALOR SAI O BRUTO JA PAGO PELO DECIMOTERCEIRO NO ANO; O
      *===== QUE FOI PAGO ALEM DO DEVIDO VIRA DESCONTO.
       3400-DECIMO-TERCEIRO.
           IF WS-ADM-ANO < WS-DSL-ANO
               MOVE 1 TO WS-MES-INICIAL
           ELSE
               MOVE WS-ADM-MES TO WS-MES-INICIAL
               IF WS-ADM-DIA > 15
                   ADD 1 TO WS-MES-INICIAL
               END-IF
           END-IF
           IF WS-PRJ-ANO > WS-DSL-ANO
               MOVE 12 TO WS-MES-FINAL
           ELSE
               MOVE WS-PRJ-MES TO WS-MES-FINAL
               IF WS-PRJ-DIA < 15
                   SUBTRACT 1 FROM WS-MES-FINAL
               END-IF
           END-IF
           COMPUTE WS-AVOS-13O = WS-MES-FINAL - WS-MES-INICIAL + 1
           IF WS-AVOS-13O < ZERO
               MOVE ZERO TO WS-AVOS-13O
           END-IF
           IF WS-AVOS-13O > 12
               MOVE 12 TO WS-AVOS-13O
           END-IF
           IF WS-JUSTA-CAUSA
               MOVE ZERO TO WS-AVOS-13O
           END-IF
           COMPUTE WS-13O-BRUTO ROUNDED =
               WS-SALARIO * WS-AVOS-13O / 12
           PERFORM 3410-SOMA-13O-PAGO
           IF WS-13O-PAGO > WS-13O-BRUTO
               COMPUTE WS-13O-PAGO-A-MAIOR =
                   WS-13O-PAGO - WS-13O-BRUTO
           ELSE
               COMPUTE WS-13O-A-PAGAR = WS-13O-BRUTO - WS-13O-PAGO
           END-IF.

       3410-SOMA-13O-PAGO.
           MOVE ZERO TO WS-13O-PAGO
           OPEN INPUT ARQ-PAGAMENTOS-13O
           IF WS-STATUS-PAGAMENTOS-13O NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PAGAMENTOS-13O
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF DCP-CODIGO = WS-CODIGO-PEDIDO
                          AND DCP-ANO = WS-DSL-ANO
                          AND DCP-BRUTO NUMERIC
                           ADD DCP-BRUTO TO WS-13O-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PAGAMENTOS-13O.

      *===== INSS E IRRF DO SALDO DE SALARIO E, EM SEPARADO, DO 13O
      *===== PROPORCIONAL INTEIRO (A PARCELA JA ADIANTADA NAO SOFREU
      *===== DESCONTO). OS DEPENDENTES ABATEM AS DUAS BASES DO IRRF.
       3500-IMPOSTOS.
           PERFORM 3510-CONTA-DEPENDENTES
           COMPUTE WS-DEDUCAO-IRRF =
               WS-QTDE-DEP-IR * WS-DEDUCAO-DEPENDENTE
           COMPUTE WS-BASE-CALCULO =
               WS-SALDO-SALARIO + WS-VALOR-BANCO-HORAS
           PERFORM 3520-CALCULA-INSS
           MOVE WS-IMPOSTO TO WS-INSS-SALDO
           COMPUTE WS-BASE-CALCULO = WS-SALDO-SALARIO
               + WS-VALOR-BANCO-HORAS - WS-INSS-SALDO
           PERFORM 3530-CALCULA-IRRF
           MOVE WS-IMPOSTO TO WS-IRRF-SALDO
           IF WS-13O-A-PAGAR > ZERO
               MOVE WS-13O-BRUTO TO WS-BASE-CALCULO
               PERFORM 3520-CALCULA-INSS
               MOVE WS-IMPOSTO TO WS-INSS-13O
               COMPUTE WS-BASE-CALCULO =
                   WS-13O-BRUTO - WS-INSS-13O
               PERFORM 3530-CALCULA-IRRF
               MOVE WS-IMPOSTO TO WS-IRRF-13O
           END-IF.

       3510-CONTA-DEPENDENTES.
           MOVE ZERO TO WS-QTDE-DEP-IR
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
                       IF DPD-FUNCIONARIO = WS-CODIGO-PEDIDO
                          AND DPD-DEDUZ-IR
                          AND WS-QTDE-DEP-IR < 99
                           ADD 1 TO WS-QTDE-DEP-IR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DEPENDENTES.

       3520-CALCULA-INSS.
           MOVE ZERO TO WS-IMPOSTO
           MOVE ZERO TO WS-FAIXA-ACHADA
           IF WS-BASE-CALCULO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > WS-TOTAL-FAIXAS-INSS
               IF WS-FAIXA-ACHADA = ZERO
                  AND WS-BASE-CALCULO NOT >
                      WS-INSS-LIMITE (WS-SUB-FAIXA)
                   MOVE WS-SUB-FAIXA TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM
           IF WS-FAIXA-ACHADA = ZERO
               MOVE WS-TOTAL-FAIXAS-INSS TO WS-FAIXA-ACHADA
           END-IF
           IF WS-FAIXA-ACHADA > ZERO
               COMPUTE WS-IMPOSTO = WS-BASE-CALCULO
                   * WS-INSS-ALIQUOTA (WS-FAIXA-ACHADA) / 100
           END-IF.

       3530-CALCULA-IRRF.
           MOVE ZERO TO WS-IMPOSTO
           MOVE ZERO TO WS-FAIXA-ACHADA
           IF WS-DEDUCAO-IRRF NOT < WS-BASE-CALCULO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-DEDUCAO-IRRF FROM WS-BASE-CALCULO
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > WS-TOTAL-FAIXAS-IRRF
               IF WS-FAIXA-ACHADA = ZERO
                  AND WS-BASE-CALCULO NOT >
                      WS-IRRF-LIMITE (WS-SUB-FAIXA)
                   MOVE WS-SUB-FAIXA TO WS-FAIXA-ACHADA
               END-IF
           END-PERFORM
           IF WS-FAIXA-ACHADA = ZERO
               MOVE WS-TOTAL-FAIXAS-IRRF TO WS-FAIXA-ACHADA
           END-IF
           IF WS-FAIXA-ACHADA > ZERO
               COMPUTE WS-IMPOSTO = (WS-BASE-CALCULO
                   * WS-IRRF-ALIQUOTA (WS-FAIXA-ACHADA) / 100)
                   - WS-IRRF-PARCELA (WS-FAIXA-ACHADA)
               IF WS-IMPOSTO < ZERO
                   MOVE ZERO TO WS-IMPOSTO
               END-IF
           END-IF.

      *===== DEPOIS DOS IMPOSTOS: AVISO NAO CUMPRIDO, 13O PAGO A
      *===== MAIOR E O SALDO DOS ADIANTAMENTOS (ATE UM SALARIO),
      *===== NESSA ORDEM, SEM DEIXAR O LIQUIDO NEGATIVO.
       3600-DESCONTOS.
           COMPUTE WS-LIQUIDO = WS-TOTAL-PROVENTOS
               - WS-INSS-SALDO - WS-IRRF-SALDO
               - WS-INSS-13O - WS-IRRF-13O
           IF WS-DESC-AVISO > WS-LIQUIDO
               MOVE WS-LIQUIDO TO WS-DESC-AVISO
           END-IF
           SUBTRACT WS-DESC-AVISO FROM WS-LIQUIDO
           MOVE WS-13O-PAGO-A-MAIOR TO WS-DESC-13O
           IF WS-DESC-13O > WS-LIQUIDO
               MOVE WS-LIQUIDO TO WS-DESC-13O
           END-IF
           SUBTRACT WS-DESC-13O FROM WS-LIQUIDO
           PERFORM 3610-CARREGA-ADIANTAMENTOS
           MOVE ZERO TO WS-SALDO-ADIANTAMENTO
           PERFORM VARYING WS-SUB-ADT FROM 1 BY 1
                   UNTIL WS-SUB-ADT > WS-TOTAL-ADT
               IF WS-ADT-CODIGO (WS-SUB-ADT) = WS-CODIGO-PEDIDO
                   ADD WS-ADT-SALDO (WS-SUB-ADT)
                     TO WS-SALDO-ADIANTAMENTO
               END-IF
           END-PERFORM
           MOVE WS-SALDO-ADIANTAMENTO TO WS-DESC-ADIANTAMENTO
           IF WS-DESC-ADIANTAMENTO > WS-SALARIO
               MOVE WS-SALARIO TO WS-DESC-ADIANTAMENTO
           END-IF
           IF WS-DESC-ADIANTAMENTO > WS-LIQUIDO
               MOVE WS-LIQUIDO TO WS-DESC-ADIANTAMENTO
           END-IF
           SUBTRACT WS-DESC-ADIANTAMENTO FROM WS-LIQUIDO
           COMPUTE WS-TOTAL-DESCONTOS =
               WS-TOTAL-PROVENTOS - WS-LIQUIDO.

       3610-CARREGA-ADIANTAMENTOS.
           MOVE ZERO TO WS-TOTAL-ADT
           MOVE ZERO TO WS-ADT-ESTOURO
           OPEN INPUT ARQ-ADIANTAMENTOS
           IF WS-STATUS-ADIANTAMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ADIANTAMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-ADT < 200
                           ADD 1 TO WS-TOTAL-ADT
                           MOVE ADT-CODIGO
                             TO WS-ADT-CODIGO (WS-TOTAL-ADT)
                           MOVE ADT-VALOR-TOTAL
                             TO WS-ADT-TOTAL (WS-TOTAL-ADT)
                           MOVE ADT-PARCELAS
                             TO WS-ADT-PARC (WS-TOTAL-ADT)
                           MOVE ADT-MES-INICIO
                             TO WS-ADT-MES (WS-TOTAL-ADT)
                           MOVE ADT-SALDO
                             TO WS-ADT-SALDO (WS-TOTAL-ADT)
                       ELSE
                           ADD 1 TO WS-ADT-ESTOURO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-ADIANTAMENTOS
      *===== ARQUIVO MAIOR QUE A TABELA: REGRAVAR PERDERIA O
      *===== EXCEDENTE - O SALDO NAO E DESCONTADO NESTA RESCISAO.
           IF WS-ADT-ESTOURO > ZERO
               DISPLAY "ATENCAO: adiantamentos.txt MAIOR QUE A "
                       "TABELA (200) - SALDO NAO DESCONTADO"
               MOVE ZERO TO WS-TOTAL-ADT
           END-IF.

      *===== PROVISAO ACUMULADA NO ANO ATE O MES DO DESLIGAMENTO,
      *===== PELA REGRA DO PROVISOES, QUE SAI DA CONTA COM A SAIDA.
       3700-ESTORNO-PROVISOES.
           IF WS-ADM-ANO < WS-DSL-ANO
               MOVE WS-DSL-MES TO WS-MESES-PROVISAO
           ELSE
               COMPUTE WS-MESES-PROVISAO =
                   WS-DSL-MES - WS-ADM-MES + 1
               IF WS-ADM-DIA > 15
                   SUBTRACT 1 FROM WS-MESES-PROVISAO
               END-IF
               IF WS-MESES-PROVISAO < ZERO
                   MOVE ZERO TO WS-MESES-PROVISAO
               END-IF
           END-IF
           COMPUTE WS-ESTORNO-13O =
               WS-SALARIO / 12 * WS-MESES-PROVISAO
           COMPUTE WS-ESTORNO-FERIAS =
               (WS-SALARIO / 12 * WS-MESES-PROVISAO)
               + (WS-SALARIO / 12 * WS-MESES-PROVISAO / 3).

      *===== TERMO DE RESCISAO, LINHA A LINHA NA TABELA DO TERMO.
       4000-MONTA-TERMO.
           MOVE ZERO TO WS-TOTAL-TERMO
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA
           MOVE SPACES TO WS-LINHA
           STRING "=== TERMO DE RESCISAO - CALCULADO EM "
                  WS-DATA-FORMATADA " ==="
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FUNCIONARIO: " WS-CODIGO-PEDIDO " " WS-NOME
                  " DEPARTAMENTO: " WS-DEPARTAMENTO
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE WS-ADMISSAO TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-ADMISSAO-ED
           MOVE WS-DESLIG TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DESLIG-ED
           MOVE WS-PROJECAO TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-PROJECAO-ED
           MOVE SPACES TO WS-LINHA
           STRING "ADMISSAO: " WS-ADMISSAO-ED
                  "  DESLIGAMENTO: " WS-DESLIG-ED
                  "  PROJECAO: " WS-PROJECAO-ED
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           EVALUATE TRUE
               WHEN WS-SEM-JUSTA-CAUSA
                   MOVE "SEM JUSTA CAUSA" TO WS-TIPO-ED
               WHEN WS-JUSTA-CAUSA
                   MOVE "JUSTA CAUSA" TO WS-TIPO-ED
               WHEN WS-PEDIDO-DEMISSAO
                   MOVE "PEDIDO DE DEMISSAO" TO WS-TIPO-ED
               WHEN OTHER
                   MOVE "TERMINO DE CONTRATO" TO WS-TIPO-ED
           END-EVALUATE
           EVALUATE WS-AVISO
               WHEN 'T' MOVE "TRABALHADO" TO WS-AVISO-ED
               WHEN 'I' MOVE "INDENIZADO" TO WS-AVISO-ED
               WHEN 'N' MOVE "NAO CUMPRIDO" TO WS-AVISO-ED
               WHEN 'D' MOVE "DISPENSADO" TO WS-AVISO-ED
               WHEN OTHER MOVE "NAO SE APLICA" TO WS-AVISO-ED
           END-EVALUATE
           MOVE WS-SALARIO TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING "TIPO: " WS-TIPO-ED " AVISO: " WS-AVISO-ED
                  " SALARIO: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE "--- PROVENTOS ---" TO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE WS-DIAS-SALDO TO WS-NUM-ED
           MOVE SPACES TO WS-ROTULO
           STRING "SALDO DE SALARIO (" WS-NUM-ED " DIAS)"
                  DELIMITED BY SIZE INTO WS-ROTULO
           MOVE WS-SALDO-SALARIO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           IF WS-VALOR-BANCO-HORAS > ZERO
               MOVE WS-HORAS-BANCO TO WS-HORAS-ED
               MOVE SPACES TO WS-ROTULO
               STRING "BANCO DE HORAS (" WS-HORAS-ED " H)"
                      DELIMITED BY SIZE INTO WS-ROTULO
               MOVE WS-VALOR-BANCO-HORAS TO WS-VALOR-LINHA
               PERFORM 4910-LINHA-VALOR
           END-IF
           MOVE WS-DIAS-AVISO TO WS-NUM-ED
           MOVE SPACES TO WS-ROTULO
           STRING "AVISO INDENIZADO (" WS-NUM-ED " DIAS)"
                  DELIMITED BY SIZE INTO WS-ROTULO
           MOVE WS-VALOR-AVISO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE WS-DIAS-VENCIDAS TO WS-DIAS-ED
           MOVE SPACES TO WS-ROTULO
           STRING "FERIAS VENCIDAS (" WS-DIAS-ED " DIAS)"
                  DELIMITED BY SIZE INTO WS-ROTULO
           MOVE WS-FERIAS-VENCIDAS TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE WS-DIAS-PROPORC TO WS-DIAS-ED
           MOVE SPACES TO WS-ROTULO
           STRING "FERIAS PROPORC. (" WS-DIAS-ED " DIAS)"
                  DELIMITED BY SIZE INTO WS-ROTULO
           MOVE WS-FERIAS-PROPORC TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "1/3 SOBRE FERIAS" TO WS-ROTULO
           MOVE WS-TERCO-FERIAS TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE WS-AVOS-13O TO WS-NUM-ED
           MOVE SPACES TO WS-ROTULO
           STRING "13O PROPORCIONAL (" WS-NUM-ED "/12)"
                  DELIMITED BY SIZE INTO WS-ROTULO
           MOVE WS-13O-BRUTO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "  (-) 13O JA PAGO NO ANO" TO WS-ROTULO
           MOVE WS-13O-PAGO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "13O A PAGAR" TO WS-ROTULO
           MOVE WS-13O-A-PAGAR TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "TOTAL DE PROVENTOS" TO WS-ROTULO
           MOVE WS-TOTAL-PROVENTOS TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "--- DESCONTOS ---" TO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE "INSS SOBRE SALARIO" TO WS-ROTULO
           MOVE WS-INSS-SALDO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "IRRF SOBRE SALARIO" TO WS-ROTULO
           MOVE WS-IRRF-SALDO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "INSS SOBRE 13O" TO WS-ROTULO
           MOVE WS-INSS-13O TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "IRRF SOBRE 13O" TO WS-ROTULO
           MOVE WS-IRRF-13O TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "AVISO PREVIO NAO CUMPRIDO" TO WS-ROTULO
           MOVE WS-DESC-AVISO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "13O PAGO A MAIOR" TO WS-ROTULO
           MOVE WS-DESC-13O TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "ADIANTAMENTOS EM ABERTO" TO WS-ROTULO
           MOVE WS-DESC-ADIANTAMENTO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "TOTAL DE DESCONTOS" TO WS-ROTULO
           MOVE WS-TOTAL-DESCONTOS TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "LIQUIDO A RECEBER" TO WS-ROTULO
           MOVE WS-LIQUIDO TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           IF WS-SALDO-ADIANTAMENTO > WS-DESC-ADIANTAMENTO
               COMPUTE WS-VALOR-LINHA =
                   WS-SALDO-ADIANTAMENTO - WS-DESC-ADIANTAMENTO
               MOVE "ADIANTAMENTO NAO QUITADO" TO WS-ROTULO
               PERFORM 4910-LINHA-VALOR
           END-IF
           MOVE "--- ESTORNO DE PROVISOES ---" TO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE "13O PROVISIONADO" TO WS-ROTULO
           MOVE WS-ESTORNO-13O TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR
           MOVE "FERIAS PROVISIONADAS" TO WS-ROTULO
           MOVE WS-ESTORNO-FERIAS TO WS-VALOR-LINHA
           PERFORM 4910-LINHA-VALOR.

       4900-GUARDA-LINHA.
           IF WS-TOTAL-TERMO < 40
               ADD 1 TO WS-TOTAL-TERMO
               MOVE WS-LINHA TO WS-LINHA-TERMO (WS-TOTAL-TERMO)
           END-IF
           MOVE SPACES TO WS-LINHA.

      *===== ROTULO PONTILHADO ATE A COLUNA 32 E O VALOR EDITADO.
       4910-LINHA-VALOR.
           INSPECT WS-ROTULO REPLACING TRAILING SPACES BY "."
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA
           STRING WS-ROTULO ": " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA
           PERFORM 4900-GUARDA-LINHA
           MOVE SPACES TO WS-ROTULO.

      *===== CONFIRMADA: TERMO, LIQUIDO PARA A REMESSA, BAIXA DOS
      *===== ADIANTAMENTOS E REGISTRO COM O ESTORNO DAS PROVISOES.
       5000-GRAVA-RESCISAO.
           OPEN EXTEND ARQ-TERMOS
           IF WS-STATUS-TERMOS = "35"
               OPEN OUTPUT ARQ-TERMOS
               CLOSE ARQ-TERMOS
               OPEN EXTEND ARQ-TERMOS
           END-IF
           PERFORM VARYING WS-SUB-TERMO FROM 1 BY 1
                   UNTIL WS-SUB-TERMO > WS-TOTAL-TERMO
               MOVE WS-LINHA-TERMO (WS-SUB-TERMO) TO TERMO-LINHA
               WRITE TERMO-LINHA
           END-PERFORM
           MOVE SPACES TO TERMO-LINHA
           WRITE TERMO-LINHA
           CLOSE ARQ-TERMOS
           IF WS-LIQUIDO > ZERO
               PERFORM 5100-GRAVA-LIQUIDO
           END-IF
           IF WS-DESC-ADIANTAMENTO > ZERO
               PERFORM 5200-BAIXA-ADIANTAMENTOS
           END-IF
           IF WS-VALOR-BANCO-HORAS > ZERO
               PERFORM 5400-BAIXA-BANCO-HORAS
           END-IF
           PERFORM 5300-GRAVA-REGISTRO
           DISPLAY "RESCISAO GRAVADA EM rescisoes.txt - LIQUIDO "
                   "SEGUE NA PROXIMA REMESSA BANCARIA".

       5100-GRAVA-LIQUIDO.
           OPEN EXTEND ARQ-LIQUIDOS
           IF WS-STATUS-LIQUIDOS = "35"
               OPEN OUTPUT ARQ-LIQUIDOS
               CLOSE ARQ-LIQUIDOS
               OPEN EXTEND ARQ-LIQUIDOS
           END-IF
           MOVE SPACES TO LIQUIDO-LINHA
           MOVE WS-CODIGO-PEDIDO TO LIQ-CODIGO
           MOVE WS-LIQUIDO TO LIQ-VALOR
           MOVE "RES" TO LIQ-ORIGEM
           WRITE LIQUIDO-LINHA
           CLOSE ARQ-LIQUIDOS.

      *===== O DESCONTO BAIXA OS SALDOS DO FUNCIONARIO NA ORDEM DO
      *===== ARQUIVO; AS DEMAIS LINHAS VOLTAM COMO ESTAVAM.
       5200-BAIXA-ADIANTAMENTOS.
           MOVE WS-DESC-ADIANTAMENTO TO WS-A-BAIXAR
           PERFORM VARYING WS-SUB-ADT FROM 1 BY 1
                   UNTIL WS-SUB-ADT > WS-TOTAL-ADT
               IF WS-ADT-CODIGO (WS-SUB-ADT) = WS-CODIGO-PEDIDO
                  AND WS-A-BAIXAR > ZERO
                   IF WS-ADT-SALDO (WS-SUB-ADT) > WS-A-BAIXAR
                       SUBTRACT WS-A-BAIXAR
                           FROM WS-ADT-SALDO (WS-SUB-ADT)
                       MOVE ZERO TO WS-A-BAIXAR
                   ELSE
                       SUBTRACT WS-ADT-SALDO (WS-SUB-ADT)
                           FROM WS-A-BAIXAR
                       MOVE ZERO TO WS-ADT-SALDO (WS-SUB-ADT)
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT ARQ-ADIANTAMENTOS
           PERFORM VARYING WS-SUB-ADT FROM 1 BY 1
                   UNTIL WS-SUB-ADT > WS-TOTAL-ADT
               MOVE SPACES TO ADIANTAMENTO-LINHA
               MOVE WS-ADT-CODIGO (WS-SUB-ADT) TO ADT-CODIGO
               MOVE WS-ADT-TOTAL (WS-SUB-ADT) TO ADT-VALOR-TOTAL
               MOVE WS-ADT-PARC (WS-SUB-ADT) TO ADT-PARCELAS
               MOVE WS-ADT-MES (WS-SUB-ADT) TO ADT-MES-INICIO
               MOVE WS-ADT-SALDO (WS-SUB-ADT) TO ADT-SALDO
               WRITE ADIANTAMENTO-LINHA
           END-PERFORM
           CLOSE ARQ-ADIANTAMENTOS.

       5300-GRAVA-REGISTRO.
           OPEN EXTEND ARQ-REGISTRO
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO
               CLOSE ARQ-REGISTRO
               OPEN EXTEND ARQ-REGISTRO
           END-IF
           MOVE SPACES TO RESCISAO-LINHA
           MOVE WS-CODIGO-PEDIDO TO RSC-CODIGO
           MOVE WS-DESLIG TO RSC-DESLIGAMENTO
           MOVE WS-TIPO TO RSC-TIPO
           MOVE WS-AVISO TO RSC-AVISO
           MOVE WS-SALDO-SALARIO TO RSC-SALDO-SALARIO
           MOVE WS-VALOR-AVISO TO RSC-AVISO-INDENIZADO
           COMPUTE RSC-FERIAS = WS-FERIAS-VENCIDAS
               + WS-FERIAS-PROPORC + WS-TERCO-FERIAS
           MOVE WS-13O-A-PAGAR TO RSC-13O
           COMPUTE RSC-INSS = WS-INSS-SALDO + WS-INSS-13O
           COMPUTE RSC-IRRF = WS-IRRF-SALDO + WS-IRRF-13O
           COMPUTE RSC-OUTROS-DESCONTOS = WS-DESC-AVISO
               + WS-DESC-13O + WS-DESC-ADIANTAMENTO
           MOVE WS-LIQUIDO TO RSC-LIQUIDO
           MOVE WS-ESTORNO-13O TO RSC-ESTORNO-13O
           MOVE WS-ESTORNO-FERIAS TO RSC-ESTORNO-FERIAS
           MOVE WS-HOJE TO RSC-CALCULO
           MOVE WS-VALOR-BANCO-HORAS TO RSC-BANCO-HORAS
           MOVE WS-INSS-13O TO RSC-INSS-13O
           MOVE WS-IRRF-13O TO RSC-IRRF-13O
           WRITE RESCISAO-LINHA
           CLOSE ARQ-REGISTRO.

      *===== AS HORAS PAGAS SAEM DO BANCO NA COMPETENCIA DO
      *===== DESLIGAMENTO, ZERANDO O SALDO DO FUNCIONARIO.
       5400-BAIXA-BANCO-HORAS.
           OPEN EXTEND ARQ-BANCO-HORAS
           IF WS-STATUS-BANCO-HORAS = "35"
               OPEN OUTPUT ARQ-BANCO-HORAS
               CLOSE ARQ-BANCO-HORAS
               OPEN EXTEND ARQ-BANCO-HORAS
           END-IF
           MOVE SPACES TO BANCO-HORAS-LINHA
           MOVE WS-CODIGO-PEDIDO TO BHR-CODIGO
           MOVE WS-DESLIG (1:6) TO BHR-MES
           MOVE 'R' TO BHR-TIPO
           MOVE WS-HORAS-BANCO TO BHR-HORAS
           MOVE WS-HOJE TO BHR-DATA
           WRITE BANCO-HORAS-LINHA
           CLOSE ARQ-BANCO-HORAS.

       END PROGRAM RESCISAO.
