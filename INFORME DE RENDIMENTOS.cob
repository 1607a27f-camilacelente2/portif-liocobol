       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMEREND.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: INFORME DE RENDIMENTOS ANUAL DE CADA
      *=======           FUNCIONARIO PARA A DECLARACAO DO IMPOSTO DE
      *=======           RENDA. SOMA NO ANO-CALENDARIO, POR
      *=======           FUNCIONARIO, O BRUTO TRIBUTAVEL, O INSS E O
      *=======           IRRF RETIDOS DAS FOLHAS MENSAIS
      *=======           (impostos_folha.txt ARQUIVADO PELO
      *=======           ARQUIVAMES EM impostos_folha.txt_AAAAMM.arq),
      *=======           O 13O COM SEUS DESCONTOS
      *=======           (decimo_pagamentos.txt), AS RESCISOES DO ANO
      *=======           (rescisoes_registro.txt) E OS RENDIMENTOS
      *=======           ISENTOS. ANTES DE EMITIR, AMARRA MES A MES A
      *=======           FOLHA COM AS GUIAS DO GUIASFOLHA
      *=======           (guias_recolhimento.txt_AAAAMM.arq) EM
      *=======           informes_resumo.txt, APONTANDO MES SEM
      *=======           ARQUIVO OU DIVERGENTE. OS INFORMES SAEM NO
      *=======           MODELO OFICIAL, COM OS DADOS DA EMPRESA
      *=======           (empresa.txt), EM informes_rendimentos.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O ARQUIVO CORRENTE (AINDA NAO ARQUIVADO)
      *=======               TAMBEM E LIDO; UM MES QUE APARECE EM
      *=======               MAIS DE UM ARQUIVO VALE SO O PRIMEIRO,
      *=======               PARA NAO SOMAR DUAS VEZES. 13O E
      *=======               RESCISAO NAO PASSAM PELO GUIASFOLHA E
      *=======               APARECEM A PARTE NO RESUMO. ISENTOS:
      *=======               SALARIO-FAMILIA E AS INDENIZACOES DA
      *=======               RESCISAO (AVISO E FERIAS INDENIZADOS). O
      *=======               13O SAI LIQUIDO DO INSS, COMO PEDE O
      *=======               MODELO.
      *=======     MOD: 15/10/2026 - CE - impostos_folha.txt GANHOU AS
      *=======          COLUNAS DE SALARIO, EXTRAS E FALTAS DO MES
      *=======          (USADAS PELO RETROATIVO); SO O LAYOUT FOI
      *=======          ESTENDIDO.
      *=======     MOD: 15/10/2026 - CE - guias_recolhimento.txt GANHOU
      *=======          O VENCIMENTO DA GUIA NO FIM DA LINHA (GRAVADO
      *=======          PELO GUIASFOLHA); SO O LAYOUT FOI ESTENDIDO.
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

           SELECT ARQ-EMPRESA ASSIGN TO "empresa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMPRESA.

           SELECT ARQ-IMPOSTOS ASSIGN TO DYNAMIC WS-NOME-IMPOSTOS
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPOSTOS.

           SELECT ARQ-GUIAS ASSIGN TO DYNAMIC WS-NOME-GUIAS
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GUIAS.

           SELECT ARQ-DECIMO ASSIGN TO "decimo_pagamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DECIMO.

           SELECT ARQ-RESCISOES ASSIGN TO "rescisoes_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-INFORMES ASSIGN TO "informes_rendimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INFORMES.

           SELECT ARQ-RESUMO ASSIGN TO "informes_resumo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESUMO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

      *===== LINHA UNICA COM OS DADOS DA FONTE PAGADORA.
       FD  ARQ-EMPRESA.
       01  EMPRESA-LINHA.
           05 EMP-CNPJ         PIC X(14).
           05 FILLER           PIC X.
           05 EMP-NOME         PIC X(40).

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

       FD  ARQ-GUIAS.
       01  GUIA-LINHA.
           05 GUI-MES          PIC 9(06).
           05 FILLER           PIC X.
           05 GUI-TRIBUTO      PIC X(12).
           05 FILLER           PIC X.
           05 GUI-VALOR        PIC 9(09)V99.
           05 FILLER           PIC X.
           05 GUI-VENCIMENTO   PIC 9(08).

       FD  ARQ-DECIMO.
           COPY "#decimopagdat".

       FD  ARQ-RESCISOES.
           COPY "#rescisaodat".

       FD  ARQ-INFORMES.
       01  INFORME-LINHA       PIC X(80).

       FD  ARQ-RESUMO.
       01  RESUMO-LINHA        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-EMPRESA      PIC XX VALUE SPACES.
       77 WS-STATUS-IMPOSTOS     PIC XX VALUE SPACES.
       77 WS-STATUS-GUIAS        PIC XX VALUE SPACES.
       77 WS-STATUS-DECIMO       PIC XX VALUE SPACES.
       77 WS-STATUS-RESCISOES    PIC XX VALUE SPACES.
       77 WS-STATUS-INFORMES     PIC XX VALUE SPACES.
       77 WS-STATUS-RESUMO       PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-CONFIRMA           PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANO       PIC 9(4).
           05 WS-HOJE-MMDD      PIC 9(4).
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-NOME-IMPOSTOS      PIC X(40) VALUE SPACES.
       01 WS-NOME-GUIAS         PIC X(40) VALUE SPACES.
       01 WS-CNPJ-EMPRESA       PIC X(14) VALUE SPACES.
       01 WS-NOME-EMPRESA       PIC X(40) VALUE SPACES.
       01 WS-CNPJ-INFORMADO     PIC X(14) VALUE SPACES.
       01 WS-NOME-INFORMADO     PIC X(40) VALUE SPACES.
       01 WS-CNPJ-ED            PIC X(18) VALUE SPACES.

      *===== ANO-CALENDARIO E COMPETENCIA DO ARQUIVO DATADO.
       01 WS-ANO                PIC 9(4) VALUE ZERO.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-CMP-ANO        PIC 9(4).
           05 WS-CMP-MES        PIC 9(2).
       01 WS-COMPETENCIA-X      PIC X(6) VALUE SPACES.
       01 WS-LINHA-MES          PIC 9(6) VALUE ZERO.
       01 WS-LINHA-MES-R REDEFINES WS-LINHA-MES.
           05 WS-LMS-ANO        PIC 9(4).
           05 WS-LMS-MES        PIC 9(2).
       01 WS-SUB-ORIGEM         PIC 99 VALUE ZERO.
       01 WS-SUB-MES            PIC 99 VALUE ZERO.
       01 WS-DUPLICADAS         PIC 9(5) VALUE ZERO.
       01 WS-PENDENCIAS         PIC 99 VALUE ZERO.
       01 WS-DATA-RESCISAO      PIC 9(8) VALUE ZERO.
       01 WS-DATA-RESCISAO-R REDEFINES WS-DATA-RESCISAO.
           05 WS-RSC-ANO        PIC 9(4).
           05 WS-RSC-MMDD       PIC 9(4).
       01 WS-INSS-13O-LINHA     PIC 9(7)V99 VALUE ZERO.
       01 WS-IRRF-13O-LINHA     PIC 9(7)V99 VALUE ZERO.

      *===== TOTAIS DO ANO.
       01 WS-TOT-BRUTO-FOLHA    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-INSS-FOLHA     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-IRRF-FOLHA     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-INSS-GUIA      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-IRRF-GUIA      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-13O            PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-INSS-13O       PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-IRRF-13O       PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-RESCISOES      PIC 9(9)V99 VALUE ZERO.
       01 WS-QTDE-RESCISOES     PIC 9(4) VALUE ZERO.
       01 WS-QTDE-INFORMES      PIC 9(4) VALUE ZERO.

      *===== FUNCIONARIO CORRENTE DA ACUMULACAO.
       01 WS-CODIGO-ACUMULA     PIC 9(4) VALUE ZERO.
       01 WS-SUB-FUN            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FUN          PIC 9(3) VALUE ZERO.
       01 WS-FUN-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-FUN-ESTOURO        PIC 9(4) VALUE ZERO.
       01 WS-NOME-FUNC          PIC X(20) VALUE SPACES.

      *===== MONTAGEM DAS LINHAS.
       01 WS-ROTULO             PIC X(50) VALUE SPACES.
       01 WS-VALOR-LINHA        PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-ED           PIC Z(08)9,99.
       01 WS-BRUTO-ED           PIC Z(07)9,99.
       01 WS-INSS-ED            PIC Z(07)9,99.
       01 WS-INSS-GUIA-ED       PIC Z(07)9,99.
       01 WS-IRRF-ED            PIC Z(07)9,99.
       01 WS-IRRF-GUIA-ED       PIC Z(07)9,99.
       01 WS-SITUACAO           PIC X(12) VALUE SPACES.

      *===== FOLHA E GUIAS POR MES DO ANO. A ORIGEM GUARDA QUAL
      *===== ARQUIVO (1 A 12 = DATADOS, 13 = CORRENTE) TROUXE O MES.
       01  WS-TABELA-MESES.
           05 WS-MES-ITEM OCCURS 12 TIMES.
               10 WS-MES-ORIGEM-IMP  PIC 99.
               10 WS-MES-ORIGEM-GUI  PIC 99.
               10 WS-MES-BRUTO       PIC 9(9)V99.
               10 WS-MES-INSS        PIC 9(9)V99.
               10 WS-MES-IRRF        PIC 9(9)V99.
               10 WS-MES-GUIA-INSS   PIC 9(9)V99.
               10 WS-MES-GUIA-IRRF   PIC 9(9)V99.

      *===== ACUMULADO DO ANO POR FUNCIONARIO (ATE 500).
       01  WS-TABELA-FUN.
           05 WS-FUN-ITEM OCCURS 500 TIMES.
               10 WS-FUN-CODIGO      PIC 9(4).
               10 WS-FUN-TRIBUTAVEL  PIC 9(9)V99.
               10 WS-FUN-INSS        PIC 9(9)V99.
               10 WS-FUN-IRRF        PIC 9(9)V99.
               10 WS-FUN-13O         PIC 9(9)V99.
               10 WS-FUN-INSS-13O    PIC 9(9)V99.
               10 WS-FUN-IRRF-13O    PIC 9(9)V99.
               10 WS-FUN-SALFAM      PIC 9(9)V99.
               10 WS-FUN-INDENIZ     PIC 9(9)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA
           PERFORM 1000-CARREGA-EMPRESA
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-EMPRESA.
           OPEN INPUT ARQ-EMPRESA
           IF WS-STATUS-EMPRESA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ARQ-EMPRESA
               NOT AT END
                   MOVE EMP-CNPJ TO WS-CNPJ-EMPRESA
                   MOVE EMP-NOME TO WS-NOME-EMPRESA
           END-READ
           CLOSE ARQ-EMPRESA.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== INFORME DE RENDIMENTOS ===".
           DISPLAY "1 - DADOS DA EMPRESA (FONTE PAGADORA)".
           DISPLAY "2 - EMITIR INFORMES DO ANO-CALENDARIO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-DADOS-EMPRESA
               WHEN '2' PERFORM 4000-EMITE-INFORMES
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== CNPJ E NOME EMPRESARIAL; CAMPO EM BRANCO MANTEM O
      *===== VALOR ATUAL.
       3000-DADOS-EMPRESA.
           DISPLAY "CNPJ ATUAL.: " WS-CNPJ-EMPRESA
           DISPLAY "NOME ATUAL.: " WS-NOME-EMPRESA
           MOVE SPACES TO WS-CNPJ-INFORMADO
           DISPLAY "CNPJ (14 DIGITOS, VAZIO MANTEM): "
           ACCEPT WS-CNPJ-INFORMADO
           IF WS-CNPJ-INFORMADO NOT = SPACES
               IF WS-CNPJ-INFORMADO IS NOT NUMERIC
                   DISPLAY "CNPJ INVALIDO - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CNPJ-INFORMADO TO WS-CNPJ-EMPRESA
           END-IF
           MOVE SPACES TO WS-NOME-INFORMADO
           DISPLAY "NOME EMPRESARIAL (VAZIO MANTEM): "
           ACCEPT WS-NOME-INFORMADO
           INSPECT WS-NOME-INFORMADO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NOME-INFORMADO NOT = SPACES
               MOVE WS-NOME-INFORMADO TO WS-NOME-EMPRESA
           END-IF
           OPEN OUTPUT ARQ-EMPRESA
           MOVE SPACES TO EMPRESA-LINHA
           MOVE WS-CNPJ-EMPRESA TO EMP-CNPJ
           MOVE WS-NOME-EMPRESA TO EMP-NOME
           WRITE EMPRESA-LINHA
           CLOSE ARQ-EMPRESA
           DISPLAY "DADOS DA EMPRESA GRAVADOS".

       4000-EMITE-INFORMES.
           IF WS-CNPJ-EMPRESA = SPACES OR WS-NOME-EMPRESA = SPACES
               DISPLAY "CADASTRAR OS DADOS DA EMPRESA ANTES (OPCAO 1)"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ANO
           DISPLAY "ANO-CALENDARIO (AAAA, 0 = ANO PASSADO): "
           ACCEPT WS-ANO
           IF WS-ANO = ZERO
               COMPUTE WS-ANO = WS-HOJE-ANO - 1
           END-IF
           IF WS-ANO < 2000 OR WS-ANO > WS-HOJE-ANO
               DISPLAY "ANO INVALIDO"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-TABELA-MESES
           MOVE ZERO TO WS-TOTAL-FUN WS-FUN-ESTOURO WS-DUPLICADAS
           MOVE ZERO TO WS-TOT-13O WS-TOT-INSS-13O WS-TOT-IRRF-13O
           MOVE ZERO TO WS-TOT-RESCISOES WS-QTDE-RESCISOES
           PERFORM VARYING WS-SUB-ORIGEM FROM 1 BY 1
                   UNTIL WS-SUB-ORIGEM > 13
               PERFORM 4100-LE-IMPOSTOS
               PERFORM 4200-LE-GUIAS
           END-PERFORM
           PERFORM 4300-LE-DECIMO
           PERFORM 4400-LE-RESCISOES
           PERFORM 5000-RESUMO
           IF WS-FUN-ESTOURO > ZERO
               DISPLAY "ATENCAO: " WS-FUN-ESTOURO " LINHA(S) DE "
                       "FUNCIONARIOS ALEM DA TABELA (500) - "
                       "INFORMES NAO EMITIDOS"
               EXIT PARAGRAPH
           END-IF
           IF WS-PENDENCIAS > ZERO
               DISPLAY WS-PENDENCIAS " MES(ES) COM PENDENCIA - VER "
                       "informes_resumo.txt"
               MOVE SPACE TO WS-CONFIRMA
               DISPLAY "EMITIR OS INFORMES ASSIM MESMO (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY "INFORMES NAO EMITIDOS"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 6000-GRAVA-INFORMES.

      *===== NOME DO ARQUIVO DA ORIGEM: 1 A 12 = DATADO DO MES PELO
      *===== ARQUIVAMES, 13 = O ARQUIVO CORRENTE.
       4050-MONTA-NOMES.
           MOVE SPACES TO WS-NOME-IMPOSTOS WS-NOME-GUIAS
           IF WS-SUB-ORIGEM = 13
               MOVE "impostos_folha.txt" TO WS-NOME-IMPOSTOS
               MOVE "guias_recolhimento.txt" TO WS-NOME-GUIAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO TO WS-CMP-ANO
           MOVE WS-SUB-ORIGEM TO WS-CMP-MES
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-X
           STRING "impostos_folha.txt_" WS-COMPETENCIA-X ".arq"
                  DELIMITED BY SIZE INTO WS-NOME-IMPOSTOS
           STRING "guias_recolhimento.txt_" WS-COMPETENCIA-X ".arq"
                  DELIMITED BY SIZE INTO WS-NOME-GUIAS.

       4100-LE-IMPOSTOS.
           PERFORM 4050-MONTA-NOMES
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
                       IF IMP-MES IS NUMERIC
                           MOVE IMP-MES TO WS-LINHA-MES
                           IF WS-LMS-ANO = WS-ANO
                              AND WS-LMS-MES > ZERO
                              AND WS-LMS-MES < 13
                               PERFORM 4110-SOMA-IMPOSTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-IMPOSTOS.

       4110-SOMA-IMPOSTO.
           IF WS-MES-ORIGEM-IMP (WS-LMS-MES) = ZERO
               MOVE WS-SUB-ORIGEM TO WS-MES-ORIGEM-IMP (WS-LMS-MES)
           END-IF
           IF WS-MES-ORIGEM-IMP (WS-LMS-MES) NOT = WS-SUB-ORIGEM
               ADD 1 TO WS-DUPLICADAS
               EXIT PARAGRAPH
           END-IF
           ADD IMP-BRUTO TO WS-MES-BRUTO (WS-LMS-MES)
           ADD IMP-INSS TO WS-MES-INSS (WS-LMS-MES)
           ADD IMP-IRRF TO WS-MES-IRRF (WS-LMS-MES)
           MOVE IMP-CODIGO TO WS-CODIGO-ACUMULA
           PERFORM 4900-ACHA-FUNCIONARIO
           IF WS-FUN-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD IMP-BRUTO TO WS-FUN-TRIBUTAVEL (WS-FUN-ACHADO)
           ADD IMP-INSS TO WS-FUN-INSS (WS-FUN-ACHADO)
           ADD IMP-IRRF TO WS-FUN-IRRF (WS-FUN-ACHADO)
      *===== LINHA ANTIGA SEM A COLUNA DO SALARIO-FAMILIA CONTA ZERO.
           IF IMP-SALFAM IS NUMERIC
               ADD IMP-SALFAM TO WS-FUN-SALFAM (WS-FUN-ACHADO)
           END-IF.

       4200-LE-GUIAS.
           OPEN INPUT ARQ-GUIAS
           IF WS-STATUS-GUIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-GUIAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF GUI-MES IS NUMERIC
                           MOVE GUI-MES TO WS-LINHA-MES
                           IF WS-LMS-ANO = WS-ANO
                              AND WS-LMS-MES > ZERO
                              AND WS-LMS-MES < 13
                               PERFORM 4210-SOMA-GUIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GUIAS.

       4210-SOMA-GUIA.
           IF WS-MES-ORIGEM-GUI (WS-LMS-MES) = ZERO
               MOVE WS-SUB-ORIGEM TO WS-MES-ORIGEM-GUI (WS-LMS-MES)
           END-IF
           IF WS-MES-ORIGEM-GUI (WS-LMS-MES) NOT = WS-SUB-ORIGEM
               ADD 1 TO WS-DUPLICADAS
               EXIT PARAGRAPH
           END-IF
           EVALUATE GUI-TRIBUTO
               WHEN "INSS RETIDO"
                   ADD GUI-VALOR TO WS-MES-GUIA-INSS (WS-LMS-MES)
               WHEN "IRRF"
                   ADD GUI-VALOR TO WS-MES-GUIA-IRRF (WS-LMS-MES)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *===== AS DUAS RODADAS DO 13O DO ANO; SO A SEGUNDA DESCONTA.
       4300-LE-DECIMO.
           OPEN INPUT ARQ-DECIMO
           IF WS-STATUS-DECIMO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DECIMO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF DCP-ANO = WS-ANO AND DCP-BRUTO IS NUMERIC
                           PERFORM 4310-SOMA-DECIMO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DECIMO.

       4310-SOMA-DECIMO.
           MOVE ZERO TO WS-INSS-13O-LINHA WS-IRRF-13O-LINHA
           IF DCP-INSS IS NUMERIC
               MOVE DCP-INSS TO WS-INSS-13O-LINHA
           END-IF
           IF DCP-IRRF IS NUMERIC
               MOVE DCP-IRRF TO WS-IRRF-13O-LINHA
           END-IF
           ADD DCP-BRUTO TO WS-TOT-13O
           ADD WS-INSS-13O-LINHA TO WS-TOT-INSS-13O
           ADD WS-IRRF-13O-LINHA TO WS-TOT-IRRF-13O
           MOVE DCP-CODIGO TO WS-CODIGO-ACUMULA
           PERFORM 4900-ACHA-FUNCIONARIO
           IF WS-FUN-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD DCP-BRUTO TO WS-FUN-13O (WS-FUN-ACHADO)
           ADD WS-INSS-13O-LINHA TO WS-FUN-INSS-13O (WS-FUN-ACHADO)
           ADD WS-IRRF-13O-LINHA TO WS-FUN-IRRF-13O (WS-FUN-ACHADO).

      *===== RESCISAO DO ANO: SALDO DE SALARIO E BANCO DE HORAS SAO
      *===== TRIBUTAVEIS; AVISO E FERIAS INDENIZADOS SAO ISENTOS; O
      *===== 13O VAI PARA A TRIBUTACAO EXCLUSIVA.
       4400-LE-RESCISOES.
           OPEN INPUT ARQ-RESCISOES
           IF WS-STATUS-RESCISOES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RESCISOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RSC-DESLIGAMENTO IS NUMERIC
                           MOVE RSC-DESLIGAMENTO TO WS-DATA-RESCISAO
                           IF WS-RSC-ANO = WS-ANO
                               PERFORM 4410-SOMA-RESCISAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RESCISOES.

       4410-SOMA-RESCISAO.
           ADD 1 TO WS-QTDE-RESCISOES
           MOVE ZERO TO WS-INSS-13O-LINHA WS-IRRF-13O-LINHA
           IF RSC-INSS-13O IS NUMERIC
               MOVE RSC-INSS-13O TO WS-INSS-13O-LINHA
           END-IF
           IF RSC-IRRF-13O IS NUMERIC
               MOVE RSC-IRRF-13O TO WS-IRRF-13O-LINHA
           END-IF
           ADD RSC-SALDO-SALARIO TO WS-TOT-RESCISOES
           ADD RSC-AVISO-INDENIZADO TO WS-TOT-RESCISOES
           ADD RSC-FERIAS TO WS-TOT-RESCISOES
           ADD RSC-13O TO WS-TOT-RESCISOES
           MOVE RSC-CODIGO TO WS-CODIGO-ACUMULA
           PERFORM 4900-ACHA-FUNCIONARIO
           IF WS-FUN-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD RSC-SALDO-SALARIO TO WS-FUN-TRIBUTAVEL (WS-FUN-ACHADO)
           IF RSC-BANCO-HORAS IS NUMERIC
               ADD RSC-BANCO-HORAS TO WS-TOT-RESCISOES
               ADD RSC-BANCO-HORAS
                 TO WS-FUN-TRIBUTAVEL (WS-FUN-ACHADO)
           END-IF
           COMPUTE WS-FUN-INSS (WS-FUN-ACHADO) =
               WS-FUN-INSS (WS-FUN-ACHADO) + RSC-INSS
               - WS-INSS-13O-LINHA
           COMPUTE WS-FUN-IRRF (WS-FUN-ACHADO) =
               WS-FUN-IRRF (WS-FUN-ACHADO) + RSC-IRRF
               - WS-IRRF-13O-LINHA
           ADD RSC-13O TO WS-FUN-13O (WS-FUN-ACHADO)
           ADD WS-INSS-13O-LINHA TO WS-FUN-INSS-13O (WS-FUN-ACHADO)
           ADD WS-IRRF-13O-LINHA TO WS-FUN-IRRF-13O (WS-FUN-ACHADO)
           ADD RSC-AVISO-INDENIZADO TO WS-FUN-INDENIZ (WS-FUN-ACHADO)
           ADD RSC-FERIAS TO WS-FUN-INDENIZ (WS-FUN-ACHADO).

      *===== ACHA OU ABRE A LINHA DO FUNCIONARIO WS-CODIGO-ACUMULA;
      *===== TABELA CHEIA DEVOLVE ZERO E CONTA O ESTOURO.
       4900-ACHA-FUNCIONARIO.
           MOVE ZERO TO WS-FUN-ACHADO
           PERFORM VARYING WS-SUB-FUN FROM 1 BY 1
                   UNTIL WS-SUB-FUN > WS-TOTAL-FUN
                      OR WS-FUN-ACHADO > ZERO
               IF WS-FUN-CODIGO (WS-SUB-FUN) = WS-CODIGO-ACUMULA
                   MOVE WS-SUB-FUN TO WS-FUN-ACHADO
               END-IF
           END-PERFORM
           IF WS-FUN-ACHADO > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-FUN = 500
               ADD 1 TO WS-FUN-ESTOURO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FUN
           MOVE WS-TOTAL-FUN TO WS-FUN-ACHADO
           INITIALIZE WS-FUN-ITEM (WS-FUN-ACHADO)
           MOVE WS-CODIGO-ACUMULA TO WS-FUN-CODIGO (WS-FUN-ACHADO).

      *===== AMARRACAO MES A MES DA FOLHA COM AS GUIAS DO
      *===== GUIASFOLHA; MES SEM ARQUIVO OU COM DIFERENCA E PENDENCIA.
       5000-RESUMO.
           MOVE ZERO TO WS-PENDENCIAS
           MOVE ZERO TO WS-TOT-BRUTO-FOLHA WS-TOT-INSS-FOLHA
           MOVE ZERO TO WS-TOT-IRRF-FOLHA WS-TOT-INSS-GUIA
           MOVE ZERO TO WS-TOT-IRRF-GUIA
           OPEN OUTPUT ARQ-RESUMO
           MOVE SPACES TO RESUMO-LINHA
           STRING "AMARRACAO DO INFORME DE RENDIMENTOS - ANO "
                  WS-ANO " - EMITIDO EM " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           MOVE SPACES TO RESUMO-LINHA
           STRING "MES     BRUTO FOLHA  INSS FOLHA   INSS GUIA  "
                  " IRRF FOLHA   IRRF GUIA  SITUACAO"
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           PERFORM VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES > 12
               PERFORM 5100-LINHA-DO-MES
           END-PERFORM
           MOVE WS-TOT-BRUTO-FOLHA TO WS-BRUTO-ED
           MOVE WS-TOT-INSS-FOLHA TO WS-INSS-ED
           MOVE WS-TOT-INSS-GUIA TO WS-INSS-GUIA-ED
           MOVE WS-TOT-IRRF-FOLHA TO WS-IRRF-ED
           MOVE WS-TOT-IRRF-GUIA TO WS-IRRF-GUIA-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "TOTAL " WS-BRUTO-ED " " WS-INSS-ED " "
                  WS-INSS-GUIA-ED " " WS-IRRF-ED " "
                  WS-IRRF-GUIA-ED
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           MOVE SPACES TO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           MOVE "FORA DAS GUIAS MENSAIS DO GUIASFOLHA:"
             TO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           MOVE WS-TOT-13O TO WS-BRUTO-ED
           MOVE WS-TOT-INSS-13O TO WS-INSS-ED
           MOVE WS-TOT-IRRF-13O TO WS-IRRF-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "13O SALARIO.: BRUTO " WS-BRUTO-ED
                  " INSS " WS-INSS-ED " IRRF " WS-IRRF-ED
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           MOVE WS-TOT-RESCISOES TO WS-BRUTO-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "RESCISOES...: " WS-QTDE-RESCISOES
                  " NO ANO, PROVENTOS " WS-BRUTO-ED
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           IF WS-DUPLICADAS > ZERO
               MOVE SPACES TO RESUMO-LINHA
               STRING "LINHAS DE MES REPETIDO EM OUTRO ARQUIVO, "
                      "IGNORADAS: " WS-DUPLICADAS
                      DELIMITED BY SIZE INTO RESUMO-LINHA
               PERFORM 5900-EMITE-RESUMO
           END-IF
           MOVE SPACES TO RESUMO-LINHA
           STRING "FUNCIONARIOS COM RENDIMENTO NO ANO: " WS-TOTAL-FUN
                  " - MESES COM PENDENCIA: " WS-PENDENCIAS
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO
           CLOSE ARQ-RESUMO.

       5100-LINHA-DO-MES.
           EVALUATE TRUE
               WHEN WS-MES-ORIGEM-IMP (WS-SUB-MES) = ZERO
                   MOVE "SEM FOLHA" TO WS-SITUACAO
               WHEN WS-MES-ORIGEM-GUI (WS-SUB-MES) = ZERO
                   MOVE "SEM GUIA" TO WS-SITUACAO
               WHEN WS-MES-INSS (WS-SUB-MES)
                    NOT = WS-MES-GUIA-INSS (WS-SUB-MES)
               WHEN WS-MES-IRRF (WS-SUB-MES)
                    NOT = WS-MES-GUIA-IRRF (WS-SUB-MES)
                   MOVE "DIVERGENTE" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "OK" TO WS-SITUACAO
           END-EVALUATE
           IF WS-SITUACAO NOT = "OK"
               ADD 1 TO WS-PENDENCIAS
           END-IF
           ADD WS-MES-BRUTO (WS-SUB-MES) TO WS-TOT-BRUTO-FOLHA
           ADD WS-MES-INSS (WS-SUB-MES) TO WS-TOT-INSS-FOLHA
           ADD WS-MES-IRRF (WS-SUB-MES) TO WS-TOT-IRRF-FOLHA
           ADD WS-MES-GUIA-INSS (WS-SUB-MES) TO WS-TOT-INSS-GUIA
           ADD WS-MES-GUIA-IRRF (WS-SUB-MES) TO WS-TOT-IRRF-GUIA
           MOVE WS-ANO TO WS-CMP-ANO
           MOVE WS-SUB-MES TO WS-CMP-MES
           MOVE WS-MES-BRUTO (WS-SUB-MES) TO WS-BRUTO-ED
           MOVE WS-MES-INSS (WS-SUB-MES) TO WS-INSS-ED
           MOVE WS-MES-GUIA-INSS (WS-SUB-MES) TO WS-INSS-GUIA-ED
           MOVE WS-MES-IRRF (WS-SUB-MES) TO WS-IRRF-ED
           MOVE WS-MES-GUIA-IRRF (WS-SUB-MES) TO WS-IRRF-GUIA-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING WS-COMPETENCIA WS-BRUTO-ED " " WS-INSS-ED " "
                  WS-INSS-GUIA-ED " " WS-IRRF-ED " "
                  WS-IRRF-GUIA-ED "  " WS-SITUACAO
                  DELIMITED BY SIZE INTO RESUMO-LINHA
           PERFORM 5900-EMITE-RESUMO.

       5900-EMITE-RESUMO.
           WRITE RESUMO-LINHA
           DISPLAY RESUMO-LINHA.

      *===== UM INFORME POR FUNCIONARIO, NO MODELO OFICIAL DO
      *===== COMPROVANTE DE RENDIMENTOS PAGOS E DE IRRF.
       6000-GRAVA-INFORMES.
           MOVE ZERO TO WS-QTDE-INFORMES
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CNPJ-ED
           STRING WS-CNPJ-EMPRESA (1:2) "." WS-CNPJ-EMPRESA (3:3) "."
                  WS-CNPJ-EMPRESA (6:3) "/" WS-CNPJ-EMPRESA (9:4) "-"
                  WS-CNPJ-EMPRESA (13:2)
                  DELIMITED BY SIZE INTO WS-CNPJ-ED
           OPEN OUTPUT ARQ-INFORMES
           PERFORM VARYING WS-SUB-FUN FROM 1 BY 1
                   UNTIL WS-SUB-FUN > WS-TOTAL-FUN
               PERFORM 6100-MONTA-INFORME
           END-PERFORM
           CLOSE ARQ-INFORMES
           CLOSE ARQ-FUNCIONARIOS
           DISPLAY WS-QTDE-INFORMES " INFORME(S) EM "
                   "informes_rendimentos.txt".

       6100-MONTA-INFORME.
           MOVE WS-FUN-CODIGO (WS-SUB-FUN) TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WS-NOME-FUNC
               NOT INVALID KEY
                   MOVE FUNC-NOME TO WS-NOME-FUNC
           END-READ
           ADD 1 TO WS-QTDE-INFORMES
           MOVE ALL "=" TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A"
             TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "RENDA RETIDO NA FONTE - ANO-CALENDARIO " WS-ANO
                  DELIMITED BY SIZE INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE ALL "=" TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "   CNPJ: " WS-CNPJ-ED
                  DELIMITED BY SIZE INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "   NOME EMPRESARIAL: " WS-NOME-EMPRESA
                  DELIMITED BY SIZE INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
             TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "   MATRICULA: " WS-FUN-CODIGO (WS-SUB-FUN)
                  "   NOME: " WS-NOME-FUNC
                  DELIMITED BY SIZE INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO"
             TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
             TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
             TO WS-ROTULO
           MOVE WS-FUN-TRIBUTAVEL (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
             TO WS-ROTULO
           MOVE WS-FUN-INSS (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "03. CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR"
             TO WS-ROTULO
           MOVE ZERO TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "04. PENSAO ALIMENTICIA" TO WS-ROTULO
           MOVE ZERO TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
             TO WS-ROTULO
           MOVE WS-FUN-IRRF (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
             TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "06. INDENIZACOES POR RESCISAO DE CONTRATO"
             TO WS-ROTULO
           MOVE WS-FUN-INDENIZ (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "07. OUTROS (SALARIO-FAMILIA)" TO WS-ROTULO
           MOVE WS-FUN-SALFAM (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
             TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "01. DECIMO TERCEIRO SALARIO" TO WS-ROTULO
           COMPUTE WS-VALOR-LINHA = WS-FUN-13O (WS-SUB-FUN)
               - WS-FUN-INSS-13O (WS-SUB-FUN)
           PERFORM 6900-LINHA-VALOR
           MOVE "02. IMPOSTO SOBRE A RENDA RETIDO SOBRE O 13O"
             TO WS-ROTULO
           MOVE WS-FUN-IRRF-13O (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "6. INFORMACOES COMPLEMENTARES" TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE "13O BRUTO PAGO NO ANO" TO WS-ROTULO
           MOVE WS-FUN-13O (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "INSS DESCONTADO SOBRE O 13O" TO WS-ROTULO
           MOVE WS-FUN-INSS-13O (WS-SUB-FUN) TO WS-VALOR-LINHA
           PERFORM 6900-LINHA-VALOR
           MOVE "7. RESPONSAVEL PELAS INFORMACOES" TO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           STRING "   " WS-NOME-EMPRESA "  DATA: " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO INFORME-LINHA
           WRITE INFORME-LINHA.

      *===== ROTULO PONTILHADO E O VALOR EDITADO EM REAIS.
       6900-LINHA-VALOR.
           INSPECT WS-ROTULO REPLACING TRAILING SPACES BY "."
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO INFORME-LINHA
           STRING "   " WS-ROTULO ": " WS-VALOR-ED
                  DELIMITED BY SIZE INTO INFORME-LINHA
           WRITE INFORME-LINHA
           MOVE SPACES TO WS-ROTULO.

       END PROGRAM INFORMEREND.
