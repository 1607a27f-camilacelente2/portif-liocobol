       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCAIXA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: FLUXO DE CAIXA PROJETADO PARA 90 DIAS, DIA A
      *=======           DIA, A PARTIR DO saldo.txt DE HOJE. ENTRADAS:
      *=======           FATURAS EM ABERTO (faturas_registro.txt MENOS
      *=======           pagamentos_faturas.txt) NO VENCIMENTO, MULTAS
      *=======           EM ABERTO (multas_receber.dat) E A RECEITA
      *=======           MEDIA DIARIA DO BALCAO (receitas_alugueis.txt,
      *=======           ULTIMOS 30 DIAS). SAIDAS: CONTAS A PAGAR EM
      *=======           ABERTO (contas_pagar.txt) NO VENCIMENTO, O
      *=======           LIQUIDO DA FOLHA (liquidos_folha.txt) NO 5O
      *=======           DIA UTIL DO MES SEGUINTE, AS GUIAS DO
      *=======           GUIASFOLHA (guias_recolhimento.txt) NO
      *=======           VENCIMENTO E AS PARCELAS DO 13O EM NOVEMBRO E
      *=======           DEZEMBRO. APONTA O PRIMEIRO DIA EM QUE O SALDO
      *=======           PROJETADO FICA NEGATIVO. SAIDA EM
      *=======           fluxo_caixa.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: PROJECAO CONSERVADORA - FATURA JA VENCIDA
      *=======               NAO ENTRA (SO E INFORMADA NO CABECALHO),
      *=======               CONTA A PAGAR VENCIDA SAI HOJE. MESES DE
      *=======               FOLHA AINDA NAO CALCULADOS REPETEM O
      *=======               LIQUIDO E AS GUIAS DO ULTIMO MES. AS
      *=======               MULTAS EM ABERTO ENTRAM DIVIDIDAS PELOS
      *=======               PROXIMOS 30 DIAS. O 13O PROJETADO E O
      *=======               BRUTO DA PARCELA (REGRA DO DECIMOTERCEIRO),
      *=======               PAGO ATE 30/11 E 20/12 (DIA UTIL ANTERIOR),
      *=======               E NAO ENTRA SE A PARCELA JA CONSTA EM
      *=======               decimo_pagamentos.txt.
      *=======     MOD: 15/10/2026 - CE - RECEITA MEDIA DO BALCAO PASSA
      *=======          A SER DINHEIRO LIQUIDO: DESCONTO DE PONTOS E
      *=======          ESTORNO ABATEM, A RECARGA DE CREDITO PRE-PAGO
      *=======          (carteira_movimentos.txt) SOMA E O ALUGUEL/MULTA
      *=======          PAGOS COM O CREDITO E A DEVOLUCAO DELE ABATEM,
      *=======          NA MESMA JANELA DE 30 DIAS.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.

           SELECT ARQ-REGISTRO ASSIGN TO "faturas_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-PAGAMENTOS ASSIGN TO "pagamentos_faturas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAMENTOS.

           SELECT ARQ-MULTAS ASSIGN TO "multas_receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-CHAVE
           FILE STATUS IS WS-STATUS-MULTAS.

           SELECT ARQ-RECEITAS ASSIGN TO "receitas_alugueis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-TITULOS ASSIGN TO "contas_pagar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TITULOS.

           SELECT ARQ-LIQUIDOS ASSIGN TO "liquidos_folha.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQUIDOS.

           SELECT ARQ-IMPOSTOS ASSIGN TO "impostos_folha.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPOSTOS.

           SELECT ARQ-GUIAS ASSIGN TO "guias_recolhimento.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GUIAS.

           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DECIMO ASSIGN TO "decimo_pagamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DECIMO.

           SELECT ARQ-FLUXO ASSIGN TO "fluxo_caixa.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLUXO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDO.
       01  SALDO-LINHA.
           05 SALDO-VALOR       PIC S9(09)V99.

       FD  ARQ-REGISTRO.
       01  REGISTRO-LINHA.
           05 REG-NUMERO        PIC 9(06).
           05 FILLER            PIC X.
           05 REG-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 REG-QTDE-ITENS    PIC 9(03).
           05 FILLER            PIC X.
           05 REG-TOTAL         PIC 9(09)V99.
           05 FILLER            PIC X.
           05 REG-CLIENTE       PIC X(30).
           05 FILLER            PIC X.
           05 REG-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 REG-MOEDA         PIC X(03).
           05 FILLER            PIC X.
           05 REG-VALOR-MOEDA   PIC 9(09)V99.
           05 FILLER            PIC X.
           05 REG-TAXA          PIC 9(03)V99.
           05 FILLER            PIC X.
           05 REG-VENCIMENTO    PIC 9(08).
           05 FILLER            PIC X.
           05 REG-CONTA         PIC X(05).
           05 FILLER            PIC X.
           05 REG-CENTRO        PIC X(03).

       FD  ARQ-PAGAMENTOS.
       01  PAGAMENTO-LINHA.
           05 PGF-NUMERO        PIC 9(06).
           05 FILLER            PIC X.
           05 PGF-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 PGF-VALOR         PIC 9(09)V99.
           05 FILLER            PIC X.
           05 PGF-ORIGEM        PIC X(01).
           05 FILLER            PIC X.
           05 PGF-VALOR-MOEDA   PIC 9(09)V99.

       FD  ARQ-MULTAS.
           COPY "#multadat".

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

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-TITULOS.
           COPY "#contapagdat".

       FD  ARQ-LIQUIDOS.
       01  LIQUIDO-LINHA.
           05 LIQ-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 LIQ-VALOR        PIC 9(07)V99.
           05 FILLER           PIC X.
           05 LIQ-ORIGEM       PIC X(03).

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

       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-DECIMO.
           COPY "#decimopagdat".

       FD  ARQ-FLUXO.
       01  FLUXO-LINHA          PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-REGISTRO    PIC XX VALUE SPACES.
       77 WS-STATUS-PAGAMENTOS  PIC XX VALUE SPACES.
       77 WS-STATUS-MULTAS      PIC XX VALUE SPACES.
       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-TITULOS     PIC XX VALUE SPACES.
       77 WS-STATUS-LIQUIDOS    PIC XX VALUE SPACES.
       77 WS-STATUS-IMPOSTOS    PIC XX VALUE SPACES.
       77 WS-STATUS-GUIAS       PIC XX VALUE SPACES.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-DECIMO      PIC XX VALUE SPACES.
       77 WS-STATUS-FLUXO       PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-ULTIMO-DIA       PIC 9(8) VALUE ZERO.
       01 WS-INICIO-MEDIA     PIC 9(8) VALUE ZERO.
       01 WS-SALDO-INICIAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-PROJETADO  PIC S9(11)V99 VALUE ZERO.
       01 WS-MENOR-SALDO      PIC S9(11)V99 VALUE ZERO.
       01 WS-DIA-MENOR        PIC 9(8) VALUE ZERO.
       01 WS-DIA-NEGATIVO     PIC 9(8) VALUE ZERO.
       01 WS-SUB-DIA          PIC 9(3) VALUE ZERO.
       01 WS-SUB-FAT          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-FAT        PIC 9(4) VALUE ZERO.
       01 WS-DATA-EVENTO      PIC 9(8) VALUE ZERO.
       01 WS-VALOR-EVENTO     PIC 9(9)V99 VALUE ZERO.
       01 WS-VENCIDO-HOJE     PIC X VALUE 'N'.
       01 WS-SALDO-FATURA     PIC S9(9)V99 VALUE ZERO.
       01 WS-FATURAS-VENCIDAS PIC 9(9)V99 VALUE ZERO.
       01 WS-QTDE-VENCIDAS    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-MULTAS     PIC 9(9)V99 VALUE ZERO.
       01 WS-MULTA-DIA        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BALCAO     PIC S9(9)V99 VALUE ZERO.
       01 WS-MEDIA-BALCAO     PIC 9(9)V99 VALUE ZERO.
       01 WS-LIQUIDO-FOLHA    PIC 9(9)V99 VALUE ZERO.
       01 WS-ORIGEM-LIQUIDO   PIC X(20) VALUE SPACES.
       01 WS-TOTAL-GUIAS      PIC 9(9)V99 VALUE ZERO.
       01 WS-MES-GUIAS        PIC 9(6) VALUE ZERO.
       01 WS-TEM-GUIAS        PIC X VALUE 'N'.
       01 WS-ANO-ATUAL        PIC 9(4) VALUE ZERO.
       01 WS-MESES-NO-ANO     PIC 9(2) VALUE ZERO.
       01 WS-13O-INTEGRAL     PIC 9(7)V99 VALUE ZERO.
       01 WS-PARCELA-1        PIC 9(7)V99 VALUE ZERO.
       01 WS-TOT-PARCELA-1    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-PARCELA-2    PIC 9(9)V99 VALUE ZERO.
       01 WS-PAGA-PARCELA-1   PIC X VALUE 'N'.
       01 WS-PAGA-PARCELA-2   PIC X VALUE 'N'.
       01 WS-SALARIOS-ATIVOS  PIC 9(9)V99 VALUE ZERO.
       01 WS-ADMISSAO.
           05 WS-ADM-ANO      PIC 9(4).
           05 WS-ADM-MES      PIC 9(2).
           05 WS-ADM-DIA      PIC 9(2).
      *===== COMPETENCIA DE TRABALHO (FOLHA OU GUIA) E A DATA DE
      *===== PAGAMENTO CALCULADA PARA ELA.
       01 WS-COMPETENCIA.
           05 WS-CMP-ANO      PIC 9(4).
           05 WS-CMP-MES      PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       01 WS-MES-FOLHA        PIC 9(6) VALUE ZERO.
       01 WS-DATA-CALC.
           05 WS-CLC-ANO      PIC 9(4).
           05 WS-CLC-MES      PIC 9(2).
           05 WS-CLC-DIA      PIC 9(2).
       01 WS-DATA-CALC-N REDEFINES WS-DATA-CALC PIC 9(8).
       01 WS-DATA-ENTRADA     PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA   PIC X(10) VALUE SPACES.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-SALDO-ED         PIC ----------9.99.
       01 WS-MARCA            PIC X(26) VALUE SPACES.

      *===== OS 90 DIAS DA PROJECAO: O DIA 1 E HOJE. ENTRADAS DE
      *===== FATURAS E DO BALCAO (MAIS MULTAS); SAIDAS DE CONTAS A
      *===== PAGAR, FOLHA, TRIBUTOS E 13O.
       01  WS-TABELA-DIAS.
           05 WS-DIA-ITEM OCCURS 90 TIMES.
               10 WS-DIA-DATA     PIC 9(8).
               10 WS-DIA-FATURAS  PIC 9(9)V99.
               10 WS-DIA-BALCAO   PIC 9(9)V99.
               10 WS-DIA-PAGAR    PIC 9(9)V99.
               10 WS-DIA-FOLHA    PIC 9(9)V99.
               10 WS-DIA-TRIBUTOS PIC 9(9)V99.
               10 WS-DIA-DECIMO   PIC 9(9)V99.
               10 WS-DIA-SALDO    PIC S9(11)V99.

       01  WS-TOTAIS-COLUNAS.
           05 WS-TOT-FATURAS   PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-BALCAO    PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-PAGAR     PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-FOLHA     PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-TRIBUTOS  PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-DECIMO    PIC 9(9)V99 VALUE ZERO.

      *===== FATURAS EM MEMORIA (ATE 3000), PARA ABATER OS
      *===== PAGAMENTOS ANTES DE PROJETAR O SALDO NO VENCIMENTO.
       01  WS-TABELA-FATURAS.
           05 WS-FAT-ITEM OCCURS 3000 TIMES.
               10 WS-FAT-NUMERO     PIC 9(6).
               10 WS-FAT-SALDO      PIC S9(9)V99.
               10 WS-FAT-VENCIMENTO PIC 9(8).

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO: DATAS DOS
      *===== 90 DIAS, 5O DIA UTIL, VENCIMENTOS ANTECIPADOS.
       COPY "#calenpar".

       01  WS-LINHA-DIA.
           05 WS-LD-DATA       PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-FATURAS    PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-BALCAO     PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-PAGAR      PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-FOLHA      PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-TRIBUTOS   PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-DECIMO     PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-SALDO      PIC ----------9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LD-MARCA      PIC X(26).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-HOJE (1:4) TO WS-ANO-ATUAL
           PERFORM 1000-MONTA-DIAS
           PERFORM 1100-SALDO-INICIAL
           PERFORM 2000-FATURAS
           PERFORM 2500-MULTAS
           PERFORM 2600-BALCAO
           PERFORM 3000-CONTAS-PAGAR
           PERFORM 3500-FOLHA
           PERFORM 3700-TRIBUTOS
           PERFORM 3800-DECIMO-TERCEIRO
           PERFORM 4000-PROJETA
           PERFORM 5000-RELATORIO
           STOP RUN.

       1000-MONTA-DIAS.
           INITIALIZE WS-TABELA-DIAS
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > 90
               MOVE 'C' TO CAL-FUNCAO
               MOVE WS-HOJE TO CAL-DATA-1
               COMPUTE CAL-DIAS = WS-SUB-DIA - 1
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-DIA-DATA (WS-SUB-DIA)
           END-PERFORM
           MOVE WS-DIA-DATA (90) TO WS-ULTIMO-DIA.

       1100-SALDO-INICIAL.
           MOVE ZERO TO WS-SALDO-INICIAL
           OPEN INPUT ARQ-SALDO
           IF WS-STATUS-SALDO NOT = "00"
               DISPLAY "SEM saldo.txt - PROJECAO PARTE DE ZERO"
               EXIT PARAGRAPH
           END-IF
           READ ARQ-SALDO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SALDO-VALOR TO WS-SALDO-INICIAL
           END-READ
           CLOSE ARQ-SALDO.

      *===== DIA DA PROJECAO (WS-SUB-DIA) DE WS-DATA-EVENTO; ZERO
      *===== QUANDO CAI DEPOIS DOS 90 DIAS OU ANTES DE HOJE. COM
      *===== WS-VENCIDO-HOJE = 'S' O QUE JA VENCEU VAI PARA HOJE.
       1900-ACHA-DIA.
           MOVE ZERO TO WS-SUB-DIA
           IF WS-DATA-EVENTO > WS-ULTIMO-DIA
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-EVENTO < WS-HOJE
               IF WS-VENCIDO-HOJE = 'S'
                   MOVE 1 TO WS-SUB-DIA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-HOJE TO CAL-DATA-1
           MOVE WS-DATA-EVENTO TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           COMPUTE WS-SUB-DIA = CAL-DIAS + 1.

      *===== FATURAS EM ABERTO ENTRAM NO VENCIMENTO (A FATURA A VISTA
      *===== VENCE NA EMISSAO). NOTA DE CREDITO NAO E CAIXA: FICA FORA.
       2000-FATURAS.
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
                       IF REG-TIPO NOT = 'C'
                          AND WS-TOTAL-FAT < 3000
                           ADD 1 TO WS-TOTAL-FAT
                           MOVE REG-NUMERO
                             TO WS-FAT-NUMERO (WS-TOTAL-FAT)
                           MOVE REG-TOTAL
                             TO WS-FAT-SALDO (WS-TOTAL-FAT)
                           IF REG-VENCIMENTO NUMERIC
                              AND REG-VENCIMENTO > ZERO
                               MOVE REG-VENCIMENTO
                                 TO WS-FAT-VENCIMENTO (WS-TOTAL-FAT)
                           ELSE
                               MOVE REG-DATA
                                 TO WS-FAT-VENCIMENTO (WS-TOTAL-FAT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-REGISTRO
           OPEN INPUT ARQ-PAGAMENTOS
           IF WS-STATUS-PAGAMENTOS = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           PERFORM 2100-ABATE-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF
           MOVE 'N' TO WS-VENCIDO-HOJE
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               IF WS-FAT-SALDO (WS-SUB-FAT) > ZERO
                   PERFORM 2200-PROJETA-FATURA
               END-IF
           END-PERFORM.

       2100-ABATE-PAGAMENTO.
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               IF WS-FAT-NUMERO (WS-SUB-FAT) = PGF-NUMERO
                   SUBTRACT PGF-VALOR FROM WS-FAT-SALDO (WS-SUB-FAT)
               END-IF
           END-PERFORM.

       2200-PROJETA-FATURA.
           MOVE WS-FAT-VENCIMENTO (WS-SUB-FAT) TO WS-DATA-EVENTO
           IF WS-DATA-EVENTO < WS-HOJE
               ADD 1 TO WS-QTDE-VENCIDAS
               ADD WS-FAT-SALDO (WS-SUB-FAT) TO WS-FATURAS-VENCIDAS
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-ACHA-DIA
           IF WS-SUB-DIA > ZERO
               ADD WS-FAT-SALDO (WS-SUB-FAT)
                 TO WS-DIA-FATURAS (WS-SUB-DIA)
           END-IF.

      *===== MULTAS EM ABERTO NAO TEM DATA: O SALDO ENTRA DIVIDIDO
      *===== PELOS PROXIMOS 30 DIAS (DIAS 2 A 31), O ULTIMO LEVANDO A
      *===== SOBRA DA DIVISAO.
       2500-MULTAS.
           OPEN INPUT ARQ-MULTAS
           IF WS-STATUS-MULTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO MUL-NUMERO-EMPRESTIMO
           MOVE SPACE TO MUL-TIPO
           MOVE SPACES TO WS-STATUS-MULTAS
           START ARQ-MULTAS KEY IS >= MUL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-MULTAS
           END-START
           PERFORM UNTIL WS-STATUS-MULTAS = "10"
               READ ARQ-MULTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-MULTAS
                   NOT AT END
                       IF MULTA-ABERTA
                          AND MUL-VALOR-ORIGINAL > MUL-VALOR-PAGO
                           COMPUTE WS-TOTAL-MULTAS = WS-TOTAL-MULTAS
                               + MUL-VALOR-ORIGINAL - MUL-VALOR-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-MULTAS
           IF WS-TOTAL-MULTAS = ZERO
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-TOTAL-MULTAS BY 30 GIVING WS-MULTA-DIA
           PERFORM VARYING WS-SUB-DIA FROM 2 BY 1
                   UNTIL WS-SUB-DIA > 30
               ADD WS-MULTA-DIA TO WS-DIA-BALCAO (WS-SUB-DIA)
           END-PERFORM
           COMPUTE WS-DIA-BALCAO (31) = WS-DIA-BALCAO (31)
               + WS-TOTAL-MULTAS - (WS-MULTA-DIA * 29).

      *===== RECEITA MEDIA DIARIA DO BALCAO: O DINHEIRO LIQUIDO DOS
      *===== ULTIMOS 30 DIAS CORRIDOS (SEM HOJE) DIVIDIDO POR 30,
      *===== SOMADO A CADA DIA DA PROJECAO A PARTIR DE AMANHA. COMO
      *===== NO CAIXAFECHA, O DESCONTO DE PONTOS E O ESTORNO ABATEM
      *===== DAS RECEITAS E O CREDITO PRE-PAGO DA JANELA E ACERTADO
      *===== NO 2650; MEDIA LIQUIDA NEGATIVA NAO ENTRA.
       2600-BALCAO.
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-HOJE TO CAL-DATA-1
           MOVE -30 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-INICIO-MEDIA
           OPEN INPUT ARQ-RECEITAS
           IF WS-STATUS-RECEITAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-DATA NOT < WS-INICIO-MEDIA
                          AND RCT-DATA < WS-HOJE
                           EVALUATE TRUE
                               WHEN RCT-GENERO = "DESCONTO PONTOS"
                               WHEN RCT-GENERO (1:7) = "ESTORNO"
                                   SUBTRACT RCT-VALOR
                                       FROM WS-TOTAL-BALCAO
                               WHEN OTHER
                                   ADD RCT-VALOR TO WS-TOTAL-BALCAO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RECEITAS
           PERFORM 2650-CARTEIRA-BALCAO
           IF WS-TOTAL-BALCAO NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-TOTAL-BALCAO BY 30 GIVING WS-MEDIA-BALCAO
           PERFORM VARYING WS-SUB-DIA FROM 2 BY 1
                   UNTIL WS-SUB-DIA > 90
               ADD WS-MEDIA-BALCAO TO WS-DIA-BALCAO (WS-SUB-DIA)
           END-PERFORM.

      *===== CREDITO PRE-PAGO NA MESMA JANELA (carteira_movimentos.txt):
      *===== A RECARGA ENTROU NA GAVETA; O ALUGUEL E A MULTA PAGOS
      *===== COM O CREDITO ESTAO NAS RECEITAS SEM TEREM SIDO
      *===== DINHEIRO E A DEVOLUCAO DO CREDITO SAIU DA GAVETA. A
      *===== UNIFICACAO DE CLIENTES (S/E) NAO MEXE NO CAIXA.
       2650-CARTEIRA-BALCAO.
           OPEN INPUT ARQ-CARTEIRA
           IF WS-STATUS-CARTEIRA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CRT-DATA NOT < WS-INICIO-MEDIA
                          AND CRT-DATA < WS-HOJE
                           EVALUATE TRUE
                               WHEN CARTEIRA-RECARGA
                                   ADD CRT-VALOR TO WS-TOTAL-BALCAO
                               WHEN CARTEIRA-ALUGUEL
                               WHEN CARTEIRA-MULTA
                               WHEN CARTEIRA-DEVOLUCAO
                                   SUBTRACT CRT-VALOR
                                       FROM WS-TOTAL-BALCAO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CARTEIRA.

      *===== TITULO A PAGAR EM ABERTO SAI NO VENCIMENTO; O JA VENCIDO
      *===== SAI HOJE.
       3000-CONTAS-PAGAR.
           OPEN INPUT ARQ-TITULOS
           IF WS-STATUS-TITULOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-VENCIDO-HOJE
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-TITULOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF (TITULO-ABERTO OR TITULO-PARCIAL)
                          AND CPG-VALOR > CPG-VALOR-PAGO
                           MOVE CPG-VENCIMENTO TO WS-DATA-EVENTO
                           PERFORM 1900-ACHA-DIA
                           IF WS-SUB-DIA > ZERO
                               COMPUTE WS-DIA-PAGAR (WS-SUB-DIA) =
                                   WS-DIA-PAGAR (WS-SUB-DIA)
                                   + CPG-VALOR - CPG-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-TITULOS
           MOVE 'N' TO WS-VENCIDO-HOJE.

      *===== LIQUIDO DA FOLHA: SOMA DAS LINHAS "FOL" (OU SEM ORIGEM)
      *===== DE liquidos_folha.txt; SEM O ARQUIVO, A SOMA DOS
      *===== SALARIOS DOS ATIVOS. A COMPETENCIA E A DE
      *===== impostos_folha.txt (SEM ELE, O MES PASSADO). CADA MES E
      *===== PAGO NO 5O DIA UTIL DO MES SEGUINTE; OS MESES SEGUINTES
      *===== REPETEM O MESMO LIQUIDO.
       3500-FOLHA.
           PERFORM 3550-SALARIOS-ATIVOS
           MOVE "liquidos_folha.txt" TO WS-ORIGEM-LIQUIDO
           OPEN INPUT ARQ-LIQUIDOS
           IF WS-STATUS-LIQUIDOS = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-LIQUIDOS
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF LIQ-ORIGEM = "FOL" OR LIQ-ORIGEM = SPACES
                               ADD LIQ-VALOR TO WS-LIQUIDO-FOLHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LIQUIDOS
           END-IF
           IF WS-LIQUIDO-FOLHA = ZERO
               MOVE WS-SALARIOS-ATIVOS TO WS-LIQUIDO-FOLHA
               MOVE "SALARIOS DOS ATIVOS" TO WS-ORIGEM-LIQUIDO
           END-IF
           MOVE WS-HOJE (1:6) TO WS-COMPETENCIA-N
           PERFORM 3900-MES-ANTERIOR
           MOVE WS-COMPETENCIA-N TO WS-MES-FOLHA
           OPEN INPUT ARQ-IMPOSTOS
           IF WS-STATUS-IMPOSTOS = "00"
               READ ARQ-IMPOSTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IMP-MES TO WS-MES-FOLHA
               END-READ
               CLOSE ARQ-IMPOSTOS
           END-IF
           IF WS-LIQUIDO-FOLHA = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MES-FOLHA TO WS-COMPETENCIA-N
           PERFORM 3600-QUINTO-DIA-UTIL
           PERFORM UNTIL WS-DATA-EVENTO > WS-ULTIMO-DIA
               PERFORM 1900-ACHA-DIA
               IF WS-SUB-DIA > ZERO
                   ADD WS-LIQUIDO-FOLHA TO WS-DIA-FOLHA (WS-SUB-DIA)
               END-IF
               PERFORM 3910-MES-SEGUINTE
               PERFORM 3600-QUINTO-DIA-UTIL
           END-PERFORM.

      *===== SALARIOS DOS ATIVOS E O 13O DE CADA UM PELA REGRA DO
      *===== DECIMOTERCEIRO (SALARIO X MESES NO ANO / 12, METADE NA
      *===== PARCELA 1 E O RESTO NA PARCELA 2).
       3550-SALARIOS-ATIVOS.
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               EXIT PARAGRAPH
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
                           ADD FUNC-SALARIO TO WS-SALARIOS-ATIVOS
                           PERFORM 3560-DECIMO-DO-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FUNCIONARIOS.

       3560-DECIMO-DO-FUNCIONARIO.
           MOVE FUNC-DATA-ADMISSAO TO WS-ADMISSAO
           IF WS-ADM-ANO < WS-ANO-ATUAL
               MOVE 12 TO WS-MESES-NO-ANO
           ELSE
               COMPUTE WS-MESES-NO-ANO = 13 - WS-ADM-MES
           END-IF
           COMPUTE WS-13O-INTEGRAL =
               FUNC-SALARIO * WS-MESES-NO-ANO / 12
           COMPUTE WS-PARCELA-1 = WS-13O-INTEGRAL / 2
           ADD WS-PARCELA-1 TO WS-TOT-PARCELA-1
           COMPUTE WS-TOT-PARCELA-2 = WS-TOT-PARCELA-2
               + WS-13O-INTEGRAL - WS-PARCELA-1.

      *===== 5O DIA UTIL DO MES SEGUINTE A WS-COMPETENCIA, EM
      *===== WS-DATA-EVENTO: A PARTIR DO ULTIMO DIA DA COMPETENCIA,
      *===== SOMA 5 DIAS UTEIS PELO CALENDARIO.
       3600-QUINTO-DIA-UTIL.
           PERFORM 3910-MES-SEGUINTE
           MOVE WS-CMP-ANO TO WS-CLC-ANO
           MOVE WS-CMP-MES TO WS-CLC-MES
           MOVE 1 TO WS-CLC-DIA
           PERFORM 3900-MES-ANTERIOR
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-DATA-CALC-N TO CAL-DATA-1
           MOVE -1 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE 'A' TO CAL-FUNCAO
           MOVE CAL-DATA-RESULTADO TO CAL-DATA-1
           MOVE 5 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-DATA-EVENTO.

      *===== GUIAS DO GUIASFOLHA: CADA LINHA SAI NO SEU VENCIMENTO
      *===== (LINHA ANTIGA SEM VENCIMENTO: DIA 20 DO MES SEGUINTE,
      *===== ANTECIPADO). AS COMPETENCIAS SEGUINTES REPETEM O TOTAL
      *===== DAS GUIAS DO ULTIMO MES.
       3700-TRIBUTOS.
           OPEN INPUT ARQ-GUIAS
           IF WS-STATUS-GUIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-TEM-GUIAS
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-GUIAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE GUI-MES TO WS-MES-GUIAS
                       ADD GUI-VALOR TO WS-TOTAL-GUIAS
                       IF GUI-VENCIMENTO NUMERIC
                          AND GUI-VENCIMENTO > ZERO
                           MOVE GUI-VENCIMENTO TO WS-DATA-EVENTO
                       ELSE
                           MOVE GUI-MES TO WS-COMPETENCIA-N
                           PERFORM 3750-DIA-20-ANTECIPADO
                       END-IF
                       PERFORM 1900-ACHA-DIA
                       IF WS-SUB-DIA > ZERO
                           ADD GUI-VALOR
                             TO WS-DIA-TRIBUTOS (WS-SUB-DIA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-GUIAS
           IF WS-TOTAL-GUIAS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MES-GUIAS TO WS-COMPETENCIA-N
           PERFORM 3910-MES-SEGUINTE
           PERFORM 3750-DIA-20-ANTECIPADO
           PERFORM UNTIL WS-DATA-EVENTO > WS-ULTIMO-DIA
               PERFORM 1900-ACHA-DIA
               IF WS-SUB-DIA > ZERO
                   ADD WS-TOTAL-GUIAS TO WS-DIA-TRIBUTOS (WS-SUB-DIA)
               END-IF
               PERFORM 3910-MES-SEGUINTE
               PERFORM 3750-DIA-20-ANTECIPADO
           END-PERFORM.

      *===== MESMA REGRA DO GUIASFOLHA: DIA 20 DO MES SEGUINTE A
      *===== WS-COMPETENCIA, ANTECIPADO PARA O DIA UTIL ANTERIOR.
      *===== WS-COMPETENCIA FICA COMO ESTAVA.
       3750-DIA-20-ANTECIPADO.
           PERFORM 3910-MES-SEGUINTE
           MOVE WS-CMP-ANO TO WS-CLC-ANO
           MOVE WS-CMP-MES TO WS-CLC-MES
           MOVE 20 TO WS-CLC-DIA
           PERFORM 3900-MES-ANTERIOR
           PERFORM 3760-ANTECIPA-DIA-UTIL.

       3760-ANTECIPA-DIA-UTIL.
           MOVE 'U' TO CAL-FUNCAO
           MOVE WS-DATA-CALC-N TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           PERFORM UNTIL CAL-RESPOSTA = 'S'
               MOVE 'C' TO CAL-FUNCAO
               MOVE WS-DATA-CALC-N TO CAL-DATA-1
               MOVE -1 TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-DATA-CALC-N
               MOVE 'U' TO CAL-FUNCAO
               MOVE WS-DATA-CALC-N TO CAL-DATA-1
               CALL "CALENDARIO" USING CAL-PARAMETROS
           END-PERFORM
           MOVE WS-DATA-CALC-N TO WS-DATA-EVENTO.

      *===== PARCELAS DO 13O DO ANO: A 1 ATE 30/11 E A 2 ATE 20/12
      *===== (DIA UTIL ANTERIOR QUANDO CAIR SEM EXPEDIENTE). PARCELA
      *===== QUE JA TEM LINHA DO ANO EM decimo_pagamentos.txt FOI PAGA.
       3800-DECIMO-TERCEIRO.
           IF WS-TOT-PARCELA-1 = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-PAGA-PARCELA-1
           MOVE 'S' TO WS-PAGA-PARCELA-2
           OPEN INPUT ARQ-DECIMO
           IF WS-STATUS-DECIMO = "00"
               MOVE 'N' TO WS-EOF-ARQ
               PERFORM UNTIL WS-EOF-ARQ = 'S'
                   READ ARQ-DECIMO
                       AT END
                           MOVE 'S' TO WS-EOF-ARQ
                       NOT AT END
                           IF DCP-ANO = WS-ANO-ATUAL
                               IF DCP-PARCELA = 1
                                   MOVE 'N' TO WS-PAGA-PARCELA-1
                               ELSE
                                   MOVE 'N' TO WS-PAGA-PARCELA-2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DECIMO
           END-IF
           IF WS-PAGA-PARCELA-1 = 'S'
               MOVE WS-ANO-ATUAL TO WS-CLC-ANO
               MOVE 11 TO WS-CLC-MES
               MOVE 30 TO WS-CLC-DIA
               PERFORM 3760-ANTECIPA-DIA-UTIL
               PERFORM 1900-ACHA-DIA
               IF WS-SUB-DIA > ZERO
                   ADD WS-TOT-PARCELA-1 TO WS-DIA-DECIMO (WS-SUB-DIA)
               END-IF
           END-IF
           IF WS-PAGA-PARCELA-2 = 'S'
               MOVE WS-ANO-ATUAL TO WS-CLC-ANO
               MOVE 12 TO WS-CLC-MES
               MOVE 20 TO WS-CLC-DIA
               PERFORM 3760-ANTECIPA-DIA-UTIL
               PERFORM 1900-ACHA-DIA
               IF WS-SUB-DIA > ZERO
                   ADD WS-TOT-PARCELA-2 TO WS-DIA-DECIMO (WS-SUB-DIA)
               END-IF
           END-IF.

       3900-MES-ANTERIOR.
           IF WS-CMP-MES = 1
               SUBTRACT 1 FROM WS-CMP-ANO
               MOVE 12 TO WS-CMP-MES
           ELSE
               SUBTRACT 1 FROM WS-CMP-MES
           END-IF.

       3910-MES-SEGUINTE.
           IF WS-CMP-MES = 12
               ADD 1 TO WS-CMP-ANO
               MOVE 1 TO WS-CMP-MES
           ELSE
               ADD 1 TO WS-CMP-MES
           END-IF.

      *===== SALDO DIA A DIA: O SALDO DE ONTEM MAIS AS ENTRADAS MENOS
      *===== AS SAIDAS DO DIA. GUARDA O MENOR SALDO E O PRIMEIRO DIA
      *===== NEGATIVO.
       4000-PROJETA.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-PROJETADO
           MOVE WS-SALDO-INICIAL TO WS-MENOR-SALDO
           MOVE WS-HOJE TO WS-DIA-MENOR
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > 90
               COMPUTE WS-SALDO-PROJETADO = WS-SALDO-PROJETADO
                   + WS-DIA-FATURAS (WS-SUB-DIA)
                   + WS-DIA-BALCAO (WS-SUB-DIA)
                   - WS-DIA-PAGAR (WS-SUB-DIA)
                   - WS-DIA-FOLHA (WS-SUB-DIA)
                   - WS-DIA-TRIBUTOS (WS-SUB-DIA)
                   - WS-DIA-DECIMO (WS-SUB-DIA)
               MOVE WS-SALDO-PROJETADO TO WS-DIA-SALDO (WS-SUB-DIA)
               ADD WS-DIA-FATURAS (WS-SUB-DIA) TO WS-TOT-FATURAS
               ADD WS-DIA-BALCAO (WS-SUB-DIA) TO WS-TOT-BALCAO
               ADD WS-DIA-PAGAR (WS-SUB-DIA) TO WS-TOT-PAGAR
               ADD WS-DIA-FOLHA (WS-SUB-DIA) TO WS-TOT-FOLHA
               ADD WS-DIA-TRIBUTOS (WS-SUB-DIA) TO WS-TOT-TRIBUTOS
               ADD WS-DIA-DECIMO (WS-SUB-DIA) TO WS-TOT-DECIMO
               IF WS-SALDO-PROJETADO < WS-MENOR-SALDO
                   MOVE WS-SALDO-PROJETADO TO WS-MENOR-SALDO
                   MOVE WS-DIA-DATA (WS-SUB-DIA) TO WS-DIA-MENOR
               END-IF
               IF WS-SALDO-PROJETADO < ZERO
                  AND WS-DIA-NEGATIVO = ZERO
                   MOVE WS-DIA-DATA (WS-SUB-DIA) TO WS-DIA-NEGATIVO
               END-IF
           END-PERFORM.

       5000-RELATORIO.
           OPEN OUTPUT ARQ-FLUXO
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE SPACES TO FLUXO-LINHA
           STRING "FLUXO DE CAIXA PROJETADO - 90 DIAS A PARTIR DE "
                  WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-SALDO-INICIAL TO WS-SALDO-ED
           MOVE SPACES TO FLUXO-LINHA
           STRING "SALDO INICIAL (saldo.txt)..........: " WS-SALDO-ED
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-FATURAS-VENCIDAS TO WS-VALOR-ED
           MOVE SPACES TO FLUXO-LINHA
           STRING "FATURAS VENCIDAS FORA DA PROJECAO..: " WS-VALOR-ED
                  " (" WS-QTDE-VENCIDAS " FATURAS)"
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-MEDIA-BALCAO TO WS-VALOR-ED
           MOVE SPACES TO FLUXO-LINHA
           STRING "RECEITA MEDIA DIARIA DO BALCAO.....: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-TOTAL-MULTAS TO WS-VALOR-ED
           MOVE SPACES TO FLUXO-LINHA
           STRING "MULTAS EM ABERTO (EM 30 DIAS)......: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-LIQUIDO-FOLHA TO WS-VALOR-ED
           MOVE SPACES TO FLUXO-LINHA
           STRING "LIQUIDO MENSAL DA FOLHA............: " WS-VALOR-ED
                  " (" DELIMITED BY SIZE
                  WS-ORIGEM-LIQUIDO DELIMITED BY "  "
                  ", ULTIMA COMPETENCIA " WS-MES-FOLHA ")"
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-TOTAL-GUIAS TO WS-VALOR-ED
           MOVE SPACES TO FLUXO-LINHA
           IF WS-TEM-GUIAS = 'S'
               STRING "GUIAS MENSAIS DA FOLHA.............: "
                      WS-VALOR-ED " (COMPETENCIA " WS-MES-GUIAS ")"
                      DELIMITED BY SIZE INTO FLUXO-LINHA
           ELSE
               STRING "GUIAS MENSAIS DA FOLHA.............: "
                      "SEM guias_recolhimento.txt"
                      DELIMITED BY SIZE INTO FLUXO-LINHA
           END-IF
           WRITE FLUXO-LINHA
           MOVE SPACES TO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE SPACES TO FLUXO-LINHA
           STRING "DATA            FATURAS BALCAO+MULTA   CONTAS PAG "
                  "       FOLHA     TRIBUTOS          13O "
                  " SALDO PROJETADO"
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > 90
               PERFORM 5100-LINHA-DIA
           END-PERFORM
           MOVE SPACES TO WS-LINHA-DIA
           MOVE "TOTAIS" TO WS-LD-DATA
           MOVE WS-TOT-FATURAS TO WS-LD-FATURAS
           MOVE WS-TOT-BALCAO TO WS-LD-BALCAO
           MOVE WS-TOT-PAGAR TO WS-LD-PAGAR
           MOVE WS-TOT-FOLHA TO WS-LD-FOLHA
           MOVE WS-TOT-TRIBUTOS TO WS-LD-TRIBUTOS
           MOVE WS-TOT-DECIMO TO WS-LD-DECIMO
           MOVE WS-SALDO-PROJETADO TO WS-LD-SALDO
           MOVE WS-LINHA-DIA TO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE SPACES TO FLUXO-LINHA
           WRITE FLUXO-LINHA
           MOVE WS-DIA-MENOR TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE WS-MENOR-SALDO TO WS-SALDO-ED
           MOVE SPACES TO FLUXO-LINHA
           STRING "MENOR SALDO PROJETADO: " WS-SALDO-ED
                  " EM " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO FLUXO-LINHA
           WRITE FLUXO-LINHA
           DISPLAY FLUXO-LINHA
           MOVE SPACES TO FLUXO-LINHA
           IF WS-DIA-NEGATIVO = ZERO
               STRING "O SALDO PROJETADO NAO FICA NEGATIVO NOS "
                      "PROXIMOS 90 DIAS"
                      DELIMITED BY SIZE INTO FLUXO-LINHA
           ELSE
               MOVE WS-DIA-NEGATIVO TO WS-DATA-ENTRADA
               CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                        WS-DATA-FORMATADA
               STRING "*** ATENCAO: SALDO PROJETADO NEGATIVO A PARTIR "
                      "DE " WS-DATA-FORMATADA " ***"
                      DELIMITED BY SIZE INTO FLUXO-LINHA
           END-IF
           WRITE FLUXO-LINHA
           DISPLAY FLUXO-LINHA
           CLOSE ARQ-FLUXO
           DISPLAY "FLUXO DE CAIXA EM fluxo_caixa.txt".

       5100-LINHA-DIA.
           MOVE SPACES TO WS-LINHA-DIA
           MOVE WS-DIA-DATA (WS-SUB-DIA) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE WS-DATA-FORMATADA TO WS-LD-DATA
           MOVE WS-DIA-FATURAS (WS-SUB-DIA) TO WS-LD-FATURAS
           MOVE WS-DIA-BALCAO (WS-SUB-DIA) TO WS-LD-BALCAO
           MOVE WS-DIA-PAGAR (WS-SUB-DIA) TO WS-LD-PAGAR
           MOVE WS-DIA-FOLHA (WS-SUB-DIA) TO WS-LD-FOLHA
           MOVE WS-DIA-TRIBUTOS (WS-SUB-DIA) TO WS-LD-TRIBUTOS
           MOVE WS-DIA-DECIMO (WS-SUB-DIA) TO WS-LD-DECIMO
           MOVE WS-DIA-SALDO (WS-SUB-DIA) TO WS-LD-SALDO
           IF WS-DIA-DATA (WS-SUB-DIA) = WS-DIA-NEGATIVO
               MOVE "<<< PRIMEIRO DIA NEGATIVO" TO WS-LD-MARCA
           END-IF
           MOVE WS-LINHA-DIA TO FLUXO-LINHA
           WRITE FLUXO-LINHA.

       END PROGRAM FLUXOCAIXA.
