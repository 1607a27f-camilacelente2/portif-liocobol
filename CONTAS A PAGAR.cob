       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTASPAGAR.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CONTAS A PAGAR. CADASTRA OS TITULOS DOS
      *=======           FORNECEDORES (contas_pagar.txt, AREA
      *=======           #contapagdat: FORNECEDOR DE fornecedores.txt,
      *=======           DOCUMENTO, EMISSAO, VENCIMENTO, VALOR, CENTRO
      *=======           DE centros_custo.txt, CONTA DE
      *=======           plano_contas.txt E SITUACAO), LISTA O QUE
      *=======           VENCE NOS PROXIMOS N DIAS UTEIS (MODULO
      *=======           CALENDARIO) EM contas_pagar_vencimentos.txt,
      *=======           REGISTRA PAGAMENTOS TOTAIS OU PARCIAIS EM
      *=======           pagamentos_contas_pagar.txt, POSTANDO CADA UM
      *=======           NO RAZAO (lancamentos.txt + saldo.txt), E
      *=======           IMPRIME O AGING POR FORNECEDOR EM
      *=======           contas_pagar_aging.txt, NO MESMO FORMATO DO
      *=======           AGING DE FATURAS DO FATURABAIXA.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: CADA PAGAMENTO E DEBITO NA CONTA E CENTRO
      *=======               DO TITULO, COM A CHAVE "CP PAGTO numero
      *=======               documento". CONTROLE DE PERIODO COMO NO
      *=======               RAZAOMANUAL: PAGAMENTO DATADO EM MES
      *=======               FECHADO (periodos_fechados.txt) E
      *=======               EMPURRADO PARA HOJE COM A MARCA "MC"; COM
      *=======               O MES DE HOJE FECHADO, E RECUSADO.
      *=======               SITUACAO A = ABERTO, P = PAGO EM PARTE,
      *=======               Q = QUITADO, C = CANCELADO.
      *=======     MOD: 15/10/2026 - CE - plano_contas.txt GANHOU O
      *=======          GRUPO DA DRE (CTA-GRUPO) NO FIM DA LINHA; LAYOUT
      *=======          ACOMPANHADO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULOS ASSIGN TO "contas_pagar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TITULOS.

           SELECT ARQ-PAGAMENTOS ASSIGN TO "pagamentos_contas_pagar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAMENTOS.

           SELECT ARQ-FORNECEDORES ASSIGN TO "fornecedores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORNECEDORES.

           SELECT ARQ-CENTROS ASSIGN TO "centros_custo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQ-PLANO ASSIGN TO "plano_contas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.

           SELECT ARQ-VENCIMENTOS
               ASSIGN TO "contas_pagar_vencimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENCIMENTOS.

           SELECT ARQ-AGING ASSIGN TO "contas_pagar_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AGING.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULOS.
           COPY "#contapagdat".

       FD  ARQ-PAGAMENTOS.
       01  PAGAMENTO-LINHA.
           05 CPP-NUMERO        PIC 9(06).
           05 FILLER            PIC X VALUE SPACE.
           05 CPP-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 CPP-VALOR         PIC 9(09)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 CPP-MARCA         PIC X(02).

       FD  ARQ-FORNECEDORES.
       01  FORNECEDOR-LINHA.
           05 FOR-CODIGO        PIC 9(04).
           05 FILLER            PIC X.
           05 FOR-NOME          PIC X(30).
           05 FILLER            PIC X.
           05 FOR-TELEFONE      PIC X(15).
           05 FILLER            PIC X.
           05 FOR-SITUACAO      PIC X(01).

       FD  ARQ-CENTROS.
       01  CENTRO-LINHA.
           05 CCU-CODIGO        PIC X(03).
           05 FILLER            PIC X.
           05 CCU-NOME          PIC X(20).

       FD  ARQ-PLANO.
       01  CONTA-LINHA.
           05 CTA-CODIGO        PIC X(05).
           05 FILLER            PIC X.
           05 CTA-NOME          PIC X(30).
           05 FILLER            PIC X.
           05 CTA-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 CTA-GRUPO         PIC X(02).

       FD  ARQ-VENCIMENTOS.
       01  VENCIMENTO-LINHA     PIC X(132).

       FD  ARQ-AGING.
       01  AGING-LINHA          PIC X(132).

       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
           05 LCT-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-TIPO          PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-DESCRICAO     PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-CENTRO        PIC X(03).
           05 FILLER            PIC X VALUE SPACE.
           05 LCT-CONTA         PIC X(05).

       FD  ARQ-SALDO.
       01  SALDO-LINHA.
           05 SALDO-VALOR       PIC S9(09)V99.

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
           05 PER-COMPETENCIA   PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TITULOS     PIC XX VALUE SPACES.
       77 WS-STATUS-PAGAMENTOS  PIC XX VALUE SPACES.
       77 WS-STATUS-FORNECEDORES PIC XX VALUE SPACES.
       77 WS-STATUS-CENTROS     PIC XX VALUE SPACES.
       77 WS-STATUS-PLANO       PIC XX VALUE SPACES.
       77 WS-STATUS-VENCIMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-AGING       PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       01 WS-MES-FECHADO      PIC X VALUE 'N'.
       01 WS-COMP-TESTE       PIC 9(6) VALUE ZERO.
       01 WS-FOI-EMPURRADO    PIC X VALUE 'N'.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-NUMERO-PEDIDO    PIC 9(6) VALUE ZERO.
       01 WS-ULTIMO-NUMERO    PIC 9(6) VALUE ZERO.
       01 WS-FORNECEDOR-PEDIDO PIC 9(4) VALUE ZERO.
       01 WS-DOCUMENTO-PEDIDO PIC X(12) VALUE SPACES.
       01 WS-EMISSAO-PEDIDA   PIC 9(8) VALUE ZERO.
       01 WS-VENCIMENTO-PEDIDO PIC 9(8) VALUE ZERO.
       01 WS-VALOR-PEDIDO     PIC 9(9)V99 VALUE ZERO.
       01 WS-CENTRO-PEDIDO    PIC X(3) VALUE SPACES.
       01 WS-CONTA-PEDIDA     PIC X(5) VALUE SPACES.
       01 WS-CENTRO-OK        PIC X VALUE 'N'.
       01 WS-CONTA-OK         PIC X VALUE 'N'.
       01 WS-DATA-PAGAMENTO   PIC 9(8) VALUE ZERO.
       01 WS-VALOR-PAGAMENTO  PIC 9(7)V99 VALUE ZERO.
       01 WS-SUB-TIT          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-TIT        PIC 9(4) VALUE ZERO.
       01 WS-TIT-ACHADO       PIC 9(4) VALUE ZERO.
       01 WS-SUB-FORN         PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FORN       PIC 9(3) VALUE ZERO.
       01 WS-FORN-ACHADO      PIC 9(3) VALUE ZERO.
       01 WS-NOME-FORNECEDOR  PIC X(30) VALUE SPACES.
       01 WS-SALDO-TITULO     PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-DIAS-ABERTA      PIC S9(5) VALUE ZERO.
       01 WS-DIAS-UTEIS       PIC 9(3) VALUE ZERO.
       01 WS-DATA-LIMITE      PIC 9(8) VALUE ZERO.
       01 WS-QTDE-LISTADA     PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-LISTADO    PIC 9(9)V99 VALUE ZERO.
       01 WS-FAIXA            PIC X(8) VALUE SPACES.
       01 WS-MARCA-VENCIDO    PIC X(7) VALUE SPACES.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-SALDO-ED         PIC ---------9.99.
       01 WS-DIAS-ED          PIC ZZ9.

      *===== TOTAIS DO AGING POR FAIXA: A VENCER, CORRENTE, 30, 60
      *===== E 90+ DIAS.
       01  WS-TOTAIS-FAIXA.
           05 WS-TOT-FAIXA    PIC 9(9)V99 OCCURS 5 TIMES.
       01 WS-SUB-FAIXA        PIC 9 VALUE ZERO.
       01  WS-NOMES-FAIXA.
           05 FILLER          PIC X(8) VALUE "A VENCER".
           05 FILLER          PIC X(8) VALUE "CORRENTE".
           05 FILLER          PIC X(8) VALUE "30 DIAS".
           05 FILLER          PIC X(8) VALUE "60 DIAS".
           05 FILLER          PIC X(8) VALUE "90+ DIAS".
       01  WS-NOMES-FAIXA-R REDEFINES WS-NOMES-FAIXA.
           05 WS-NOME-FAIXA   PIC X(8) OCCURS 5 TIMES.

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE DA A
      *===== DATA LIMITE DOS N DIAS UTEIS E A IDADE DO TITULO.
       COPY "#calenpar".

      *===== TITULOS EM MEMORIA (ATE 3000), REGRAVADOS INTEIROS EM
      *===== contas_pagar.txt A CADA INCLUSAO, PAGAMENTO OU
      *===== CANCELAMENTO.
       01  WS-TABELA-TITULOS.
           05 WS-TIT-ITEM OCCURS 3000 TIMES.
               10 WS-TIT-NUMERO      PIC 9(6).
               10 WS-TIT-FORNECEDOR  PIC 9(4).
               10 WS-TIT-DOCUMENTO   PIC X(12).
               10 WS-TIT-EMISSAO     PIC 9(8).
               10 WS-TIT-VENCIMENTO  PIC 9(8).
               10 WS-TIT-VALOR       PIC 9(9)V99.
               10 WS-TIT-CENTRO      PIC X(3).
               10 WS-TIT-CONTA       PIC X(5).
               10 WS-TIT-SITUACAO    PIC X.
                  88 WS-TIT-EM-ABERTO VALUE 'A' 'P'.
               10 WS-TIT-VALOR-PAGO  PIC 9(9)V99.
               10 WS-TIT-DATA-PAGTO  PIC 9(8).

      *===== FORNECEDORES EM MEMORIA (ATE 200), PARA VALIDAR O TITULO
      *===== NOVO E DAR NOME NAS LISTAS.
       01  WS-TABELA-FORNECEDORES.
           05 WS-FORN-ITEM OCCURS 200 TIMES.
               10 WS-FN-CODIGO    PIC 9(4).
               10 WS-FN-NOME      PIC X(30).
               10 WS-FN-SITUACAO  PIC X.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-TITULOS
           PERFORM 1100-CARREGA-FORNECEDORES
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-TITULOS.
           OPEN INPUT ARQ-TITULOS.
           IF WS-STATUS-TITULOS = "35"
               DISPLAY "contas_pagar.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA INCLUSAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-TITULOS NOT = "00"
               DISPLAY "ERRO AO ABRIR contas_pagar.txt - STATUS "
                       WS-STATUS-TITULOS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-TITULOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-TIT < 3000
                           ADD 1 TO WS-TOTAL-TIT
                           PERFORM 1050-GUARDA-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TITULOS.

       1050-GUARDA-TITULO.
           MOVE CPG-NUMERO TO WS-TIT-NUMERO (WS-TOTAL-TIT)
           MOVE CPG-FORNECEDOR TO WS-TIT-FORNECEDOR (WS-TOTAL-TIT)
           MOVE CPG-DOCUMENTO TO WS-TIT-DOCUMENTO (WS-TOTAL-TIT)
           MOVE CPG-EMISSAO TO WS-TIT-EMISSAO (WS-TOTAL-TIT)
           MOVE CPG-VENCIMENTO TO WS-TIT-VENCIMENTO (WS-TOTAL-TIT)
           MOVE CPG-VALOR TO WS-TIT-VALOR (WS-TOTAL-TIT)
           MOVE CPG-CENTRO TO WS-TIT-CENTRO (WS-TOTAL-TIT)
           MOVE CPG-CONTA TO WS-TIT-CONTA (WS-TOTAL-TIT)
           MOVE CPG-SITUACAO TO WS-TIT-SITUACAO (WS-TOTAL-TIT)
           MOVE CPG-VALOR-PAGO TO WS-TIT-VALOR-PAGO (WS-TOTAL-TIT)
           MOVE CPG-DATA-PAGTO TO WS-TIT-DATA-PAGTO (WS-TOTAL-TIT)
           IF CPG-NUMERO > WS-ULTIMO-NUMERO
               MOVE CPG-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.

       1100-CARREGA-FORNECEDORES.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-STATUS-FORNECEDORES NOT = "00"
               DISPLAY "SEM fornecedores.txt - CADASTRE OS "
                       "FORNECEDORES NO FORNECEDOR"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-FORNECEDORES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-FORN < 200
                           ADD 1 TO WS-TOTAL-FORN
                           MOVE FOR-CODIGO
                             TO WS-FN-CODIGO (WS-TOTAL-FORN)
                           MOVE FOR-NOME
                             TO WS-FN-NOME (WS-TOTAL-FORN)
                           MOVE FOR-SITUACAO
                             TO WS-FN-SITUACAO (WS-TOTAL-FORN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.

       1200-GRAVA-TITULOS.
           OPEN OUTPUT ARQ-TITULOS.
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > WS-TOTAL-TIT
               MOVE SPACES TO CONTAPAGAR-LINHA
               MOVE WS-TIT-NUMERO (WS-SUB-TIT) TO CPG-NUMERO
               MOVE WS-TIT-FORNECEDOR (WS-SUB-TIT) TO CPG-FORNECEDOR
               MOVE WS-TIT-DOCUMENTO (WS-SUB-TIT) TO CPG-DOCUMENTO
               MOVE WS-TIT-EMISSAO (WS-SUB-TIT) TO CPG-EMISSAO
               MOVE WS-TIT-VENCIMENTO (WS-SUB-TIT) TO CPG-VENCIMENTO
               MOVE WS-TIT-VALOR (WS-SUB-TIT) TO CPG-VALOR
               MOVE WS-TIT-CENTRO (WS-SUB-TIT) TO CPG-CENTRO
               MOVE WS-TIT-CONTA (WS-SUB-TIT) TO CPG-CONTA
               MOVE WS-TIT-SITUACAO (WS-SUB-TIT) TO CPG-SITUACAO
               MOVE WS-TIT-VALOR-PAGO (WS-SUB-TIT) TO CPG-VALOR-PAGO
               MOVE WS-TIT-DATA-PAGTO (WS-SUB-TIT) TO CPG-DATA-PAGTO
               WRITE CONTAPAGAR-LINHA
           END-PERFORM.
           CLOSE ARQ-TITULOS.

      *===== NOME DO FORNECEDOR DO TITULO WS-SUB-TIT.
       1300-NOME-FORNECEDOR.
           MOVE "(FORNECEDOR NAO CADASTRADO)" TO WS-NOME-FORNECEDOR
           PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > WS-TOTAL-FORN
               IF WS-FN-CODIGO (WS-SUB-FORN)
                  = WS-TIT-FORNECEDOR (WS-SUB-TIT)
                   MOVE WS-FN-NOME (WS-SUB-FORN) TO WS-NOME-FORNECEDOR
               END-IF
           END-PERFORM.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== CONTAS A PAGAR ===".
           DISPLAY "1 - TITULOS EM ABERTO".
           DISPLAY "2 - INCLUIR TITULO".
           DISPLAY "3 - REGISTRAR PAGAMENTO".
           DISPLAY "4 - VENCIMENTOS DOS PROXIMOS DIAS UTEIS".
           DISPLAY "5 - AGING POR FORNECEDOR".
           DISPLAY "6 - CANCELAR TITULO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-SALDOS
               WHEN '2' PERFORM 3500-INCLUI-TITULO
               WHEN '3' PERFORM 4000-REGISTRA-PAGAMENTO
               WHEN '4' PERFORM 6000-VENCIMENTOS
               WHEN '5' PERFORM 5000-AGING
               WHEN '6' PERFORM 4800-CANCELA-TITULO
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-SALDOS.
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > WS-TOTAL-TIT
               IF WS-TIT-EM-ABERTO (WS-SUB-TIT)
                   COMPUTE WS-SALDO-TITULO =
                       WS-TIT-VALOR (WS-SUB-TIT)
                       - WS-TIT-VALOR-PAGO (WS-SUB-TIT)
                   PERFORM 1300-NOME-FORNECEDOR
                   MOVE WS-SALDO-TITULO TO WS-SALDO-ED
                   DISPLAY "TITULO " WS-TIT-NUMERO (WS-SUB-TIT)
                           " " WS-NOME-FORNECEDOR
                           " DOC " WS-TIT-DOCUMENTO (WS-SUB-TIT)
                           " VENC " WS-TIT-VENCIMENTO (WS-SUB-TIT)
                           " SALDO " WS-SALDO-ED
               END-IF
           END-PERFORM.

      *===== TELA DE CAPTURA DO TITULO: FORNECEDOR ATIVO, DOCUMENTO
      *===== QUE AINDA NAO EXISTE PARA ESSE FORNECEDOR, DATAS, VALOR,
      *===== CENTRO E CONTA VALIDADOS NOS CADASTROS DO RAZAO.
       3500-INCLUI-TITULO.
           IF WS-TOTAL-TIT >= 3000
               DISPLAY "TABELA DE TITULOS CHEIA (3000)"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FORNECEDOR-PEDIDO
           DISPLAY "CODIGO DO FORNECEDOR (0 CANCELA): "
           ACCEPT WS-FORNECEDOR-PEDIDO
           IF WS-FORNECEDOR-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FORN-ACHADO
           PERFORM VARYING WS-SUB-FORN FROM 1 BY 1
                   UNTIL WS-SUB-FORN > WS-TOTAL-FORN
               IF WS-FN-CODIGO (WS-SUB-FORN) = WS-FORNECEDOR-PEDIDO
                   MOVE WS-SUB-FORN TO WS-FORN-ACHADO
               END-IF
           END-PERFORM
           IF WS-FORN-ACHADO = ZERO
               DISPLAY "FORNECEDOR NAO CADASTRADO EM fornecedores.txt"
               EXIT PARAGRAPH
           END-IF
           IF WS-FN-SITUACAO (WS-FORN-ACHADO) NOT = 'A'
               DISPLAY "FORNECEDOR INATIVO - NAO RECEBE TITULO NOVO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FORNECEDOR " WS-FN-NOME (WS-FORN-ACHADO)
           MOVE SPACES TO WS-DOCUMENTO-PEDIDO
           DISPLAY "NUMERO DO DOCUMENTO (ATE 12): "
           ACCEPT WS-DOCUMENTO-PEDIDO
           IF WS-DOCUMENTO-PEDIDO = SPACES
               DISPLAY "DOCUMENTO OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > WS-TOTAL-TIT
               IF WS-TIT-FORNECEDOR (WS-SUB-TIT) = WS-FORNECEDOR-PEDIDO
                  AND WS-TIT-DOCUMENTO (WS-SUB-TIT)
                      = WS-DOCUMENTO-PEDIDO
                   DISPLAY "DOCUMENTO JA LANCADO NO TITULO "
                           WS-TIT-NUMERO (WS-SUB-TIT)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-EMISSAO-PEDIDA
           DISPLAY "DATA DE EMISSAO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-EMISSAO-PEDIDA
           IF WS-EMISSAO-PEDIDA = ZERO
               MOVE WS-HOJE TO WS-EMISSAO-PEDIDA
           END-IF
           MOVE ZERO TO WS-VENCIMENTO-PEDIDO
           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD): "
           ACCEPT WS-VENCIMENTO-PEDIDO
           IF WS-VENCIMENTO-PEDIDO < WS-EMISSAO-PEDIDA
               DISPLAY "VENCIMENTO ANTES DA EMISSAO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALOR-PEDIDO
           DISPLAY "VALOR DO TITULO: "
           ACCEPT WS-VALOR-PEDIDO
           IF WS-VALOR-PEDIDO = ZERO
               DISPLAY "VALOR ZERADO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CENTRO-PEDIDO
           DISPLAY "CENTRO DE CUSTO (3 LETRAS): "
           ACCEPT WS-CENTRO-PEDIDO
           PERFORM 3600-VALIDA-CENTRO
           IF WS-CENTRO-OK NOT = 'S'
               DISPLAY "CENTRO NAO CADASTRADO EM centros_custo.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONTA-PEDIDA
           DISPLAY "CONTA DO PLANO (5 POSICOES): "
           ACCEPT WS-CONTA-PEDIDA
           PERFORM 3700-VALIDA-CONTA
           IF WS-CONTA-OK NOT = 'S'
               DISPLAY "CONTA NAO CADASTRADA EM plano_contas.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-PEDIDO TO WS-VALOR-ED
           DISPLAY "DOC " WS-DOCUMENTO-PEDIDO " VENC "
                   WS-VENCIMENTO-PEDIDO " VALOR " WS-VALOR-ED
                   " " WS-CENTRO-PEDIDO "/" WS-CONTA-PEDIDA
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "CONFIRMA A INCLUSAO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "INCLUSAO CANCELADA"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMO-NUMERO
           ADD 1 TO WS-TOTAL-TIT
           MOVE WS-ULTIMO-NUMERO TO WS-TIT-NUMERO (WS-TOTAL-TIT)
           MOVE WS-FORNECEDOR-PEDIDO
             TO WS-TIT-FORNECEDOR (WS-TOTAL-TIT)
           MOVE WS-DOCUMENTO-PEDIDO TO WS-TIT-DOCUMENTO (WS-TOTAL-TIT)
           MOVE WS-EMISSAO-PEDIDA TO WS-TIT-EMISSAO (WS-TOTAL-TIT)
           MOVE WS-VENCIMENTO-PEDIDO
             TO WS-TIT-VENCIMENTO (WS-TOTAL-TIT)
           MOVE WS-VALOR-PEDIDO TO WS-TIT-VALOR (WS-TOTAL-TIT)
           MOVE WS-CENTRO-PEDIDO TO WS-TIT-CENTRO (WS-TOTAL-TIT)
           MOVE WS-CONTA-PEDIDA TO WS-TIT-CONTA (WS-TOTAL-TIT)
           MOVE 'A' TO WS-TIT-SITUACAO (WS-TOTAL-TIT)
           MOVE ZERO TO WS-TIT-VALOR-PAGO (WS-TOTAL-TIT)
           MOVE ZERO TO WS-TIT-DATA-PAGTO (WS-TOTAL-TIT)
           PERFORM 1200-GRAVA-TITULOS
           DISPLAY "TITULO " WS-ULTIMO-NUMERO " INCLUIDO".

       3600-VALIDA-CENTRO.
           MOVE 'N' TO WS-CENTRO-OK
           OPEN INPUT ARQ-CENTROS
           IF WS-STATUS-CENTROS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CENTROS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CCU-CODIGO = WS-CENTRO-PEDIDO
                           MOVE 'S' TO WS-CENTRO-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CENTROS.

       3700-VALIDA-CONTA.
           MOVE 'N' TO WS-CONTA-OK
           OPEN INPUT ARQ-PLANO
           IF WS-STATUS-PLANO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PLANO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CTA-CODIGO = WS-CONTA-PEDIDA
                           MOVE 'S' TO WS-CONTA-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PLANO.

       3800-ACHA-TITULO.
           MOVE ZERO TO WS-TIT-ACHADO
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > WS-TOTAL-TIT
               IF WS-TIT-NUMERO (WS-SUB-TIT) = WS-NUMERO-PEDIDO
                   MOVE WS-SUB-TIT TO WS-TIT-ACHADO
               END-IF
           END-PERFORM.

       4000-REGISTRA-PAGAMENTO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO TITULO (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-ACHA-TITULO
           IF WS-TIT-ACHADO = ZERO
               DISPLAY "TITULO NAO ENCONTRADO EM contas_pagar.txt"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TIT-EM-ABERTO (WS-TIT-ACHADO)
               DISPLAY "TITULO QUITADO OU CANCELADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-TITULO =
               WS-TIT-VALOR (WS-TIT-ACHADO)
               - WS-TIT-VALOR-PAGO (WS-TIT-ACHADO)
           MOVE WS-TIT-ACHADO TO WS-SUB-TIT
           PERFORM 1300-NOME-FORNECEDOR
           MOVE WS-SALDO-TITULO TO WS-SALDO-ED
           DISPLAY WS-NOME-FORNECEDOR " DOC "
                   WS-TIT-DOCUMENTO (WS-TIT-ACHADO)
           DISPLAY "SALDO EM ABERTO: " WS-SALDO-ED
           MOVE ZERO TO WS-DATA-PAGAMENTO
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-PAGAMENTO
           IF WS-DATA-PAGAMENTO = ZERO
               MOVE WS-HOJE TO WS-DATA-PAGAMENTO
           END-IF
           MOVE ZERO TO WS-VALOR-PAGAMENTO
           DISPLAY "VALOR PAGO: "
           ACCEPT WS-VALOR-PAGAMENTO
           IF WS-VALOR-PAGAMENTO = ZERO
               DISPLAY "VALOR ZERADO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-PAGAMENTO > WS-SALDO-TITULO
               DISPLAY "VALOR MAIOR QUE O SALDO DO TITULO - NADA "
                       "GRAVADO"
               EXIT PARAGRAPH
           END-IF
      *===== MESMO CONTROLE DE PERIODO DO RAZAOMANUAL: DATA EM MES
      *===== FECHADO E EMPURRADA PARA HOJE COM A MARCA "MC"; COM O
      *===== MES DE HOJE TAMBEM FECHADO, NADA E GRAVADO.
           MOVE 'N' TO WS-FOI-EMPURRADO
           MOVE WS-DATA-PAGAMENTO (1:6) TO WS-COMP-TESTE
           PERFORM 4400-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
               PERFORM 4400-TESTA-FECHADO
               IF WS-MES-FECHADO = 'S'
                   DISPLAY "ATE O MES CORRENTE ESTA FECHADO - "
                           "PAGAMENTO RECUSADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-HOJE TO WS-DATA-PAGAMENTO
               MOVE 'S' TO WS-FOI-EMPURRADO
               DISPLAY "MES FECHADO: PAGAMENTO EMPURRADO PARA "
                       "HOJE COM A MARCA MC"
           END-IF
           OPEN EXTEND ARQ-PAGAMENTOS
           IF WS-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN EXTEND ARQ-PAGAMENTOS
           END-IF
           MOVE SPACES TO PAGAMENTO-LINHA
           MOVE WS-NUMERO-PEDIDO TO CPP-NUMERO
           MOVE WS-DATA-PAGAMENTO TO CPP-DATA
           MOVE WS-VALOR-PAGAMENTO TO CPP-VALOR
           IF WS-FOI-EMPURRADO = 'S'
               MOVE "MC" TO CPP-MARCA
           END-IF
           WRITE PAGAMENTO-LINHA
           CLOSE ARQ-PAGAMENTOS
           ADD WS-VALOR-PAGAMENTO TO WS-TIT-VALOR-PAGO (WS-TIT-ACHADO)
           MOVE WS-DATA-PAGAMENTO TO WS-TIT-DATA-PAGTO (WS-TIT-ACHADO)
           COMPUTE WS-SALDO-TITULO =
               WS-TIT-VALOR (WS-TIT-ACHADO)
               - WS-TIT-VALOR-PAGO (WS-TIT-ACHADO)
           IF WS-SALDO-TITULO NOT > ZERO
               MOVE 'Q' TO WS-TIT-SITUACAO (WS-TIT-ACHADO)
           ELSE
               MOVE 'P' TO WS-TIT-SITUACAO (WS-TIT-ACHADO)
           END-IF
           PERFORM 1200-GRAVA-TITULOS
           PERFORM 4500-POSTA-PAGAMENTO
           IF WS-SALDO-TITULO NOT > ZERO
               DISPLAY "TITULO QUITADO E PAGAMENTO POSTADO NO RAZAO"
           ELSE
               MOVE WS-SALDO-TITULO TO WS-SALDO-ED
               DISPLAY "PAGAMENTO POSTADO NO RAZAO - SALDO "
                       WS-SALDO-ED
           END-IF.

       4400-TESTA-FECHADO.
           MOVE 'N' TO WS-MES-FECHADO
           OPEN INPUT ARQ-PERIODOS
           IF WS-STATUS-PERIODOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PERIODOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PER-COMPETENCIA = WS-COMP-TESTE
                           MOVE 'S' TO WS-MES-FECHADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PERIODOS.

      *===== CADA PAGAMENTO, TOTAL OU PARCIAL, E DEBITO NO RAZAO NA
      *===== CONTA E CENTRO DO TITULO E SAI DO SALDO.
       4500-POSTA-PAGAMENTO.
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-DATA-PAGAMENTO TO LCT-DATA
           MOVE 'D' TO LCT-TIPO
           MOVE WS-VALOR-PAGAMENTO TO LCT-VALOR
           MOVE SPACES TO LCT-DESCRICAO
           IF WS-FOI-EMPURRADO = 'S'
               STRING "MC CP PAGTO " WS-NUMERO-PEDIDO
                      " " WS-TIT-DOCUMENTO (WS-TIT-ACHADO)
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           ELSE
               STRING "CP PAGTO " WS-NUMERO-PEDIDO
                      " " WS-TIT-DOCUMENTO (WS-TIT-ACHADO)
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           END-IF
           MOVE WS-TIT-CENTRO (WS-TIT-ACHADO) TO LCT-CENTRO
           MOVE WS-TIT-CONTA (WS-TIT-ACHADO) TO LCT-CONTA
           WRITE LANCAMENTO-LINHA
           CLOSE ARQ-LANCAMENTOS
           MOVE ZERO TO WS-SALDO-ATUAL
           OPEN INPUT ARQ-SALDO
           IF WS-STATUS-SALDO = "00"
               READ ARQ-SALDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SALDO-VALOR TO WS-SALDO-ATUAL
               END-READ
               CLOSE ARQ-SALDO
           END-IF
           SUBTRACT WS-VALOR-PAGAMENTO FROM WS-SALDO-ATUAL
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO.

      *===== SO O TITULO SEM NENHUM PAGAMENTO PODE SER CANCELADO (O
      *===== PAGAMENTO JA ESTA NO RAZAO; O ACERTO E PELO RAZAOMANUAL).
      *===== O TITULO CANCELADO FICA NO ARQUIVO E SAI DAS LISTAS.
       4800-CANCELA-TITULO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO TITULO (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-ACHA-TITULO
           IF WS-TIT-ACHADO = ZERO
               DISPLAY "TITULO NAO ENCONTRADO EM contas_pagar.txt"
               EXIT PARAGRAPH
           END-IF
           IF WS-TIT-SITUACAO (WS-TIT-ACHADO) NOT = 'A'
              OR WS-TIT-VALOR-PAGO (WS-TIT-ACHADO) NOT = ZERO
               DISPLAY "TITULO COM PAGAMENTO, QUITADO OU JA "
                       "CANCELADO - NAO PODE SER CANCELADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "CONFIRMA O CANCELAMENTO DO DOC "
                   WS-TIT-DOCUMENTO (WS-TIT-ACHADO) " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-TIT-SITUACAO (WS-TIT-ACHADO)
           PERFORM 1200-GRAVA-TITULOS
           DISPLAY "TITULO CANCELADO".

      *===== MESMO AGING DO FATURABAIXA, CONTADO A PARTIR DO
      *===== VENCIMENTO: ANTES DELE O TITULO FICA NA FAIXA "A VENCER".
      *===== NO FIM, O TOTAL EM ABERTO DE CADA FAIXA.
       5000-AGING.
           OPEN OUTPUT ARQ-AGING
           MOVE SPACES TO AGING-LINHA
           STRING "AGING DE CONTAS A PAGAR EM ABERTO - POSICAO DE "
                  WS-HOJE
                  DELIMITED BY SIZE INTO AGING-LINHA
           WRITE AGING-LINHA
           INITIALIZE WS-TOTAIS-FAIXA
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > WS-TOTAL-TIT
               IF WS-TIT-EM-ABERTO (WS-SUB-TIT)
                   COMPUTE WS-SALDO-TITULO =
                       WS-TIT-VALOR (WS-SUB-TIT)
                       - WS-TIT-VALOR-PAGO (WS-SUB-TIT)
                   PERFORM 5100-LINHA-AGING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > 5
               MOVE WS-TOT-FAIXA (WS-SUB-FAIXA) TO WS-SALDO-ED
               MOVE SPACES TO AGING-LINHA
               STRING "TOTAL FAIXA " WS-NOME-FAIXA (WS-SUB-FAIXA)
                      " SALDO " WS-SALDO-ED
                      DELIMITED BY SIZE INTO AGING-LINHA
               WRITE AGING-LINHA
           END-PERFORM
           CLOSE ARQ-AGING
           DISPLAY "AGING EM contas_pagar_aging.txt".

       5100-LINHA-AGING.
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-TIT-VENCIMENTO (WS-SUB-TIT) TO CAL-DATA-1
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-ABERTA
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTA < 0
                   MOVE 1 TO WS-SUB-FAIXA
               WHEN WS-DIAS-ABERTA < 30
                   MOVE 2 TO WS-SUB-FAIXA
               WHEN WS-DIAS-ABERTA < 60
                   MOVE 3 TO WS-SUB-FAIXA
               WHEN WS-DIAS-ABERTA < 90
                   MOVE 4 TO WS-SUB-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-SUB-FAIXA
           END-EVALUATE
           MOVE WS-NOME-FAIXA (WS-SUB-FAIXA) TO WS-FAIXA
           ADD WS-SALDO-TITULO TO WS-TOT-FAIXA (WS-SUB-FAIXA)
           PERFORM 1300-NOME-FORNECEDOR
           MOVE WS-SALDO-TITULO TO WS-SALDO-ED
           MOVE SPACES TO AGING-LINHA
           STRING WS-NOME-FORNECEDOR
                  " TITULO " WS-TIT-NUMERO (WS-SUB-TIT)
                  " DOC " WS-TIT-DOCUMENTO (WS-SUB-TIT)
                  " VENC " WS-TIT-VENCIMENTO (WS-SUB-TIT)
                  " SALDO " WS-SALDO-ED
                  " FAIXA " WS-FAIXA
                  DELIMITED BY SIZE INTO AGING-LINHA
           WRITE AGING-LINHA.

      *===== LISTA DIARIA DO QUE VENCE ATE HOJE MAIS N DIAS UTEIS
      *===== (MODULO CALENDARIO, FUNCAO 'A', QUE PULA FIM DE SEMANA E
      *===== feriados.txt). TITULO JA VENCIDO E AINDA EM ABERTO ENTRA
      *===== NA LISTA COM A MARCA VENCIDO.
       6000-VENCIMENTOS.
           MOVE ZERO TO WS-DIAS-UTEIS
           DISPLAY "QUANTOS DIAS UTEIS A FRENTE (0 = 5): "
           ACCEPT WS-DIAS-UTEIS
           IF WS-DIAS-UTEIS = ZERO
               MOVE 5 TO WS-DIAS-UTEIS
           END-IF
           MOVE 'A' TO CAL-FUNCAO
           MOVE WS-HOJE TO CAL-DATA-1
           MOVE WS-DIAS-UTEIS TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-DATA-LIMITE
           MOVE ZERO TO WS-QTDE-LISTADA
           MOVE ZERO TO WS-TOTAL-LISTADO
           OPEN OUTPUT ARQ-VENCIMENTOS
           MOVE WS-DIAS-UTEIS TO WS-DIAS-ED
           MOVE SPACES TO VENCIMENTO-LINHA
           STRING "CONTAS A PAGAR - VENCIMENTOS ATE " WS-DATA-LIMITE
                  " (" WS-DIAS-ED " DIAS UTEIS A PARTIR DE "
                  WS-HOJE ")"
                  DELIMITED BY SIZE INTO VENCIMENTO-LINHA
           WRITE VENCIMENTO-LINHA
           DISPLAY VENCIMENTO-LINHA
           PERFORM VARYING WS-SUB-TIT FROM 1 BY 1
                   UNTIL WS-SUB-TIT > WS-TOTAL-TIT
               IF WS-TIT-EM-ABERTO (WS-SUB-TIT)
                  AND WS-TIT-VENCIMENTO (WS-SUB-TIT)
                      NOT > WS-DATA-LIMITE
                   PERFORM 6100-LINHA-VENCIMENTO
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-LISTADO TO WS-VALOR-ED
           MOVE SPACES TO VENCIMENTO-LINHA
           STRING "TITULOS: " WS-QTDE-LISTADA
                  "  TOTAL A PAGAR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO VENCIMENTO-LINHA
           WRITE VENCIMENTO-LINHA
           DISPLAY VENCIMENTO-LINHA
           CLOSE ARQ-VENCIMENTOS
           DISPLAY "LISTA EM contas_pagar_vencimentos.txt".

       6100-LINHA-VENCIMENTO.
           COMPUTE WS-SALDO-TITULO =
               WS-TIT-VALOR (WS-SUB-TIT)
               - WS-TIT-VALOR-PAGO (WS-SUB-TIT)
           IF WS-TIT-VENCIMENTO (WS-SUB-TIT) < WS-HOJE
               MOVE "VENCIDO" TO WS-MARCA-VENCIDO
           ELSE
               MOVE SPACES TO WS-MARCA-VENCIDO
           END-IF
           ADD 1 TO WS-QTDE-LISTADA
           ADD WS-SALDO-TITULO TO WS-TOTAL-LISTADO
           PERFORM 1300-NOME-FORNECEDOR
           MOVE WS-SALDO-TITULO TO WS-SALDO-ED
           MOVE SPACES TO VENCIMENTO-LINHA
           STRING WS-TIT-VENCIMENTO (WS-SUB-TIT)
                  " " WS-MARCA-VENCIDO
                  " TITULO " WS-TIT-NUMERO (WS-SUB-TIT)
                  " " WS-NOME-FORNECEDOR
                  " DOC " WS-TIT-DOCUMENTO (WS-SUB-TIT)
                  " SALDO " WS-SALDO-ED
                  " " WS-TIT-CENTRO (WS-SUB-TIT)
                  "/" WS-TIT-CONTA (WS-SUB-TIT)
                  DELIMITED BY SIZE INTO VENCIMENTO-LINHA
           WRITE VENCIMENTO-LINHA
           DISPLAY VENCIMENTO-LINHA.

       END PROGRAM CONTASPAGAR.
