       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBILIZADO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CADASTRO DO IMOBILIZADO (BALCOES, PRATELEIRAS,
      *=======           COMPUTADORES, REBOBINADORAS, O FURGAO DE
      *=======           ENTREGA) EM imobilizado.txt (#imobdat):
      *=======           NUMERO, DESCRICAO, CENTRO DE CUSTO, DATA E
      *=======           VALOR DE AQUISICAO, VIDA UTIL OU TAXA ANUAL,
      *=======           DEPRECIACAO ACUMULADA E SITUACAO. INCLUI BEM
      *=======           (POSTANDO A AQUISICAO NO RAZAO QUANDO ELA NAO
      *=======           VEIO PELO CONTASPAGAR), REGISTRA A VENDA OU A
      *=======           BAIXA COM O GANHO OU A PERDA, E IMPRIME A
      *=======           RELACAO DE BENS CONFRONTADA COM AS CONTAS DO
      *=======           RAZAO EM imobilizado_relatorio.txt. A
      *=======           DEPRECIACAO MENSAL E DO IMOBDEPREC.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: CONTAS USADAS - 12001 IMOBILIZADO, 12009
      *=======               DEPRECIACAO ACUMULADA, 41010 DESPESA DE
      *=======               DEPRECIACAO, 31011 GANHO NA BAIXA, 41011
      *=======               PERDA NA BAIXA. NA VENDA/BAIXA SAI O CUSTO
      *=======               (CREDITO 12001), SAI A ACUMULADA (DEBITO
      *=======               12009) E O RESULTADO VAI PARA 31011 OU
      *=======               41011; O EFEITO NO saldo.txt E O VALOR
      *=======               RECEBIDO. CONTROLE DE PERIODO COMO NO
      *=======               RAZAOMANUAL: DATA EM MES FECHADO E
      *=======               EMPURRADA PARA HOJE COM A MARCA "MC"; COM
      *=======               O MES DE HOJE FECHADO, NADA E GRAVADO.
      *=======               BEM JA EM USO PODE ENTRAR COM A
      *=======               DEPRECIACAO ACUMULADA ATE O MES PASSADO; O
      *=======               ACERTO DESSE SALDO NO RAZAO E FEITO PELO
      *=======               RAZAOMANUAL E APARECE NA CONFERENCIA ATE
      *=======               LA.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IMOBILIZADO ASSIGN TO "imobilizado.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMOBILIZADO.

           SELECT ARQ-CENTROS ASSIGN TO "centros_custo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQ-RELATORIO ASSIGN TO "imobilizado_relatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMOBILIZADO.
           COPY "#imobdat".

       FD  ARQ-CENTROS.
       01  CENTRO-LINHA.
           05 CCU-CODIGO        PIC X(03).
           05 FILLER            PIC X.
           05 CCU-NOME          PIC X(20).

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

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-IMOBILIZADO PIC XX VALUE SPACES.
       77 WS-STATUS-CENTROS     PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-MES-FECHADO      PIC X VALUE 'N'.
       01 WS-COMP-TESTE       PIC 9(6) VALUE ZERO.
       01 WS-FOI-EMPURRADO    PIC X VALUE 'N'.
       01 WS-CONTA-IMOBILIZADO PIC X(5) VALUE "12001".
       01 WS-CONTA-ACUMULADA  PIC X(5) VALUE "12009".
       01 WS-CONTA-GANHO      PIC X(5) VALUE "31011".
       01 WS-CONTA-PERDA      PIC X(5) VALUE "41011".
       01 WS-NUMERO-PEDIDO    PIC 9(6) VALUE ZERO.
       01 WS-ULTIMO-NUMERO    PIC 9(6) VALUE ZERO.
       01 WS-DESCRICAO-PEDIDA PIC X(30) VALUE SPACES.
       01 WS-CENTRO-PEDIDO    PIC X(3) VALUE SPACES.
       01 WS-CENTRO-OK        PIC X VALUE 'N'.
       01 WS-DATA-PEDIDA      PIC 9(8) VALUE ZERO.
       01 WS-VALOR-PEDIDO     PIC 9(7)V99 VALUE ZERO.
       01 WS-VIDA-PEDIDA      PIC 9(3) VALUE ZERO.
       01 WS-TAXA-PEDIDA      PIC 9(3)V99 VALUE ZERO.
       01 WS-ACUMULADA-PEDIDA PIC 9(7)V99 VALUE ZERO.
       01 WS-TIPO-BAIXA       PIC X VALUE SPACE.
       01 WS-VALOR-VENDA      PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-LIQUIDO    PIC S9(9)V99 VALUE ZERO.
       01 WS-RESULTADO        PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-SUB-BEM          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-BEM        PIC 9(4) VALUE ZERO.
       01 WS-BEM-ACHADO       PIC 9(4) VALUE ZERO.
       01 WS-SITUACAO-ED      PIC X(10) VALUE SPACES.
       01 WS-VALOR-ED         PIC ZZZZZZZZ9.99.
       01 WS-SALDO-ED         PIC ---------9.99.
      *===== AREA DO LANCAMENTO A GRAVAR (4500-POSTA).
       01 WS-LCT-TIPO         PIC X VALUE SPACE.
       01 WS-LCT-VALOR        PIC 9(7)V99 VALUE ZERO.
       01 WS-LCT-DESCRICAO    PIC X(30) VALUE SPACES.
       01 WS-LCT-CENTRO       PIC X(3) VALUE SPACES.
       01 WS-LCT-CONTA        PIC X(5) VALUE SPACES.
       01 WS-LCT-DESCR-BASE   PIC X(27) VALUE SPACES.
      *===== CONFERENCIA COM O RAZAO.
       01 WS-TOT-CUSTO        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-ACUMULADA    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LIQUIDO      PIC S9(9)V99 VALUE ZERO.
       01 WS-RAZAO-CUSTO      PIC S9(9)V99 VALUE ZERO.
       01 WS-RAZAO-ACUMULADA  PIC S9(9)V99 VALUE ZERO.
       01 WS-DIFERENCA        PIC S9(9)V99 VALUE ZERO.
       01 WS-QTDE-ATIVOS      PIC 9(4) VALUE ZERO.
       01 WS-QTDE-BAIXADOS    PIC 9(4) VALUE ZERO.

      *===== BENS EM MEMORIA (ATE 1000), REGRAVADOS INTEIROS EM
      *===== imobilizado.txt A CADA INCLUSAO OU BAIXA.
       01  WS-TABELA-BENS.
           05 WS-BEM-ITEM OCCURS 1000 TIMES.
               10 WS-BEM-NUMERO      PIC 9(6).
               10 WS-BEM-LINHA       PIC X(120).

       01  WS-LINHA-BEM.
           05 WS-LB-NUMERO     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-DESCRICAO  PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-CENTRO     PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-AQUISICAO  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-VIDA       PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-CUSTO      PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-ACUMULADA  PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-LIQUIDO    PIC ---------9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-ULTIMA     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-SITUACAO   PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LB-BAIXA      PIC X(8).
       01  WS-VIDA-ED.
           05 WS-VIDA-MESES-ED PIC ZZ9.
           05 FILLER           PIC X(4) VALUE " MES".
       01  WS-TAXA-ED.
           05 WS-TAXA-PCT-ED   PIC ZZ9.99.
           05 FILLER           PIC X VALUE "%".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-BENS
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-BENS.
           OPEN INPUT ARQ-IMOBILIZADO.
           IF WS-STATUS-IMOBILIZADO = "35"
               DISPLAY "imobilizado.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA INCLUSAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-IMOBILIZADO NOT = "00"
               DISPLAY "ERRO AO ABRIR imobilizado.txt - STATUS "
                       WS-STATUS-IMOBILIZADO
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-IMOBILIZADO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-BEM < 1000
                           ADD 1 TO WS-TOTAL-BEM
                           MOVE IMB-NUMERO
                             TO WS-BEM-NUMERO (WS-TOTAL-BEM)
                           MOVE IMOBILIZADO-LINHA
                             TO WS-BEM-LINHA (WS-TOTAL-BEM)
                           IF IMB-NUMERO > WS-ULTIMO-NUMERO
                               MOVE IMB-NUMERO TO WS-ULTIMO-NUMERO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-IMOBILIZADO.

       1200-GRAVA-BENS.
           OPEN OUTPUT ARQ-IMOBILIZADO.
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-BEM
               MOVE WS-BEM-LINHA (WS-SUB-BEM) TO IMOBILIZADO-LINHA
               WRITE IMOBILIZADO-LINHA
           END-PERFORM.
           CLOSE ARQ-IMOBILIZADO.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== IMOBILIZADO ===".
           DISPLAY "1 - RELACAO DE BENS E CONFERENCIA COM O RAZAO".
           DISPLAY "2 - INCLUIR BEM".
           DISPLAY "3 - VENDA OU BAIXA DE BEM".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 5000-RELACAO
               WHEN '2' PERFORM 3000-INCLUI-BEM
               WHEN '3' PERFORM 4000-BAIXA-BEM
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== TELA DE CAPTURA DO BEM: CENTRO VALIDADO, VALOR, VIDA
      *===== UTIL EM MESES OU (COM VIDA 0) TAXA ANUAL, E A
      *===== DEPRECIACAO JA ACUMULADA DE BEM QUE JA ESTAVA EM USO.
       3000-INCLUI-BEM.
           IF WS-TOTAL-BEM >= 1000
               DISPLAY "TABELA DE BENS CHEIA (1000)"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DESCRICAO-PEDIDA
           DISPLAY "DESCRICAO DO BEM (BRANCO CANCELA): "
           ACCEPT WS-DESCRICAO-PEDIDA
           IF WS-DESCRICAO-PEDIDA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CENTRO-PEDIDO
           DISPLAY "CENTRO DE CUSTO (3 LETRAS): "
           ACCEPT WS-CENTRO-PEDIDO
           PERFORM 3100-VALIDA-CENTRO
           IF WS-CENTRO-OK NOT = 'S'
               DISPLAY "CENTRO NAO CADASTRADO EM centros_custo.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DATA-PEDIDA
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-PEDIDA
           IF WS-DATA-PEDIDA = ZERO
               MOVE WS-HOJE TO WS-DATA-PEDIDA
           END-IF
           IF WS-DATA-PEDIDA > WS-HOJE
               DISPLAY "AQUISICAO NO FUTURO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALOR-PEDIDO
           DISPLAY "VALOR DE AQUISICAO: "
           ACCEPT WS-VALOR-PEDIDO
           IF WS-VALOR-PEDIDO = ZERO
               DISPLAY "VALOR ZERADO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VIDA-PEDIDA
           MOVE ZERO TO WS-TAXA-PEDIDA
           DISPLAY "VIDA UTIL EM MESES (0 = INFORMAR TAXA ANUAL): "
           ACCEPT WS-VIDA-PEDIDA
           IF WS-VIDA-PEDIDA = ZERO
               DISPLAY "TAXA ANUAL DE DEPRECIACAO (%): "
               ACCEPT WS-TAXA-PEDIDA
               IF WS-TAXA-PEDIDA = ZERO OR WS-TAXA-PEDIDA > 100
                   DISPLAY "INFORME A VIDA UTIL OU UMA TAXA ENTRE 0 "
                           "E 100 - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-ACUMULADA-PEDIDA
           IF WS-DATA-PEDIDA (1:6) < WS-HOJE (1:6)
               DISPLAY "DEPRECIACAO JA ACUMULADA ATE O MES PASSADO "
                       "(0 = NENHUMA): "
               ACCEPT WS-ACUMULADA-PEDIDA
               IF WS-ACUMULADA-PEDIDA > WS-VALOR-PEDIDO
                   DISPLAY "ACUMULADA MAIOR QUE O VALOR - NADA "
                           "GRAVADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-VALOR-PEDIDO TO WS-VALOR-ED
           DISPLAY WS-DESCRICAO-PEDIDA " " WS-CENTRO-PEDIDO
                   " AQUISICAO " WS-DATA-PEDIDA " VALOR " WS-VALOR-ED
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "CONFIRMA A INCLUSAO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "INCLUSAO CANCELADA"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE SPACES TO IMOBILIZADO-LINHA
           MOVE WS-ULTIMO-NUMERO TO IMB-NUMERO
           MOVE WS-DESCRICAO-PEDIDA TO IMB-DESCRICAO
           MOVE WS-CENTRO-PEDIDO TO IMB-CENTRO
           MOVE WS-DATA-PEDIDA TO IMB-DATA-AQUISICAO
           MOVE WS-VALOR-PEDIDO TO IMB-VALOR-AQUISICAO
           MOVE WS-VIDA-PEDIDA TO IMB-VIDA-MESES
           MOVE WS-TAXA-PEDIDA TO IMB-TAXA-ANUAL
           MOVE WS-ACUMULADA-PEDIDA TO IMB-DEPREC-ACUMULADA
           MOVE ZERO TO IMB-ULTIMA-COMPETENCIA
      *===== COM ACUMULADA INFORMADA, O IMOBDEPREC SEGUE DO MES
      *===== CORRENTE EM DIANTE.
           IF WS-ACUMULADA-PEDIDA > ZERO
               MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
               IF WS-COMP-TESTE (5:2) = "01"
                   COMPUTE WS-COMP-TESTE = WS-COMP-TESTE - 89
               ELSE
                   SUBTRACT 1 FROM WS-COMP-TESTE
               END-IF
               MOVE WS-COMP-TESTE TO IMB-ULTIMA-COMPETENCIA
           END-IF
           MOVE 'A' TO IMB-SITUACAO
           MOVE ZERO TO IMB-DATA-BAIXA
           MOVE ZERO TO IMB-VALOR-VENDA
           ADD 1 TO WS-TOTAL-BEM
           MOVE IMB-NUMERO TO WS-BEM-NUMERO (WS-TOTAL-BEM)
           MOVE IMOBILIZADO-LINHA TO WS-BEM-LINHA (WS-TOTAL-BEM)
           PERFORM 1200-GRAVA-BENS
           DISPLAY "BEM " WS-ULTIMO-NUMERO " INCLUIDO"
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "POSTAR A AQUISICAO NO RAZAO (N SE JA FOI PAGA "
                   "PELO CONTASPAGAR NA 12001) (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               EXIT PARAGRAPH
           END-IF
           PERFORM 4400-CONTROLE-DE-PERIODO
           IF WS-MES-FECHADO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LCT-DESCR-BASE
           STRING "AQUIS IMOB " WS-ULTIMO-NUMERO
                  DELIMITED BY SIZE INTO WS-LCT-DESCR-BASE
           MOVE 'D' TO WS-LCT-TIPO
           MOVE WS-VALOR-PEDIDO TO WS-LCT-VALOR
           MOVE WS-CENTRO-PEDIDO TO WS-LCT-CENTRO
           MOVE WS-CONTA-IMOBILIZADO TO WS-LCT-CONTA
           PERFORM 4500-POSTA
           DISPLAY "AQUISICAO POSTADA NO RAZAO NA CONTA "
                   WS-CONTA-IMOBILIZADO.

       3100-VALIDA-CENTRO.
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

       3800-ACHA-BEM.
           MOVE ZERO TO WS-BEM-ACHADO
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-BEM
               IF WS-BEM-NUMERO (WS-SUB-BEM) = WS-NUMERO-PEDIDO
                   MOVE WS-SUB-BEM TO WS-BEM-ACHADO
               END-IF
           END-PERFORM.

      *===== VENDA (V, COM O VALOR RECEBIDO) OU BAIXA (B, PERDA OU
      *===== SUCATA, SEM VALOR). A ACUMULADA E A DA ULTIMA RODADA DO
      *===== IMOBDEPREC; O RESULTADO E O RECEBIDO MENOS O LIQUIDO.
       4000-BAIXA-BEM.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO BEM (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-ACHA-BEM
           IF WS-BEM-ACHADO = ZERO
               DISPLAY "BEM NAO ENCONTRADO EM imobilizado.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEM-LINHA (WS-BEM-ACHADO) TO IMOBILIZADO-LINHA
           IF NOT BEM-ATIVO
               DISPLAY "BEM JA VENDIDO OU BAIXADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-LIQUIDO =
               IMB-VALOR-AQUISICAO - IMB-DEPREC-ACUMULADA
           MOVE WS-VALOR-LIQUIDO TO WS-SALDO-ED
           DISPLAY IMB-DESCRICAO " " IMB-CENTRO
           DISPLAY "VALOR CONTABIL LIQUIDO: " WS-SALDO-ED
                   " (DEPRECIADO ATE " IMB-ULTIMA-COMPETENCIA ")"
           MOVE SPACE TO WS-TIPO-BAIXA
           DISPLAY "V = VENDA, B = BAIXA SEM VALOR: "
           ACCEPT WS-TIPO-BAIXA
           IF WS-TIPO-BAIXA = 'v'
               MOVE 'V' TO WS-TIPO-BAIXA
           END-IF
           IF WS-TIPO-BAIXA = 'b'
               MOVE 'B' TO WS-TIPO-BAIXA
           END-IF
           IF NOT (WS-TIPO-BAIXA = 'V' OR WS-TIPO-BAIXA = 'B')
               DISPLAY "TIPO INVALIDO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALOR-VENDA
           IF WS-TIPO-BAIXA = 'V'
               DISPLAY "VALOR DA VENDA: "
               ACCEPT WS-VALOR-VENDA
               IF WS-VALOR-VENDA = ZERO
                   DISPLAY "VENDA SEM VALOR - USE A BAIXA (B)"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-DATA-PEDIDA
           DISPLAY "DATA DA VENDA/BAIXA (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-PEDIDA
           IF WS-DATA-PEDIDA = ZERO
               MOVE WS-HOJE TO WS-DATA-PEDIDA
           END-IF
           COMPUTE WS-RESULTADO = WS-VALOR-VENDA - WS-VALOR-LIQUIDO
           MOVE WS-RESULTADO TO WS-SALDO-ED
           IF WS-RESULTADO < ZERO
               DISPLAY "PERDA NA BAIXA: " WS-SALDO-ED
           ELSE
               DISPLAY "GANHO NA BAIXA: " WS-SALDO-ED
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "CONFIRMA (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "BAIXA CANCELADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4400-CONTROLE-DE-PERIODO
           IF WS-MES-FECHADO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIPO-BAIXA TO IMB-SITUACAO
           MOVE WS-DATA-PEDIDA TO IMB-DATA-BAIXA
           MOVE WS-VALOR-VENDA TO IMB-VALOR-VENDA
           MOVE IMOBILIZADO-LINHA TO WS-BEM-LINHA (WS-BEM-ACHADO)
           PERFORM 1200-GRAVA-BENS
           MOVE WS-BEM-LINHA (WS-BEM-ACHADO) TO IMOBILIZADO-LINHA
           MOVE SPACES TO WS-LCT-DESCR-BASE
           STRING "BAIXA IMOB " IMB-NUMERO
                  DELIMITED BY SIZE INTO WS-LCT-DESCR-BASE
           MOVE IMB-CENTRO TO WS-LCT-CENTRO
           MOVE 'C' TO WS-LCT-TIPO
           MOVE IMB-VALOR-AQUISICAO TO WS-LCT-VALOR
           MOVE WS-CONTA-IMOBILIZADO TO WS-LCT-CONTA
           PERFORM 4500-POSTA
           IF IMB-DEPREC-ACUMULADA > ZERO
               MOVE 'D' TO WS-LCT-TIPO
               MOVE IMB-DEPREC-ACUMULADA TO WS-LCT-VALOR
               MOVE WS-CONTA-ACUMULADA TO WS-LCT-CONTA
               PERFORM 4500-POSTA
           END-IF
           MOVE SPACES TO WS-LCT-DESCR-BASE
           IF WS-RESULTADO < ZERO
               STRING "PERDA IMOB " IMB-NUMERO
                      DELIMITED BY SIZE INTO WS-LCT-DESCR-BASE
               MOVE 'D' TO WS-LCT-TIPO
               COMPUTE WS-LCT-VALOR = ZERO - WS-RESULTADO
               MOVE WS-CONTA-PERDA TO WS-LCT-CONTA
               PERFORM 4500-POSTA
           END-IF
           IF WS-RESULTADO > ZERO
               STRING "GANHO IMOB " IMB-NUMERO
                      DELIMITED BY SIZE INTO WS-LCT-DESCR-BASE
               MOVE 'C' TO WS-LCT-TIPO
               MOVE WS-RESULTADO TO WS-LCT-VALOR
               MOVE WS-CONTA-GANHO TO WS-LCT-CONTA
               PERFORM 4500-POSTA
           END-IF
           IF WS-TIPO-BAIXA = 'V'
               DISPLAY "VENDA REGISTRADA E POSTADA NO RAZAO"
           ELSE
               DISPLAY "BAIXA REGISTRADA E POSTADA NO RAZAO"
           END-IF.

      *===== MESMO CONTROLE DE PERIODO DO RAZAOMANUAL SOBRE
      *===== WS-DATA-PEDIDA: MES FECHADO EMPURRA PARA HOJE COM A
      *===== MARCA "MC"; COM O MES DE HOJE FECHADO, WS-MES-FECHADO
      *===== VOLTA 'S' E NADA DEVE SER GRAVADO.
       4400-CONTROLE-DE-PERIODO.
           MOVE 'N' TO WS-FOI-EMPURRADO
           MOVE WS-DATA-PEDIDA (1:6) TO WS-COMP-TESTE
           PERFORM 4450-TESTA-FECHADO
           IF WS-MES-FECHADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
           PERFORM 4450-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               DISPLAY "ATE O MES CORRENTE ESTA FECHADO - NADA "
                       "POSTADO NO RAZAO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE TO WS-DATA-PEDIDA
           MOVE 'S' TO WS-FOI-EMPURRADO
           DISPLAY "MES FECHADO: LANCAMENTO EMPURRADO PARA HOJE "
                   "COM A MARCA MC".

       4450-TESTA-FECHADO.
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

      *===== GRAVA UM LANCAMENTO (WS-LCT-...) NA WS-DATA-PEDIDA E
      *===== ACERTA O saldo.txt: DEBITO SUBTRAI, CREDITO SOMA.
       4500-POSTA.
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-DATA-PEDIDA TO LCT-DATA
           MOVE WS-LCT-TIPO TO LCT-TIPO
           MOVE WS-LCT-VALOR TO LCT-VALOR
           MOVE SPACES TO LCT-DESCRICAO
           IF WS-FOI-EMPURRADO = 'S'
               STRING "MC " WS-LCT-DESCR-BASE
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           ELSE
               MOVE WS-LCT-DESCR-BASE TO LCT-DESCRICAO
           END-IF
           MOVE WS-LCT-CENTRO TO LCT-CENTRO
           MOVE WS-LCT-CONTA TO LCT-CONTA
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
           IF WS-LCT-TIPO = 'D'
               SUBTRACT WS-LCT-VALOR FROM WS-SALDO-ATUAL
           ELSE
               ADD WS-LCT-VALOR TO WS-SALDO-ATUAL
           END-IF
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO.

      *===== RELACAO DE BENS E CONFERENCIA: O CUSTO DOS BENS ATIVOS
      *===== TEM DE BATER COM O SALDO DEVEDOR DA 12001 NO RAZAO E A
      *===== ACUMULADA DELES COM O SALDO CREDOR DA 12009.
       5000-RELACAO.
           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO RELATORIO-LINHA
           STRING "RELACAO DO IMOBILIZADO - POSICAO DE " WS-HOJE
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "NUMERO DESCRICAO                      CCU AQUISIC. "
                  "VIDA/TX        CUSTO    ACUMULADA      LIQUIDO "
                  "DEPREC SITUACAO   BAIXA"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ZERO TO WS-TOT-CUSTO WS-TOT-ACUMULADA
                        WS-QTDE-ATIVOS WS-QTDE-BAIXADOS
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-BEM
               MOVE WS-BEM-LINHA (WS-SUB-BEM) TO IMOBILIZADO-LINHA
               PERFORM 5100-LINHA-BEM
           END-PERFORM
           COMPUTE WS-TOT-LIQUIDO = WS-TOT-CUSTO - WS-TOT-ACUMULADA
           PERFORM 5200-SALDOS-RAZAO
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "BENS ATIVOS: " WS-QTDE-ATIVOS
                  "   VENDIDOS/BAIXADOS: " WS-QTDE-BAIXADOS
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TOT-LIQUIDO TO WS-SALDO-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "VALOR LIQUIDO DO IMOBILIZADO ATIVO: " WS-SALDO-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "CONFERENCIA COM O RAZAO (lancamentos.txt)"
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           COMPUTE WS-DIFERENCA = WS-TOT-CUSTO - WS-RAZAO-CUSTO
           MOVE WS-TOT-CUSTO TO WS-VALOR-ED
           MOVE WS-RAZAO-CUSTO TO WS-SALDO-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CONTA " WS-CONTA-IMOBILIZADO
                  " CUSTO - CADASTRO " WS-VALOR-ED
                  "  RAZAO " WS-SALDO-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           PERFORM 5300-MARCA-DIFERENCA
           COMPUTE WS-DIFERENCA = WS-TOT-ACUMULADA - WS-RAZAO-ACUMULADA
           MOVE WS-TOT-ACUMULADA TO WS-VALOR-ED
           MOVE WS-RAZAO-ACUMULADA TO WS-SALDO-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "CONTA " WS-CONTA-ACUMULADA
                  " ACUM. - CADASTRO " WS-VALOR-ED
                  "  RAZAO " WS-SALDO-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           PERFORM 5300-MARCA-DIFERENCA
           CLOSE ARQ-RELATORIO
           DISPLAY "RELACAO EM imobilizado_relatorio.txt".

       5100-LINHA-BEM.
           MOVE SPACES TO WS-LINHA-BEM
           MOVE IMB-NUMERO TO WS-LB-NUMERO
           MOVE IMB-DESCRICAO TO WS-LB-DESCRICAO
           MOVE IMB-CENTRO TO WS-LB-CENTRO
           MOVE IMB-DATA-AQUISICAO TO WS-LB-AQUISICAO
           IF IMB-VIDA-MESES > ZERO
               MOVE IMB-VIDA-MESES TO WS-VIDA-MESES-ED
               MOVE WS-VIDA-ED TO WS-LB-VIDA
           ELSE
               MOVE IMB-TAXA-ANUAL TO WS-TAXA-PCT-ED
               MOVE WS-TAXA-ED TO WS-LB-VIDA
           END-IF
           MOVE IMB-VALOR-AQUISICAO TO WS-LB-CUSTO
           MOVE IMB-DEPREC-ACUMULADA TO WS-LB-ACUMULADA
           COMPUTE WS-VALOR-LIQUIDO =
               IMB-VALOR-AQUISICAO - IMB-DEPREC-ACUMULADA
           MOVE WS-VALOR-LIQUIDO TO WS-LB-LIQUIDO
           MOVE IMB-ULTIMA-COMPETENCIA TO WS-LB-ULTIMA
           EVALUATE TRUE
               WHEN BEM-ATIVO
                   ADD 1 TO WS-QTDE-ATIVOS
                   ADD IMB-VALOR-AQUISICAO TO WS-TOT-CUSTO
                   ADD IMB-DEPREC-ACUMULADA TO WS-TOT-ACUMULADA
                   IF WS-VALOR-LIQUIDO = ZERO
                       MOVE "DEPRECIADO" TO WS-LB-SITUACAO
                   ELSE
                       MOVE "ATIVO" TO WS-LB-SITUACAO
                   END-IF
               WHEN BEM-VENDIDO
                   ADD 1 TO WS-QTDE-BAIXADOS
                   MOVE "VENDIDO" TO WS-LB-SITUACAO
                   MOVE IMB-DATA-BAIXA TO WS-LB-BAIXA
               WHEN OTHER
                   ADD 1 TO WS-QTDE-BAIXADOS
                   MOVE "BAIXADO" TO WS-LB-SITUACAO
                   MOVE IMB-DATA-BAIXA TO WS-LB-BAIXA
           END-EVALUATE
           MOVE WS-LINHA-BEM TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== SALDOS DAS DUAS CONTAS NO JORNAL INTEIRO: 12001 DEBITOS
      *===== MENOS CREDITOS; 12009 CREDITOS MENOS DEBITOS.
       5200-SALDOS-RAZAO.
           MOVE ZERO TO WS-RAZAO-CUSTO
           MOVE ZERO TO WS-RAZAO-ACUMULADA
           OPEN INPUT ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-LANCAMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LCT-CONTA = WS-CONTA-IMOBILIZADO
                                AND LCT-TIPO = 'D'
                               ADD LCT-VALOR TO WS-RAZAO-CUSTO
                           WHEN LCT-CONTA = WS-CONTA-IMOBILIZADO
                               SUBTRACT LCT-VALOR FROM WS-RAZAO-CUSTO
                           WHEN LCT-CONTA = WS-CONTA-ACUMULADA
                                AND LCT-TIPO = 'C'
                               ADD LCT-VALOR TO WS-RAZAO-ACUMULADA
                           WHEN LCT-CONTA = WS-CONTA-ACUMULADA
                               SUBTRACT LCT-VALOR
                                   FROM WS-RAZAO-ACUMULADA
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARQ-LANCAMENTOS.

       5300-MARCA-DIFERENCA.
           IF WS-DIFERENCA = ZERO
               STRING "  CONFERE"
                      DELIMITED BY SIZE INTO RELATORIO-LINHA (70:20)
           ELSE
               MOVE WS-DIFERENCA TO WS-SALDO-ED
               STRING "  DIFERENCA " WS-SALDO-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA (70:30)
           END-IF
           WRITE RELATORIO-LINHA
           DISPLAY RELATORIO-LINHA.

       END PROGRAM IMOBILIZADO.
