      *======= OBSERVAÇÕES: EMPRESTIMO AINDA ABERTO SAI COM A
      *=======               DEVOLUCAO EM BRANCO E O ATRASO CONTADO
      *=======               ATE A DATA DE HOJE.
      *=======     MOD: 15/10/2026 - CE - DESCONTO DE RESGATE DE
      *=======          PONTOS ("DESCONTO PONTOS", AMARRADO AO
      *=======          PRIMEIRO EMPRESTIMO DA CESTA) ABATE DO VALOR
      *=======          PAGO DO EMPRESTIMO E DO TOTAL DO CLIENTE.
      *=======     MOD: 15/10/2026 - CE - ESTORNO DE ALUGUEL ("ESTORNO
      *=======          n") ABATE DO VALOR PAGO DO EMPRESTIMO E DO TOTAL
      *=======          DO CLIENTE.
      *=======     MOD: 15/10/2026 - CE - A CONTA DE DIAS DE ATRASO
      *=======          PASSA A SER EM DIAS UTEIS NO CALENDARIO DE
      *=======          FERIADOS DA LOJA DO EMPRESTIMO (CALENDARIO 'N'
      *=======          COM EMP-LOJA), A MESMA DA MULTA GERADA NA
      *=======          DEVOLUCAO.
      *=======     MOD: 15/10/2026 - CE - SECAO DE CREDITO PRE-PAGO
      *=======          (carteira_movimentos.txt) NO FIM DO EXTRATO:
      *=======          CADA RECARGA, DEBITO, DEVOLUCAO E TRANSFERENCIA
      *=======          DE UNIFICACAO COM O SALDO CORRIDO, FECHANDO COM
      *=======          O SALDO DE CREDITO DO CLIENTE.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-EXTRATO ASSIGN TO "extrato_cliente.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.
           05 FILLER               PIC X.
           05 RCT-VALOR            PIC 9(03)V99.

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-EXTRATO.
       01  EXTRATO-LINHA           PIC X(110).

       77 WS-STATUS-CLIENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-EXTRATO     PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-CLIENTE-PEDIDO     PIC 9(4) VALUE ZERO.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-NOME-FILME-REL     PIC X(30) VALUE SPACES.
       01 WS-DIAS-ATRASO        PIC 9(5) VALUE ZERO.
       01 WS-VALOR-PAGO         PIC S9(5)V99 VALUE ZERO.
       01 WS-TOTAL-EMPRESTIMOS  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ABERTOS      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ATRASADOS    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PAGO         PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-PAGO-ED      PIC ZZZZZZ9.99-.
       01 WS-SUB-RECEITA        PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-RECEITAS     PIC 9(4) VALUE ZERO.
      *===== CREDITO PRE-PAGO: SALDO CORRIDO NA ORDEM DO ARQUIVO.
       01 WS-SALDO-CARTEIRA     PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-MOV-CARTEIRA PIC 9(5) VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE CONTA
      *===== OS DIAS DE ATRASO DE CADA DEVOLUCAO.
       COPY "#calenpar".
       01  WS-TABELA-RECEITAS.
           05 WS-RCT-ITEM OCCURS 500 TIMES.
               10 WS-RCT-EMPRESTIMO PIC 9(6).
               10 WS-RCT-VALOR      PIC S9(3)V99.

       01 WS-LINHA-DETALHE.
           05 DET-NUMERO        PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-ATRASO        PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 DET-VALOR         PIC ZZZZ9.99-.

       01 WS-LINHA-CARTEIRA.
           05 CRD-DATA          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 CRD-DESCRICAO     PIC X(22).
           05 FILLER            PIC X VALUE SPACE.
           05 CRD-EMPRESTIMO    PIC X(06).
           05 FILLER            PIC X VALUE SPACE.
           05 CRD-VALOR         PIC ZZZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 CRD-SALDO         PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1300-CARREGA-RECEITAS
           PERFORM 2000-VARRE-EMPRESTIMOS
           PERFORM 3000-TOTAIS
           PERFORM 3500-CREDITO-PRE-PAGO
           PERFORM 4000-FECHAR-ARQUIVOS
           STOP RUN.

                               (WS-TOTAL-RECEITAS)
                           MOVE RCT-VALOR TO WS-RCT-VALOR
                               (WS-TOTAL-RECEITAS)
                           IF RCT-GENERO = "DESCONTO PONTOS"
                              OR RCT-GENERO (1:7) = "ESTORNO"
                               COMPUTE WS-RCT-VALOR (WS-TOTAL-RECEITAS)
                                   = ZERO - RCT-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *===== FECHADO; NO ABERTO, A PREVISTA CONTRA A DATA DE HOJE.
       2300-CONTA-ATRASO.
           MOVE ZERO TO WS-DIAS-ATRASO
           MOVE 'N' TO CAL-FUNCAO
           MOVE EMP-DATA-PREVISTA TO CAL-DATA-1
           IF EMP-LOJA = ZERO
               MOVE 1 TO CAL-LOJA
           ELSE
               MOVE EMP-LOJA TO CAL-LOJA
           END-IF
           IF EMPRESTIMO-ABERTO
               MOVE WS-HOJE TO CAL-DATA-2
           ELSE
                  DELIMITED BY SIZE INTO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

      *===== MOVIMENTOS DE CREDITO PRE-PAGO DO CLIENTE COM O SALDO
      *===== CORRIDO E O SALDO FINAL; CLIENTE SEM MOVIMENTO NAO
      *===== GANHA A SECAO.
       3500-CREDITO-PRE-PAGO.
           OPEN INPUT ARQ-CARTEIRA.
           IF WS-STATUS-CARTEIRA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CRT-CODIGO-CLIENTE = WS-CLIENTE-PEDIDO
                           PERFORM 3600-LINHA-CARTEIRA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CARTEIRA.
           IF WS-TOTAL-MOV-CARTEIRA > ZERO
               MOVE WS-SALDO-CARTEIRA TO WS-TOTAL-PAGO-ED
               MOVE SPACES TO EXTRATO-LINHA
               STRING "SALDO DE CREDITO PRE-PAGO: "
                      WS-TOTAL-PAGO-ED
                      DELIMITED BY SIZE INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           END-IF.

       3600-LINHA-CARTEIRA.
           ADD 1 TO WS-TOTAL-MOV-CARTEIRA
           IF WS-TOTAL-MOV-CARTEIRA = 1
               MOVE SPACES TO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               MOVE "CREDITO PRE-PAGO" TO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               MOVE SPACES TO EXTRATO-LINHA
               STRING "DATA       MOVIMENTO              EMPRES"
                      "     VALOR       SALDO"
                      DELIMITED BY SIZE INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-CARTEIRA
           MOVE CRT-DATA TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE WS-DATA-FORMATADA TO CRD-DATA
           EVALUATE TRUE
               WHEN CARTEIRA-RECARGA
                   MOVE "RECARGA" TO CRD-DESCRICAO
               WHEN CARTEIRA-ALUGUEL
                   MOVE "ALUGUEL" TO CRD-DESCRICAO
               WHEN CARTEIRA-MULTA
                   MOVE "MULTA" TO CRD-DESCRICAO
               WHEN CARTEIRA-DEVOLUCAO
                   MOVE "DEVOLUCAO EM DINHEIRO" TO CRD-DESCRICAO
               WHEN CARTEIRA-SAIDA-UNIF
                   MOVE "SAIDA NA UNIFICACAO" TO CRD-DESCRICAO
               WHEN CARTEIRA-ENTRADA-UNIF
                   MOVE "ENTRADA NA UNIFICACAO" TO CRD-DESCRICAO
               WHEN OTHER
                   MOVE CRT-TIPO TO CRD-DESCRICAO
           END-EVALUATE
           IF CRT-EMPRESTIMO > ZERO
               MOVE CRT-EMPRESTIMO TO CRD-EMPRESTIMO
           END-IF
           IF CARTEIRA-CREDITO
               ADD CRT-VALOR TO WS-SALDO-CARTEIRA
               MOVE CRT-VALOR TO CRD-VALOR
           ELSE
               SUBTRACT CRT-VALOR FROM WS-SALDO-CARTEIRA
               COMPUTE CRD-VALOR = ZERO - CRT-VALOR
           END-IF
           MOVE WS-SALDO-CARTEIRA TO CRD-SALDO
           MOVE WS-LINHA-CARTEIRA TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA.

       4000-FECHAR-ARQUIVOS.
           CLOSE ARQ-EMPRESTIMOS.
           IF WS-STATUS-FILMES = "00" OR WS-STATUS-FILMES = "02"
