      *=======               HOJE; A FOLHA E A REMESSA SAO ARQUIVOS
      *=======               DA RODADA INTEIRA E COMPARAM CONTRA AS
      *=======               POSTAGENS "AUT FOLHA" DA COMPETENCIA.
      *=======     MOD: 15/10/2026 - CE - DESCONTO DE RESGATE DE
      *=======          PONTOS ("DESCONTO PONTOS" NO JORNAL DE
      *=======          RECEITAS) SAI DO PAR DO BALCAO E GANHA PAR
      *=======          PROPRIO CONTRA AS POSTAGENS "AUT DESCONTO".
      *=======     MOD: 15/10/2026 - CE - ESTORNOS DE ALUGUEL ("ESTORNO
      *=======          n" NO JORNAL DE RECEITAS) FORA DAS RECEITAS DO
      *=======          BALCAO, EM PAR PROPRIO CONTRA AS POSTAGENS "AUT
      *=======          ESTORNO".
      *=======     MOD: 15/10/2026 - CE - CREDITO PRE-PAGO DOS CLIENTES
      *=======          (carteira_movimentos.txt) EM TRES PARES:
      *=======          RECARGAS E DEBITOS DE HOJE CONTRA AS POSTAGENS
      *=======          "AUT CARTEIRA" A CREDITO E A DEBITO, E O SALDO
      *=======          DE TODOS OS CLIENTES CONTRA O LIQUIDO DA CONTA
      *=======          21001 (O LAYOUT DO JORNAL GANHOU LCT-CONTA).
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.
           05 LCT-DESCRICAO     PIC X(30).
           05 FILLER            PIC X.
           05 LCT-CENTRO        PIC X(03).
           05 FILLER            PIC X.
           05 LCT-CONTA         PIC X(05).

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-BATIMENTO.
       01  BATIMENTO-LINHA      PIC X(100).
       77 WS-STATUS-REMESSA     PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-BATIMENTO   PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-TOT-RECEITAS     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-DESCONTOS    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-DESC     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-ESTORNOS     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-EST      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-MANIFESTO    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LIQUIDOS     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-REMESSA      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-BAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-FRT      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-FOL      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CRT-CREDITOS PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-CRT-DEBITOS  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-CRT-C    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-LCT-CRT-D    PIC 9(9)V99 VALUE ZERO.
       01 WS-SALDO-CARTEIRA   PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-LCT-21001  PIC S9(9)V99 VALUE ZERO.
       01 WS-DIFERENCA        PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DIVERGE    PIC 9(2) VALUE ZERO.
       01 WS-VALOR-A-ED       PIC ZZZZZZZZ9.99.
           PERFORM 1100-SOMA-MANIFESTO
           PERFORM 1200-SOMA-LIQUIDOS
           PERFORM 1300-SOMA-REMESSA
           PERFORM 1350-SOMA-CARTEIRA
           PERFORM 1400-SOMA-POSTAGENS
           PERFORM 2000-RELATORIO
           IF WS-TOTAL-DIVERGE > ZERO
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-DATA = WS-HOJE
                           EVALUATE TRUE
                               WHEN RCT-GENERO = "DESCONTO PONTOS"
                                   ADD RCT-VALOR TO WS-TOT-DESCONTOS
                               WHEN RCT-GENERO (1:7) = "ESTORNO"
                                   ADD RCT-VALOR TO WS-TOT-ESTORNOS
                               WHEN OTHER
                                   ADD RCT-VALOR TO WS-TOT-RECEITAS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           END-PERFORM.
           CLOSE ARQ-REMESSA.

      *===== CREDITO PRE-PAGO: RECARGAS E DEBITOS (ALUGUEL, MULTA E
      *===== DEVOLUCAO) DE HOJE, E O SALDO DE TODOS OS CLIENTES DESDE
      *===== SEMPRE. A UNIFICACAO (S/E) SE ANULA E NAO POSTA NO RAZAO.
       1350-SOMA-CARTEIRA.
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
                       IF CARTEIRA-CREDITO
                           ADD CRT-VALOR TO WS-SALDO-CARTEIRA
                       ELSE
                           SUBTRACT CRT-VALOR FROM WS-SALDO-CARTEIRA
                       END-IF
                       IF CRT-DATA = WS-HOJE
                           EVALUATE TRUE
                               WHEN CARTEIRA-RECARGA
                                   ADD CRT-VALOR
                                     TO WS-TOT-CRT-CREDITOS
                               WHEN CARTEIRA-ALUGUEL
                               WHEN CARTEIRA-MULTA
                               WHEN CARTEIRA-DEVOLUCAO
                                   ADD CRT-VALOR
                                     TO WS-TOT-CRT-DEBITOS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CARTEIRA.

      *===== POSTAGENS DO RAZAO RECONHECIDAS PELA ETIQUETA DE
      *===== ORIGEM NA DESCRICAO: "AUT ALUGUEL"/"AUT MULTA" (DIA DE
      *===== HOJE), "AUT DESCONTO" E "AUT ESTORNO" (DIA DE HOJE),
      *===== "AUT FRETE" (DIA DE HOJE), "AUT FOLHA"
      *===== (COMPETENCIA DE HOJE, POIS A FOLHA E MENSAL) E "AUT
      *===== CARTEIRA" (DIA DE HOJE, CREDITO E DEBITO SEPARADOS),
      *===== ALEM DO LIQUIDO DA CONTA 21001 DESDE SEMPRE.
       1400-SOMA-POSTAGENS.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = "00"
                   OR LCT-DESCRICAO (1:9) = "AUT MULTA")
               ADD LCT-VALOR TO WS-TOT-LCT-BAL
           END-IF
           IF LCT-DATA = WS-HOJE
              AND LCT-DESCRICAO (1:12) = "AUT DESCONTO"
               ADD LCT-VALOR TO WS-TOT-LCT-DESC
           END-IF
           IF LCT-DATA = WS-HOJE
              AND LCT-DESCRICAO (1:11) = "AUT ESTORNO"
               ADD LCT-VALOR TO WS-TOT-LCT-EST
           END-IF
           IF LCT-DATA = WS-HOJE
              AND LCT-DESCRICAO (1:9) = "AUT FRETE"
               ADD LCT-VALOR TO WS-TOT-LCT-FRT
              AND (LCT-DESCRICAO (1:9) = "AUT FOLHA"
                   OR LCT-DESCRICAO (1:7) = "AUT 13O")
               ADD LCT-VALOR TO WS-TOT-LCT-FOL
           END-IF
           IF LCT-DATA = WS-HOJE
              AND LCT-DESCRICAO (1:12) = "AUT CARTEIRA"
               IF LCT-TIPO = 'D'
                   ADD LCT-VALOR TO WS-TOT-LCT-CRT-D
               ELSE
                   ADD LCT-VALOR TO WS-TOT-LCT-CRT-C
               END-IF
           END-IF
           IF LCT-CONTA = "21001"
               IF LCT-TIPO = 'D'
                   SUBTRACT LCT-VALOR FROM WS-SALDO-LCT-21001
               ELSE
                   ADD LCT-VALOR TO WS-SALDO-LCT-21001
               END-IF
           END-IF.

       2000-RELATORIO.
           MOVE WS-TOT-RECEITAS TO WS-VALOR-A
           MOVE WS-TOT-LCT-BAL TO WS-VALOR-B
           PERFORM 2100-LINHA-DO-PAR
           MOVE "DESCONTOS DE PONTOS HOJE" TO WS-ROTULO-A
           MOVE "POSTADO NO RAZAO (DESC)." TO WS-ROTULO-B
           MOVE WS-TOT-DESCONTOS TO WS-VALOR-A
           MOVE WS-TOT-LCT-DESC TO WS-VALOR-B
           PERFORM 2100-LINHA-DO-PAR
           MOVE "ESTORNOS DO BALCAO HOJE." TO WS-ROTULO-A
           MOVE "POSTADO NO RAZAO (EST).." TO WS-ROTULO-B
           MOVE WS-TOT-ESTORNOS TO WS-VALOR-A
           MOVE WS-TOT-LCT-EST TO WS-VALOR-B
           PERFORM 2100-LINHA-DO-PAR
           MOVE "FRETE DO MANIFESTO HOJE." TO WS-ROTULO-A
           MOVE "POSTADO NO RAZAO (FRT).." TO WS-ROTULO-B
           MOVE WS-TOT-MANIFESTO TO WS-VALOR-A
           MOVE WS-TOT-LIQUIDOS TO WS-VALOR-A
           MOVE WS-TOT-REMESSA TO WS-VALOR-B
           PERFORM 2100-LINHA-DO-PAR
           MOVE "RECARGAS DE CREDITO HOJE" TO WS-ROTULO-A
           MOVE "POSTADO NO RAZAO (CRT-C)" TO WS-ROTULO-B
           MOVE WS-TOT-CRT-CREDITOS TO WS-VALOR-A
           MOVE WS-TOT-LCT-CRT-C TO WS-VALOR-B
           PERFORM 2100-LINHA-DO-PAR
           MOVE "DEBITOS DE CREDITO HOJE." TO WS-ROTULO-A
           MOVE "POSTADO NO RAZAO (CRT-D)" TO WS-ROTULO-B
           MOVE WS-TOT-CRT-DEBITOS TO WS-VALOR-A
           MOVE WS-TOT-LCT-CRT-D TO WS-VALOR-B
           PERFORM 2100-LINHA-DO-PAR
      *===== SALDO NEGATIVO NAO EXISTE NA CARTEIRA; NO RAZAO, SE
      *===== APARECER, SAI COMO ZERO.
           MOVE "SALDO PRE-PAGO CLIENTES." TO WS-ROTULO-A
           MOVE "SALDO NO RAZAO (21001).." TO WS-ROTULO-B
           MOVE ZERO TO WS-VALOR-A
           MOVE ZERO TO WS-VALOR-B
           IF WS-SALDO-CARTEIRA > ZERO
               MOVE WS-SALDO-CARTEIRA TO WS-VALOR-A
           END-IF
           IF WS-SALDO-LCT-21001 > ZERO
               MOVE WS-SALDO-LCT-21001 TO WS-VALOR-B
           END-IF
           PERFORM 2100-LINHA-DO-PAR
           MOVE SPACES TO BATIMENTO-LINHA
           IF WS-TOTAL-DIVERGE = ZERO
               MOVE "TODOS OS PARES CONFEREM - BOA NOITE"
