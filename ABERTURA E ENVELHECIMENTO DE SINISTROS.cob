       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINISTROLOTE.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: ABERTURA E ENVELHECIMENTO DOS SINISTROS DE
      *=======           FRETE. ABRE UM SINISTRO CONTRA A
      *=======           TRANSPORTADORA PARA CADA EMBARQUE DA LISTA
      *=======           DE PERDAS DO ENTREGARETORNO
      *=======           (perdas_frete.txt) AINDA SEM SINISTRO, E
      *=======           OUTRO CONTRA A SEGURADORA QUANDO O EMBARQUE
      *=======           TEM APOLICE DE VALOR DECLARADO
      *=======           (seguros_frete.txt). DEPOIS ENVELHECE OS
      *=======           SINISTROS EM ANDAMENTO PELO MODULO
      *=======           CALENDARIO E APONTA, EM sinistros_posicao.txt,
      *=======           OS QUE PASSARAM OU ESTAO PERTO DO PRAZO
      *=======           CONTRATUAL DA TRANSPORTADORA PARA RECLAMAR.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: VALOR RECLAMADO - SEM SEGURO: MERCADORIA
      *=======               + FRETE PAGO, TUDO DA TRANSPORTADORA.
      *=======               COM SEGURO: A SEGURADORA RESPONDE PELO
      *=======               VALOR DECLARADO E A TRANSPORTADORA PELO
      *=======               FRETE MAIS O QUE A MERCADORIA PASSAR DO
      *=======               DECLARADO. PRAZO PARA RECLAMAR NA
      *=======               COLUNA 36-38 DE transportadoras.txt, EM
      *=======               DIAS CORRIDOS DA ABERTURA; SEM PRAZO NA
      *=======               LINHA, VALE 30. A MANUTENCAO E OS
      *=======               RECEBIMENTOS FICAM NO PROGRAMA SINISTRO.
      *=======               TERMINA COM GOBACK E RETURN-CODE (0=OK,
      *=======               8=ERRO) PARA RODAR PELO AGENDALOTE
      *=======               (AGENDA: SINISTROLOTE D), DEPOIS DO
      *=======               ENTREGARETORNO.
      *=======     MOD: 15/10/2026 - CE - O REGISTRO DO MANIFESTO COBRE
      *=======          A LINHA INTEIRA COM OS PESOS REAL E CUBADO NO
      *=======          FIM, PARA A LEITURA NAO PARAR NO PRIMEIRO
      *=======          EMBARQUE.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SINISTROS ASSIGN TO "sinistros_frete.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SINISTROS.

           SELECT ARQ-PERDAS ASSIGN TO "perdas_frete.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERDAS.

           SELECT ARQ-MANIFESTO ASSIGN TO "manifesto_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MANIFESTO.

           SELECT ARQ-SEGUROS ASSIGN TO "seguros_frete.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEGUROS.

           SELECT ARQ-TRANSPORTADORAS
               ASSIGN TO "transportadoras.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRANSP.

           SELECT ARQ-RELATORIO ASSIGN TO "sinistros_posicao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SINISTROS.
           COPY "#sinistrodat".

      *===== LINHA DE DETALHE DA LISTA DE PERDAS DO ENTREGARETORNO:
      *===== "  PRODUTO MANIFESTO AAAAMMDD TRANSP NN".
       FD  ARQ-PERDAS.
       01  PERDA-LINHA.
           05 FILLER            PIC X(02).
           05 PRD-PRODUTO       PIC X(30).
           05 FILLER            PIC X.
           05 PRD-ROTULO        PIC X(09).
           05 FILLER            PIC X.
           05 PRD-DATA-X        PIC X(08).
           05 FILLER            PIC X.
           05 PRD-ROTULO-TRP    PIC X(06).
           05 FILLER            PIC X.
           05 PRD-TRANSP        PIC X(02).
           05 FILLER            PIC X(39).

       FD  ARQ-MANIFESTO.
       01  MANIFESTO-LINHA.
           05 MN-PRODUTO        PIC X(30).
           05 FILLER            PIC X.
           05 MN-ESTADO         PIC X(02).
           05 FILLER            PIC X.
           05 MN-VALOR-X        PIC X(10).
           05 FILLER            PIC X.
           05 MN-FRETE-X        PIC X(10).
           05 FILLER            PIC X.
           05 MN-ICMS-X         PIC X(10).
           05 FILLER            PIC X.
           05 MN-VALOR-FINAL-X  PIC X(10).
           05 FILLER            PIC X.
           05 MN-DATA-X         PIC X(08).
           05 FILLER            PIC X.
           05 MN-TRANSP-X       PIC X(02).
           05 FILLER            PIC X(60).

       FD  ARQ-SEGUROS.
       01  SEGURO-LINHA.
           05 SEG-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 SEG-PRODUTO       PIC X(30).
           05 FILLER            PIC X.
           05 SEG-DECLARADO     PIC 9(08)V99.
           05 FILLER            PIC X.
           05 SEG-VALOR         PIC 9(06)V99.
           05 FILLER            PIC X.
           05 SEG-TRANSP        PIC 9(02).

       FD  ARQ-TRANSPORTADORAS.
       01  TRANSPORTADORA-LINHA.
           05 TRP-CODIGO        PIC 9(02).
           05 FILLER            PIC X.
           05 TRP-NOME          PIC X(20).
           05 FILLER            PIC X.
           05 TRP-UF            PIC X(02).
           05 FILLER            PIC X.
           05 TRP-PESO-LIMITE   PIC 9(05)V99.
           05 FILLER            PIC X.
           05 TRP-PRAZO-SINISTRO PIC X(03).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-SINISTROS   PIC XX VALUE SPACES.
       77 WS-STATUS-PERDAS      PIC XX VALUE SPACES.
       77 WS-STATUS-MANIFESTO   PIC XX VALUE SPACES.
       77 WS-STATUS-SEGUROS     PIC XX VALUE SPACES.
       77 WS-STATUS-TRANSP      PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-PRAZO-PADRAO       PIC 9(3) VALUE 30.
       01 WS-AVISO-PRAZO        PIC 9(3) VALUE 5.
       01 WS-SUB-SIN            PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SIN          PIC 9(4) VALUE ZERO.
       01 WS-SIN-ACHADO         PIC 9(4) VALUE ZERO.
       01 WS-ULTIMO-NUMERO      PIC 9(6) VALUE ZERO.
       01 WS-SUB-PRZ            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PRZ          PIC 9(3) VALUE ZERO.
       01 WS-PRZ-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-ACHOU-EMBARQUE     PIC X VALUE 'N'.
       01 WS-VALOR-MERCADORIA   PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-FRETE        PIC 9(7)V99 VALUE ZERO.
       01 WS-DECLARADO          PIC 9(8)V99 VALUE ZERO.
       01 WS-RECLAMADO          PIC 9(8)V99 VALUE ZERO.
       01 WS-CONTRA             PIC X VALUE SPACE.
       01 WS-DIAS-ABERTO        PIC 9(5) VALUE ZERO.
       01 WS-PRAZO-TRANSP       PIC 9(3) VALUE ZERO.
       01 WS-ALERTA             PIC X(20) VALUE SPACES.
       01 WS-SALDO-SINISTRO     PIC 9(8)V99 VALUE ZERO.
       01 WS-FAIXA              PIC 9 VALUE ZERO.
       01 WS-TOTAL-ABERTOS-HOJE PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SEM-MANIF    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ANDAMENTO    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-VENCIDOS     PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-A-VENCER     PIC 9(4) VALUE ZERO.
       01 WS-SOMA-RECLAMADO     PIC 9(9)V99 VALUE ZERO.
       01 WS-SOMA-RECUPERADO    PIC 9(9)V99 VALUE ZERO.
       01 WS-SOMA-PENDENTE      PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-ED           PIC ZZZZZZZZ9.99.
       01 WS-VALOR-ED-2         PIC ZZZZZZZZ9.99.
       01 WS-DIAS-ED            PIC ZZZZ9.
       01 WS-CAMPO-EDITADO.
           05 WS-CED-INTEIRO    PIC X(7).
           05 FILLER            PIC X.
           05 WS-CED-DECIMAL    PIC X(2).
       01 WS-CED-NUM REDEFINES WS-CAMPO-EDITADO.
           05 WS-CED-INT-9      PIC 9(7).
           05 FILLER            PIC X.
           05 WS-CED-DEC-9      PIC 9(2).
       01 WS-VALOR-CONVERTIDO   PIC 9(7)V99 VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".

      *===== SINISTROS EM MEMORIA (ATE 1000); O ARQUIVO E REGRAVADO
      *===== INTEIRO COM OS NOVOS NO FIM.
       01  WS-TABELA-SINISTROS.
           05 WS-SIN-ITEM OCCURS 1000 TIMES.
               10 WS-SN-NUMERO      PIC 9(6).
               10 WS-SN-CONTRA      PIC X(1).
               10 WS-SN-TRANSP      PIC 9(2).
               10 WS-SN-PRODUTO     PIC X(30).
               10 WS-SN-DATA-MANIF  PIC 9(8).
               10 WS-SN-ABERTURA    PIC 9(8).
               10 WS-SN-SITUACAO    PIC X(1).
               10 WS-SN-DATA-SIT    PIC 9(8).
               10 WS-SN-RECLAMADO   PIC 9(8)V99.
               10 WS-SN-RECUPERADO  PIC 9(8)V99.
               10 WS-SN-RECEBIMENTOS PIC 9(2).

      *===== PRAZO CONTRATUAL PARA RECLAMAR, POR TRANSPORTADORA;
      *===== VALE A PRIMEIRA LINHA DO CODIGO QUE TRAZ O PRAZO.
       01  WS-TABELA-PRAZOS.
           05 WS-PRZ-ITEM OCCURS 99 TIMES.
               10 WS-PRZ-CODIGO     PIC 9(2).
               10 WS-PRZ-DIAS       PIC 9(3).

      *===== SALDO A RECUPERAR POR IDADE DO SINISTRO:
      *===== 1 = ATE 30 DIAS, 2 = 31 A 60, 3 = 61 A 90, 4 = MAIS.
       01  WS-TABELA-FAIXAS.
           05 WS-FAIXA-ITEM OCCURS 4 TIMES.
               10 WS-FX-QTDE        PIC 9(4).
               10 WS-FX-VALOR       PIC 9(9)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1000-INICIO
           PERFORM 1100-CARREGA-SINISTROS
           PERFORM 1200-CARREGA-PRAZOS
           PERFORM 2000-ABRE-SINISTROS
           PERFORM 3000-GRAVA-SINISTROS
           PERFORM 4000-ENVELHECE
           PERFORM 5000-RESUMO
           GOBACK.

       1000-INICIO.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 4
               MOVE ZERO TO WS-FX-QTDE (WS-FAIXA)
               MOVE ZERO TO WS-FX-VALOR (WS-FAIXA)
           END-PERFORM.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR sinistros_posicao.txt - STATUS "
                       WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "POSICAO DOS SINISTROS DE FRETE EM " WS-HOJE
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "SINISTROS ABERTOS NESTA RODADA:" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       1100-CARREGA-SINISTROS.
           OPEN INPUT ARQ-SINISTROS.
           IF WS-STATUS-SINISTROS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-SINISTROS NOT = "00"
               DISPLAY "ERRO AO ABRIR sinistros_frete.txt - STATUS "
                       WS-STATUS-SINISTROS
               CLOSE ARQ-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-SINISTROS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF SIN-NUMERO IS NUMERIC
                          AND WS-TOTAL-SIN < 1000
                           PERFORM 1110-GUARDA-SINISTRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

       1110-GUARDA-SINISTRO.
           ADD 1 TO WS-TOTAL-SIN
           MOVE SIN-NUMERO TO WS-SN-NUMERO (WS-TOTAL-SIN)
           MOVE SIN-CONTRA TO WS-SN-CONTRA (WS-TOTAL-SIN)
           MOVE SIN-TRANSP TO WS-SN-TRANSP (WS-TOTAL-SIN)
           MOVE SIN-PRODUTO TO WS-SN-PRODUTO (WS-TOTAL-SIN)
           MOVE SIN-DATA-MANIF TO WS-SN-DATA-MANIF (WS-TOTAL-SIN)
           MOVE SIN-DATA-ABERTURA TO WS-SN-ABERTURA (WS-TOTAL-SIN)
           MOVE SIN-SITUACAO TO WS-SN-SITUACAO (WS-TOTAL-SIN)
           MOVE SIN-DATA-SITUACAO TO WS-SN-DATA-SIT (WS-TOTAL-SIN)
           MOVE SIN-VALOR-RECLAMADO TO WS-SN-RECLAMADO (WS-TOTAL-SIN)
           MOVE SIN-VALOR-RECUPERADO
             TO WS-SN-RECUPERADO (WS-TOTAL-SIN)
           MOVE SIN-RECEBIMENTOS TO WS-SN-RECEBIMENTOS (WS-TOTAL-SIN)
           IF SIN-NUMERO > WS-ULTIMO-NUMERO
               MOVE SIN-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.

       1200-CARREGA-PRAZOS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WS-STATUS-TRANSP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-TRANSPORTADORAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF TRP-CODIGO IS NUMERIC
                          AND TRP-PRAZO-SINISTRO IS NUMERIC
                          AND TRP-PRAZO-SINISTRO NOT = "000"
                           PERFORM 1210-GUARDA-PRAZO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANSPORTADORAS.

       1210-GUARDA-PRAZO.
           MOVE ZERO TO WS-PRZ-ACHADO
           PERFORM VARYING WS-SUB-PRZ FROM 1 BY 1
                   UNTIL WS-SUB-PRZ > WS-TOTAL-PRZ
               IF WS-PRZ-CODIGO (WS-SUB-PRZ) = TRP-CODIGO
                   MOVE WS-SUB-PRZ TO WS-PRZ-ACHADO
               END-IF
           END-PERFORM
           IF WS-PRZ-ACHADO = ZERO AND WS-TOTAL-PRZ < 99
               ADD 1 TO WS-TOTAL-PRZ
               MOVE TRP-CODIGO TO WS-PRZ-CODIGO (WS-TOTAL-PRZ)
               MOVE TRP-PRAZO-SINISTRO TO WS-PRZ-DIAS (WS-TOTAL-PRZ)
           END-IF.

      *===== A LISTA DE PERDAS E REFEITA INTEIRA A CADA RETORNO; O
      *===== QUE JA TEM SINISTRO (MESMO PRODUTO, DATA DO MANIFESTO E
      *===== PARTE) E PULADO, ENTAO A RODADA PODE SE REPETIR.
       2000-ABRE-SINISTROS.
           OPEN INPUT ARQ-PERDAS.
           IF WS-STATUS-PERDAS NOT = "00"
               DISPLAY "SEM perdas_frete.txt - NENHUM SINISTRO NOVO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PERDAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PRD-ROTULO = "MANIFESTO"
                          AND PRD-DATA-X IS NUMERIC
                          AND PRD-TRANSP IS NUMERIC
                           PERFORM 2100-AVALIA-PERDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PERDAS.

       2100-AVALIA-PERDA.
           MOVE 'T' TO WS-CONTRA
           PERFORM 2900-PROCURA-SINISTRO
           IF WS-SIN-ACHADO NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-VALORES-DO-EMBARQUE
           IF WS-ACHOU-EMBARQUE = 'N'
               ADD 1 TO WS-TOTAL-SEM-MANIF
               DISPLAY "PERDA SEM EMBARQUE NO MANIFESTO: "
                       PRD-PRODUTO " " PRD-DATA-X
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-PROCURA-APOLICE
           IF WS-DECLARADO > ZERO
               MOVE 'S' TO WS-CONTRA
               MOVE WS-DECLARADO TO WS-RECLAMADO
               PERFORM 2400-INCLUI-SINISTRO
               MOVE 'T' TO WS-CONTRA
               MOVE WS-VALOR-FRETE TO WS-RECLAMADO
               IF WS-VALOR-MERCADORIA > WS-DECLARADO
                   COMPUTE WS-RECLAMADO = WS-RECLAMADO
                       + WS-VALOR-MERCADORIA - WS-DECLARADO
               END-IF
           ELSE
               COMPUTE WS-RECLAMADO =
                   WS-VALOR-MERCADORIA + WS-VALOR-FRETE
           END-IF
           IF WS-RECLAMADO > ZERO
               PERFORM 2400-INCLUI-SINISTRO
           END-IF.

      *===== VALOR DA MERCADORIA E FRETE PAGO, DA LINHA DO MANIFESTO.
       2200-VALORES-DO-EMBARQUE.
           MOVE 'N' TO WS-ACHOU-EMBARQUE
           MOVE ZERO TO WS-VALOR-MERCADORIA
           MOVE ZERO TO WS-VALOR-FRETE
           OPEN INPUT ARQ-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STATUS-MANIFESTO NOT = "00"
                      OR WS-ACHOU-EMBARQUE = 'S'
               READ ARQ-MANIFESTO
                   AT END
                       MOVE "10" TO WS-STATUS-MANIFESTO
                   NOT AT END
                       IF MN-PRODUTO = PRD-PRODUTO
                          AND MN-DATA-X = PRD-DATA-X
                          AND MN-TRANSP-X = PRD-TRANSP
                           MOVE 'S' TO WS-ACHOU-EMBARQUE
                           MOVE MN-VALOR-X TO WS-CAMPO-EDITADO
                           PERFORM 7100-CONVERTE-EDITADO
                           MOVE WS-VALOR-CONVERTIDO
                             TO WS-VALOR-MERCADORIA
                           MOVE MN-FRETE-X TO WS-CAMPO-EDITADO
                           PERFORM 7100-CONVERTE-EDITADO
                           MOVE WS-VALOR-CONVERTIDO TO WS-VALOR-FRETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-MANIFESTO.

      *===== APOLICE DO EMBARQUE (MESMO PRODUTO E DIA) COM PREMIO
      *===== COBRADO; DEVOLVE O VALOR DECLARADO OU ZERO.
       2300-PROCURA-APOLICE.
           MOVE ZERO TO WS-DECLARADO
           OPEN INPUT ARQ-SEGUROS
           IF WS-STATUS-SEGUROS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STATUS-SEGUROS NOT = "00"
                      OR WS-DECLARADO > ZERO
               READ ARQ-SEGUROS
                   AT END
                       MOVE "10" TO WS-STATUS-SEGUROS
                   NOT AT END
                       IF SEG-PRODUTO = PRD-PRODUTO
                          AND SEG-DATA = PRD-DATA-X
                          AND SEG-VALOR IS NUMERIC
                          AND SEG-VALOR > ZERO
                          AND SEG-DECLARADO IS NUMERIC
                           MOVE SEG-DECLARADO TO WS-DECLARADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-SEGUROS.

       2400-INCLUI-SINISTRO.
           IF WS-TOTAL-SIN >= 1000
               DISPLAY "TABELA DE SINISTROS CHEIA (1000) - "
                       PRD-PRODUTO " FICA PARA A PROXIMA RODADA"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMO-NUMERO
           ADD 1 TO WS-TOTAL-SIN
           ADD 1 TO WS-TOTAL-ABERTOS-HOJE
           MOVE WS-ULTIMO-NUMERO TO WS-SN-NUMERO (WS-TOTAL-SIN)
           MOVE WS-CONTRA TO WS-SN-CONTRA (WS-TOTAL-SIN)
           MOVE PRD-TRANSP TO WS-SN-TRANSP (WS-TOTAL-SIN)
           MOVE PRD-PRODUTO TO WS-SN-PRODUTO (WS-TOTAL-SIN)
           MOVE PRD-DATA-X TO WS-SN-DATA-MANIF (WS-TOTAL-SIN)
           MOVE WS-HOJE TO WS-SN-ABERTURA (WS-TOTAL-SIN)
           MOVE 'A' TO WS-SN-SITUACAO (WS-TOTAL-SIN)
           MOVE WS-HOJE TO WS-SN-DATA-SIT (WS-TOTAL-SIN)
           MOVE WS-RECLAMADO TO WS-SN-RECLAMADO (WS-TOTAL-SIN)
           MOVE ZERO TO WS-SN-RECUPERADO (WS-TOTAL-SIN)
           MOVE ZERO TO WS-SN-RECEBIMENTOS (WS-TOTAL-SIN)
           MOVE WS-RECLAMADO TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  " WS-ULTIMO-NUMERO " " WS-CONTRA " TR "
                  PRD-TRANSP " " PRD-PRODUTO " " PRD-DATA-X
                  " RECLAMADO " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       2900-PROCURA-SINISTRO.
           MOVE ZERO TO WS-SIN-ACHADO
           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-TOTAL-SIN
                      OR WS-SIN-ACHADO NOT = ZERO
               IF WS-SN-PRODUTO (WS-SUB-SIN) = PRD-PRODUTO
                  AND WS-SN-DATA-MANIF (WS-SUB-SIN) = PRD-DATA-X
                  AND WS-SN-CONTRA (WS-SUB-SIN) = WS-CONTRA
                   MOVE WS-SUB-SIN TO WS-SIN-ACHADO
               END-IF
           END-PERFORM.

       3000-GRAVA-SINISTROS.
           IF WS-TOTAL-ABERTOS-HOJE = ZERO
               MOVE "  NENHUM" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-SINISTROS.
           IF WS-STATUS-SINISTROS NOT = "00"
               DISPLAY "ERRO AO GRAVAR sinistros_frete.txt - STATUS "
                       WS-STATUS-SINISTROS
               CLOSE ARQ-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-TOTAL-SIN
               MOVE SPACES TO SINISTRO-LINHA
               MOVE WS-SN-NUMERO (WS-SUB-SIN)     TO SIN-NUMERO
               MOVE WS-SN-CONTRA (WS-SUB-SIN)     TO SIN-CONTRA
               MOVE WS-SN-TRANSP (WS-SUB-SIN)     TO SIN-TRANSP
               MOVE WS-SN-PRODUTO (WS-SUB-SIN)    TO SIN-PRODUTO
               MOVE WS-SN-DATA-MANIF (WS-SUB-SIN) TO SIN-DATA-MANIF
               MOVE WS-SN-ABERTURA (WS-SUB-SIN)   TO SIN-DATA-ABERTURA
               MOVE WS-SN-SITUACAO (WS-SUB-SIN)   TO SIN-SITUACAO
               MOVE WS-SN-DATA-SIT (WS-SUB-SIN)   TO SIN-DATA-SITUACAO
               MOVE WS-SN-RECLAMADO (WS-SUB-SIN)
                 TO SIN-VALOR-RECLAMADO
               MOVE WS-SN-RECUPERADO (WS-SUB-SIN)
                 TO SIN-VALOR-RECUPERADO
               MOVE WS-SN-RECEBIMENTOS (WS-SUB-SIN)
                 TO SIN-RECEBIMENTOS
               WRITE SINISTRO-LINHA
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

      *===== SINISTRO EM ANDAMENTO (ABERTO, DOCUMENTADO OU ACEITO)
      *===== E ENVELHECIDO DESDE A ABERTURA. O CONTRA A
      *===== TRANSPORTADORA QUE AINDA NAO FOI ACEITO E COMPARADO COM
      *===== O PRAZO CONTRATUAL: VENCIDO OU A MENOS DE 5 DIAS SAI
      *===== MARCADO PARA NAO PERDER O DIREITO DE RECLAMAR.
       4000-ENVELHECE.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "SINISTROS EM ANDAMENTO:" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "NUMERO P TR PRODUTO                        ABERTURA "
             TO RELATORIO-LINHA.
           MOVE "S  DIAS    RECLAMADO   RECUPERADO ALERTA"
             TO RELATORIO-LINHA (53:41).
           WRITE RELATORIO-LINHA.
           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-TOTAL-SIN
               ADD WS-SN-RECLAMADO (WS-SUB-SIN) TO WS-SOMA-RECLAMADO
               ADD WS-SN-RECUPERADO (WS-SUB-SIN) TO WS-SOMA-RECUPERADO
               IF WS-SN-SITUACAO (WS-SUB-SIN) = 'A'
                  OR WS-SN-SITUACAO (WS-SUB-SIN) = 'D'
                  OR WS-SN-SITUACAO (WS-SUB-SIN) = 'C'
                   PERFORM 4100-IDADE-DO-SINISTRO
               END-IF
           END-PERFORM.

       4100-IDADE-DO-SINISTRO.
           ADD 1 TO WS-TOTAL-ANDAMENTO
           MOVE ZERO TO WS-DIAS-ABERTO
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-SN-ABERTURA (WS-SUB-SIN) TO CAL-DATA-1
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-DIAS > ZERO
               MOVE CAL-DIAS TO WS-DIAS-ABERTO
           END-IF
           MOVE ZERO TO WS-SALDO-SINISTRO
           IF WS-SN-RECLAMADO (WS-SUB-SIN)
              > WS-SN-RECUPERADO (WS-SUB-SIN)
               COMPUTE WS-SALDO-SINISTRO =
                   WS-SN-RECLAMADO (WS-SUB-SIN)
                   - WS-SN-RECUPERADO (WS-SUB-SIN)
           END-IF
           ADD WS-SALDO-SINISTRO TO WS-SOMA-PENDENTE
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTO NOT > 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ABERTO NOT > 60
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ABERTO NOT > 90
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE
           ADD 1 TO WS-FX-QTDE (WS-FAIXA)
           ADD WS-SALDO-SINISTRO TO WS-FX-VALOR (WS-FAIXA)
           MOVE SPACES TO WS-ALERTA
           IF WS-SN-CONTRA (WS-SUB-SIN) = 'T'
              AND WS-SN-SITUACAO (WS-SUB-SIN) NOT = 'C'
               PERFORM 4200-TESTA-PRAZO
           END-IF
           MOVE WS-DIAS-ABERTO TO WS-DIAS-ED
           MOVE WS-SN-RECLAMADO (WS-SUB-SIN) TO WS-VALOR-ED
           MOVE WS-SN-RECUPERADO (WS-SUB-SIN) TO WS-VALOR-ED-2
           MOVE SPACES TO RELATORIO-LINHA
           STRING WS-SN-NUMERO (WS-SUB-SIN) " "
                  WS-SN-CONTRA (WS-SUB-SIN) " "
                  WS-SN-TRANSP (WS-SUB-SIN) " "
                  WS-SN-PRODUTO (WS-SUB-SIN) " "
                  WS-SN-ABERTURA (WS-SUB-SIN) " "
                  WS-SN-SITUACAO (WS-SUB-SIN) " "
                  WS-DIAS-ED WS-VALOR-ED " " WS-VALOR-ED-2 " "
                  WS-ALERTA
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       4200-TESTA-PRAZO.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-TRANSP
           PERFORM VARYING WS-SUB-PRZ FROM 1 BY 1
                   UNTIL WS-SUB-PRZ > WS-TOTAL-PRZ
               IF WS-PRZ-CODIGO (WS-SUB-PRZ)
                  = WS-SN-TRANSP (WS-SUB-SIN)
                   MOVE WS-PRZ-DIAS (WS-SUB-PRZ) TO WS-PRAZO-TRANSP
               END-IF
           END-PERFORM
           IF WS-DIAS-ABERTO > WS-PRAZO-TRANSP
               MOVE "PRAZO VENCIDO" TO WS-ALERTA
               ADD 1 TO WS-TOTAL-VENCIDOS
           ELSE
               IF WS-DIAS-ABERTO + WS-AVISO-PRAZO
                  NOT < WS-PRAZO-TRANSP
                   MOVE "PRAZO A VENCER" TO WS-ALERTA
                   ADD 1 TO WS-TOTAL-A-VENCER
               END-IF
           END-IF.

       5000-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "SALDO A RECUPERAR POR IDADE:" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-FX-VALOR (1) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  ATE 30 DIAS.: " WS-FX-QTDE (1) "  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-FX-VALOR (2) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  31 A 60 DIAS: " WS-FX-QTDE (2) "  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-FX-VALOR (3) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  61 A 90 DIAS: " WS-FX-QTDE (3) "  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-FX-VALOR (4) TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "  MAIS DE 90..: " WS-FX-QTDE (4) "  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-SOMA-RECLAMADO TO WS-VALOR-ED
           MOVE WS-SOMA-RECUPERADO TO WS-VALOR-ED-2
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL RECLAMADO: " WS-VALOR-ED
                  "  TOTAL RECUPERADO: " WS-VALOR-ED-2
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-SOMA-PENDENTE TO WS-VALOR-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "A RECUPERAR (EM ANDAMENTO): " WS-VALOR-ED
                  "  PRAZO VENCIDO: " WS-TOTAL-VENCIDOS
                  "  A VENCER: " WS-TOTAL-A-VENCER
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           CLOSE ARQ-RELATORIO
           DISPLAY "=== SINISTROS DE FRETE ==="
           DISPLAY "ABERTOS NESTA RODADA....: " WS-TOTAL-ABERTOS-HOJE
           DISPLAY "PERDAS SEM MANIFESTO....: " WS-TOTAL-SEM-MANIF
           DISPLAY "EM ANDAMENTO............: " WS-TOTAL-ANDAMENTO
           DISPLAY "COM PRAZO VENCIDO.......: " WS-TOTAL-VENCIDOS
           DISPLAY "COM PRAZO A VENCER......: " WS-TOTAL-A-VENCER
           DISPLAY "DETALHE EM sinistros_posicao.txt".

       7100-CONVERTE-EDITADO.
           INSPECT WS-CED-INTEIRO
               REPLACING LEADING SPACE BY "0"
           IF WS-CED-INTEIRO IS NUMERIC
              AND WS-CED-DECIMAL IS NUMERIC
               COMPUTE WS-VALOR-CONVERTIDO =
                   WS-CED-INT-9 + (WS-CED-DEC-9 / 100)
           ELSE
               MOVE ZERO TO WS-VALOR-CONVERTIDO
           END-IF.

       END PROGRAM SINISTROLOTE.
