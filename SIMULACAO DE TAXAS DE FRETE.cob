      *=======     MOD: 27/06/2025 - CE - CONSIDERA O ADICIONAL POR
      *=======          ZONA DE ENTREGA (COLUNA C/M/I DO LOTE E
      *=======          LINHAS ZC/ZM/ZI DAS DUAS TABELAS DE TAXAS).
      *=======     MOD: 15/10/2026 - CE - AS TAXAS ATUAIS SAO SO AS DA
      *=======          VERSAO DE taxas_frete.txt VIGENTE HOJE (LINHAS
      *=======          "VG AAAAMMDD" DO FRETETAXAS); A PROPOSTA SEGUE
      *=======          SEM VERSOES.
      *=======     MOD: 15/10/2026 - CE - A FAIXA DE PESO USA O PESO
      *=======          COBRADO (O MAIOR ENTRE O REAL E O CUBADO PELAS
      *=======          MEDIDAS DO LOTE E PELO FATOR "CB" DAS TAXAS
      *=======          VIGENTES), COMO NO FRETELOTE.
      *==============================

       ENVIRONMENT DIVISION.
       05  LT-PESO              PIC 9(05)V99.
       05  FILLER               PIC X.
       05  LT-ZONA              PIC X(01).
       05  FILLER               PIC X(33).
       05  LT-ALTURA-X          PIC X(03).
       05  FILLER               PIC X.
       05  LT-LARGURA-X         PIC X(03).
       05  FILLER               PIC X.
       05  LT-PROFUNDIDADE-X    PIC X(03).

       FD  ARQ-TAXAS-FRETE.
       01  TAXA-FRETE-LINHA.
           05 TXG-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXG-VALOR        PIC 9(08).
       01  TAXA-VIGENCIA-LINHA.
           05 TXV-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXV-DATA         PIC 9(08).

       FD  ARQ-TAXAS-PROPOSTA.
       01  PROPOSTA-LINHA.
       77 WS-STATUS-SIMULACAO   PIC XX VALUE SPACES.
       01 WS-EOF-LOTE           PIC X VALUE 'N'.
       01 WS-EOF-TAXAS          PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-DATA-REFERENCIA    PIC 9(08) VALUE ZERO.
       01 WS-BLOCO-VALE         PIC X VALUE 'S'.
       01 WS-TOTAL-LIDOS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-COMPARADOS   PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SEM-UF       PIC 9(5) VALUE ZERO.
       01 WS-VALOR              PIC 9(08)V99 VALUE ZERO.
       01 WS-FATOR-PESO         PIC 9V99 VALUE 1.00.
       01 WS-ALTURA             PIC 9(03) VALUE ZERO.
       01 WS-LARGURA            PIC 9(03) VALUE ZERO.
       01 WS-PROFUNDIDADE       PIC 9(03) VALUE ZERO.
       01 WS-PESO-CUBADO        PIC 9(05)V99 VALUE ZERO.
       01 WS-PESO-COBRADO       PIC 9(05)V99 VALUE ZERO.
       01 WS-FRETE-ATUAL        PIC 9(08)V99 VALUE ZERO.
       01 WS-FRETE-PROPOSTO     PIC 9(08)V99 VALUE ZERO.
       01 WS-DELTA              PIC S9(08)V99 VALUE ZERO.
             TO SIMULACAO-LINHA.
           WRITE SIMULACAO-LINHA.

      *===== AS TAXAS ATUAIS SAO AS DA VERSAO VIGENTE HOJE.
       1100-CARREGA-TAXAS-ATUAIS.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-REFERENCIA.
           OPEN INPUT ARQ-TAXAS-FRETE.
           IF WS-STATUS-TAXAS NOT = "00"
               DISPLAY "ERRO AO ABRIR taxas_frete.txt - STATUS "
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-TAXAS.
           MOVE 'S' TO WS-BLOCO-VALE.
           MOVE ZERO TO FRT-VIGENCIA-CARREGADA.
           MOVE 99999999 TO FRT-PROXIMA-VIGENCIA.
           PERFORM 1120-LIMPA-TABELA.
           PERFORM UNTIL WS-EOF-TAXAS = 'S'
               READ ARQ-TAXAS-FRETE
                   AT END
                       MOVE 'S' TO WS-EOF-TAXAS
                   NOT AT END
                       IF TXV-TIPO = "VG"
                           PERFORM 1110-INICIO-VERSAO
                       ELSE
                       IF WS-BLOCO-VALE NOT = 'S'
                           CONTINUE
                       ELSE
                       IF TXG-TIPO = "GR"
                           MOVE TXG-VALOR TO FRT-VALOR-FRETE-GRATIS
                       ELSE
                       ELSE
                       IF TXF-UF = "ZI"
                           MOVE TXF-TAXA TO FRT-ZONA-INTERIOR
                       ELSE
                       IF TXF-UF = "CB"
                           MOVE TXF-TAXA TO FRT-FATOR-CUBAGEM
                       ELSE
                           IF FRT-TOTAL-UF < 30
                               ADD 1 TO FRT-TOTAL-UF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TAXAS-FRETE.

      *===== LINHA "VG" DE taxas_frete.txt: VERSAO QUE JA VALE NA
      *===== DATA DE REFERENCIA RECOMECA A TABELA; VERSAO POSTERIOR
      *===== TEM AS LINHAS PULADAS E MARCA A PROXIMA VIGENCIA.
       1110-INICIO-VERSAO.
           IF TXV-DATA > WS-DATA-REFERENCIA
               MOVE 'N' TO WS-BLOCO-VALE
               IF FRT-PROXIMA-VIGENCIA = 99999999
                   MOVE TXV-DATA TO FRT-PROXIMA-VIGENCIA
               END-IF
           ELSE
               MOVE 'S' TO WS-BLOCO-VALE
               MOVE TXV-DATA TO FRT-VIGENCIA-CARREGADA
               PERFORM 1120-LIMPA-TABELA
           END-IF.

       1120-LIMPA-TABELA.
           MOVE 0 TO FRT-TOTAL-UF.
           MOVE 0 TO FRT-ZONA-CAPITAL FRT-ZONA-METRO FRT-ZONA-INTERIOR.
           MOVE 0 TO FRT-PRAZO-CAPITAL FRT-PRAZO-METRO
                     FRT-PRAZO-INTERIOR.
           MOVE 500 TO FRT-VALOR-FRETE-GRATIS.
           MOVE 0 TO FRT-TAXA-SEGURO.
           MOVE 0 TO FRT-FATOR-CUBAGEM.

       1200-CARREGA-TAXAS-PROPOSTAS.
           OPEN INPUT ARQ-TAXAS-PROPOSTA.
           IF WS-STATUS-PROPOSTA NOT = "00"
           WRITE SIMULACAO-LINHA.

      *===== O MESMO FATOR DE PESO DO 2100-CALCULA-FRETE DO
      *===== FRETELOTE, APLICADO AS DUAS TABELAS, PELO PESO COBRADO
      *===== (O MAIOR ENTRE O REAL E O CUBADO PELO FATOR "CB" DAS
      *===== TAXAS VIGENTES, COMO NO 2030-PESO-COBRADO DO FRETELOTE).
       2050-FATOR-PESO.
           MOVE LT-PESO TO WS-PESO-COBRADO
           IF FRT-FATOR-CUBAGEM > ZERO
              AND LT-ALTURA-X IS NUMERIC
              AND LT-LARGURA-X IS NUMERIC
              AND LT-PROFUNDIDADE-X IS NUMERIC
               MOVE LT-ALTURA-X TO WS-ALTURA
               MOVE LT-LARGURA-X TO WS-LARGURA
               MOVE LT-PROFUNDIDADE-X TO WS-PROFUNDIDADE
               COMPUTE WS-PESO-CUBADO ROUNDED =
                   WS-ALTURA * WS-LARGURA * WS-PROFUNDIDADE
                   * FRT-FATOR-CUBAGEM / 1000000
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PESO-CUBADO
               END-COMPUTE
               IF WS-PESO-CUBADO > WS-PESO-COBRADO
                   MOVE WS-PESO-CUBADO TO WS-PESO-COBRADO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-PESO-COBRADO GREATER 20.00
                   MOVE 1.50 TO WS-FATOR-PESO
               WHEN WS-PESO-COBRADO GREATER 5.00
                   MOVE 1.20 TO WS-FATOR-PESO
               WHEN OTHER
                   MOVE 1.00 TO WS-FATOR-PESO
