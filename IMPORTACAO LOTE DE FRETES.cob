      *=======          (O ICMS SEGUE SOBRE A MERCADORIA); CADA
      *=======          EMBARQUE SEGURADO VAI PARA O REGISTRO DE
      *=======          APOLICES seguros_frete.txt.
      *=======     MOD: 15/10/2026 - CE - CADA LINHA DO MANIFESTO LEVA
      *=======          NO FIM A DATA PROMETIDA DE ENTREGA (PRAZO EM
      *=======          DIAS UTEIS DA UF MAIS O DA ZONA, DE
      *=======          taxas_frete.txt, CONTADO PELO MODULO CALENDARIO
      *=======          A PARTIR DO MANIFESTO); UF SEM PRAZO GRAVA
      *=======          ZEROS.
      *=======     MOD: 15/10/2026 - CE - CADASTRO DE EMBARCADORES
      *=======          (embarcadores.txt): A LINHA DO LOTE TRAZ NO FIM
      *=======          O CODIGO DO EMBARCADOR, QUE VAI PARA O FIM DA
      *=======          LINHA DO MANIFESTO. COM CONTRATO VIGENTE VALE A
      *=======          TARIFA ESPECIAL DA UF OU O DESCONTO SOBRE O
      *=======          FRETE DE TABELA; EMBARCADOR DESCONHECIDO,
      *=======          INATIVO OU FORA DA VIGENCIA CAI EM
      *=======          fretes_rejeitados.txt. LINHA SEM CODIGO SEGUE NA
      *=======          TABELA.
      *=======     MOD: 15/10/2026 - CE - VERSOES DAS TAXAS (LINHAS "VG
      *=======          AAAAMMDD" DE taxas_frete.txt): A LINHA DO LOTE
      *=======          PODE TRAZER NO FIM A DATA DO PEDIDO, E CADA
      *=======          PEDIDO E PRECIFICADO PELA VERSAO VIGENTE NELA
      *=======          (SEM DATA, PELA DO MANIFESTO); PEDIDO ANTERIOR A
      *=======          MUDANCA DE CARTA LOTEADO DEPOIS DELA FICA NA
      *=======          TAXA ANTIGA.
      *=======     MOD: 15/10/2026 - CE - PESO CUBADO: A LINHA DO LOTE
      *=======          TRAZ NO FIM ALTURA, LARGURA E PROFUNDIDADE EM CM
      *=======          E O FATOR DE CUBAGEM VEM DA LINHA "CB" DE
      *=======          taxas_frete.txt; O PESO COBRADO (O MAIOR ENTRE O
      *=======          REAL E O CUBADO) DECIDE A FAIXA DE PESO E O
      *=======          LIMITE DA TRANSPORTADORA. O MANIFESTO E O
      *=======          manifesto_NN.txt MOSTRAM OS DOIS PESOS.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEGUROS.

           SELECT ARQ-EMBARCADORES ASSIGN TO "embarcadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMBARCADORES.

           SELECT ARQ-MANIFESTO-TRANSP
               ASSIGN TO DYNAMIC WS-NOME-MANIFESTO-TRANSP
               ORGANIZATION IS LINE SEQUENTIAL
       05  LT-COTACAO           PIC X(06).
       05  FILLER               PIC X.
       05  LT-DECLARADO-X       PIC X(10).
       05  FILLER               PIC X.
       05  LT-EMBARCADOR-X      PIC X(04).
       05  FILLER               PIC X.
       05  LT-DATA-PEDIDO-X     PIC X(08).
       05  FILLER               PIC X.
       05  LT-ALTURA-X          PIC X(03).
       05  FILLER               PIC X.
       05  LT-LARGURA-X         PIC X(03).
       05  FILLER               PIC X.
       05  LT-PROFUNDIDADE-X    PIC X(03).

       FD  ARQ-MANIFESTO.
       01  MANIFESTO-LINHA.
       05  MN-TRANSP            PIC 9(02).
       05  FILLER               PIC X VALUE SPACE.
       05  MN-SEGURO            PIC Z(06)9.99.
       05  FILLER               PIC X VALUE SPACE.
       05  MN-PREVISTA          PIC 9(08).
       05  FILLER               PIC X VALUE SPACE.
       05  MN-EMBARCADOR        PIC 9(04).
       05  FILLER               PIC X VALUE SPACE.
       05  MN-PESO-REAL         PIC Z(04)9.99.
       05  FILLER               PIC X VALUE SPACE.
       05  MN-PESO-CUBADO       PIC Z(04)9.99.

       FD  ARQ-TRANSPORTADORAS.
       01  TRANSPORTADORA-LINHA.
       05  MNR-DATA             PIC X(08).
       05  FILLER               PIC X.
       05  MNR-TRANSP           PIC X(02).
       05  FILLER               PIC X(25).
       05  FILLER               PIC X.
       05  MNR-PESO-REAL        PIC X(08).
       05  FILLER               PIC X.
       05  MNR-PESO-CUBADO      PIC X(08).

       FD  ARQ-COTACOES.
       01  COTACAO-LINHA.
       05  FILLER               PIC X VALUE SPACE.
       05  SEG-TRANSP           PIC 9(02).

       FD  ARQ-EMBARCADORES.
           COPY "#embarcadat".

       FD  ARQ-MANIFESTO-TRANSP.
       01  MANIFESTO-TRANSP-LINHA PIC X(130).

       FD  ARQ-REJEITADOS.
       01  REJEITADO-LINHA.
           05 TXF-TAXA         PIC 9(03).
           05 FILLER           PIC X.
           05 TXF-ICMS         PIC 9(03).
           05 FILLER           PIC X.
           05 TXF-PRAZO-X      PIC X(02).
       01  TAXA-GRATIS-LINHA.
           05 TXG-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXG-VALOR        PIC 9(08).
       01  TAXA-VIGENCIA-LINHA.
           05 TXV-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXV-DATA         PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-LOTE        PIC XX VALUE SPACES.
       01 WS-TOTAL-COT-HONRADAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-COT-VENCIDAS PIC 9(5) VALUE ZERO.
       77 WS-STATUS-SEGUROS     PIC XX VALUE SPACES.
       77 WS-STATUS-EMBARCADORES PIC XX VALUE SPACES.
       01 WS-EOF-EMBARCADORES   PIC X VALUE 'N'.
       01 WS-EMBARCADOR         PIC 9(04) VALUE ZERO.
       01 WS-EMB-ACHADO         PIC 9(03) VALUE ZERO.
       01 WS-SUB-EMB            PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-EMB          PIC 9(03) VALUE ZERO.
       01 WS-SUB-TAR            PIC 9(03) VALUE ZERO.
       01 WS-TOTAL-TAR          PIC 9(03) VALUE ZERO.
       01 WS-TAXA-CONTRATO      PIC 9(03) VALUE ZERO.
       01 WS-DESCONTO-CONTRATO  PIC 9(02)V99 VALUE ZERO.
       01 WS-EMBARCADOR-REJEITADO PIC X VALUE 'N'.
       01 WS-TOTAL-CONTRATO     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-EMB-REJEITADOS PIC 9(5) VALUE ZERO.
      *===== CONTRATOS DOS EMBARCADORES (embarcadores.txt): DADOS
      *===== DE VIGENCIA E DESCONTO (ATE 200) E AS TARIFAS
      *===== ESPECIAIS POR UF (ATE 500).
       01  WS-TABELA-EMBARCADORES.
           05 WS-EMB-ITEM OCCURS 200 TIMES.
               10 WS-EM-CODIGO    PIC 9(4).
               10 WS-EM-DESCONTO  PIC 9(2)V99.
               10 WS-EM-INICIO    PIC 9(8).
               10 WS-EM-FIM       PIC 9(8).
               10 WS-EM-SITUACAO  PIC X.
       01  WS-TABELA-TARIFAS.
           05 WS-TAR-ITEM OCCURS 500 TIMES.
               10 WS-TR-CODIGO    PIC 9(4).
               10 WS-TR-UF        PIC X(2).
               10 WS-TR-TAXA      PIC 9(3).
       01 WS-DECLARADO-ED       PIC X(10) VALUE SPACES.
       01 WS-DECLARADO-NUM REDEFINES WS-DECLARADO-ED
                                PIC 9(08)V99.
       01 WS-SUB-UF             PIC 99       VALUE ZERO.
       01 WS-TOTAL-FRETE-GRATIS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FRETE        PIC 9(09)V99 VALUE ZERO.
       01 WS-PRAZO-DIAS         PIC 9(03) VALUE ZERO.
       01 WS-DATA-PREVISTA      PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-SEM-PRAZO    PIC 9(5) VALUE ZERO.
       01 WS-DATA-REFERENCIA    PIC 9(08) VALUE ZERO.
       01 WS-BLOCO-VALE         PIC X VALUE 'S'.
       01 WS-VIGENCIA-DO-DIA    PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-OUTRA-VERSAO PIC 9(5) VALUE ZERO.
       01 WS-ALTURA             PIC 9(03) VALUE ZERO.
       01 WS-LARGURA            PIC 9(03) VALUE ZERO.
       01 WS-PROFUNDIDADE       PIC 9(03) VALUE ZERO.
       01 WS-PESO-CUBADO        PIC 9(05)V99 VALUE ZERO.
       01 WS-PESO-COBRADO       PIC 9(05)V99 VALUE ZERO.
       01 WS-TOTAL-CUBADOS      PIC 9(5) VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE CONTA
      *===== OS DIAS UTEIS DO PRAZO DE ENTREGA.
       COPY "#calenpar".

      *=== TABELA DE TAXAS DE FRETE POR UF, COMPARTILHADA ENTRE OS
      *=== PROGRAMAS DE CALCULO DE FRETE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-ABRIR-ARQUIVOS
           MOVE SPACES TO WS-DATA-MANIFESTO
           CALL "DATAMES" USING WS-DATA-MANIFESTO
           MOVE WS-DATA-MANIFESTO (1:8) TO WS-DATA-REFERENCIA
           PERFORM 1100-CARREGA-TAXAS
           MOVE FRT-VIGENCIA-CARREGADA TO WS-VIGENCIA-DO-DIA
           PERFORM 1200-CARREGA-TRANSPORTADORAS
           PERFORM 1300-CARREGA-COTACOES
           PERFORM 1400-CARREGA-EMBARCADORES
           PERFORM UNTIL WS-EOF-LOTE = 'S'
               READ ARQ-LOTE-FRETE
                   AT END
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
                       IF TXF-UF = "ZC"
                           MOVE TXF-TAXA TO FRT-ZONA-CAPITAL
                           IF TXF-PRAZO-X IS NUMERIC
                               MOVE TXF-PRAZO-X TO FRT-PRAZO-CAPITAL
                           END-IF
                       ELSE
                       IF TXF-UF = "ZM"
                           MOVE TXF-TAXA TO FRT-ZONA-METRO
                           IF TXF-PRAZO-X IS NUMERIC
                               MOVE TXF-PRAZO-X TO FRT-PRAZO-METRO
                           END-IF
                       ELSE
                       IF TXF-UF = "ZI"
                           MOVE TXF-TAXA TO FRT-ZONA-INTERIOR
                           IF TXF-PRAZO-X IS NUMERIC
                               MOVE TXF-PRAZO-X TO FRT-PRAZO-INTERIOR
                           END-IF
                       ELSE
                       IF TXF-UF = "SG"
                           MOVE TXF-TAXA TO FRT-TAXA-SEGURO
                       ELSE
                       IF TXF-UF = "CB"
                           MOVE TXF-TAXA TO FRT-FATOR-CUBAGEM
                       ELSE
                           IF FRT-TOTAL-UF < 30
                               ADD 1 TO FRT-TOTAL-UF
                                 TO FRT-TAXA-TAB (FRT-TOTAL-UF)
                               MOVE TXF-ICMS
                                 TO FRT-ICMS-TAB (FRT-TOTAL-UF)
                               MOVE ZERO TO FRT-PRAZO-TAB (FRT-TOTAL-UF)
                               IF TXF-PRAZO-X IS NUMERIC
                                   MOVE TXF-PRAZO-X
                                     TO FRT-PRAZO-TAB (FRT-TOTAL-UF)
                               END-IF
                           END-IF
                       END-IF
                       END-IF
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

       1200-CARREGA-TRANSPORTADORAS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WS-STATUS-TRANSP NOT = "00"

       2000-PROCESSA-LINHA.
           MOVE LT-VALOR TO WS-VALOR
           PERFORM 2020-VERSAO-DAS-TAXAS
           PERFORM 2030-PESO-COBRADO
           PERFORM 2050-VALIDA-EMBARCADOR
           IF WS-EMBARCADOR-REJEITADO = 'S'
               ADD 1 TO WS-TOTAL-REJEITADOS
               ADD 1 TO WS-TOTAL-EMB-REJEITADOS
               DISPLAY "IGNORADO - EMBARCADOR DESCONHECIDO OU FORA DA "
                       "VIGENCIA: " LT-PRODUTO " " LT-EMBARCADOR-X
               PERFORM 2300-GRAVA-REJEITADO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-USA-COTACAO
           MOVE 'N' TO WS-COTACAO-REJEITADA
           IF LT-COTACAO IS NUMERIC
               ADD 1 TO WS-TOTAL-COT-HONRADAS
               PERFORM 2400-ATRIBUI-TRANSPORTADORA
               PERFORM 2160-CALCULA-SEGURO
               PERFORM 2180-PRAZO-ENTREGA
               PERFORM 2200-GRAVA-MANIFESTO
               ADD 1 TO WS-TOTAL-PROCESSADOS
               EXIT PARAGRAPH
           ELSE
               PERFORM 2400-ATRIBUI-TRANSPORTADORA
               PERFORM 2160-CALCULA-SEGURO
               PERFORM 2180-PRAZO-ENTREGA
               PERFORM 2200-GRAVA-MANIFESTO
               ADD 1 TO WS-TOTAL-PROCESSADOS
           END-IF.

      *===== O PEDIDO E PRECIFICADO PELA VERSAO DAS TAXAS VIGENTE NA
      *===== DATA DELE (ULTIMA COLUNA, OPCIONAL, DO LOTE); SEM DATA,
      *===== OU COM DATA DEPOIS DO MANIFESTO, VALE A DO MANIFESTO. A
      *===== TABELA SO E RELIDA QUANDO A DATA CAI FORA DA VERSAO JA
      *===== CARREGADA.
       2020-VERSAO-DAS-TAXAS.
           MOVE WS-DATA-MANIFESTO (1:8) TO WS-DATA-REFERENCIA
           IF LT-DATA-PEDIDO-X IS NUMERIC
              AND LT-DATA-PEDIDO-X NOT = "00000000"
              AND LT-DATA-PEDIDO-X < WS-DATA-MANIFESTO (1:8)
               MOVE LT-DATA-PEDIDO-X TO WS-DATA-REFERENCIA
           END-IF
           IF WS-DATA-REFERENCIA < FRT-VIGENCIA-CARREGADA
              OR WS-DATA-REFERENCIA NOT < FRT-PROXIMA-VIGENCIA
               PERFORM 1100-CARREGA-TAXAS
           END-IF
           IF FRT-VIGENCIA-CARREGADA NOT = WS-VIGENCIA-DO-DIA
               ADD 1 TO WS-TOTAL-OUTRA-VERSAO
           END-IF.

      *===== PESO COBRADO: O MAIOR ENTRE O REAL E O CUBADO PELAS
      *===== MEDIDAS EM CM DO LOTE (TRES COLUNAS OPCIONAIS NO FIM DA
      *===== LINHA, COM ZEROS A ESQUERDA) E O FATOR "CB" DA VERSAO
      *===== DAS TAXAS DO PEDIDO. SEM MEDIDAS OU SEM FATOR, VALE O
      *===== PESO REAL.
       2030-PESO-COBRADO.
           MOVE LT-PESO TO WS-PESO-COBRADO
           MOVE ZERO TO WS-PESO-CUBADO
           IF FRT-FATOR-CUBAGEM = ZERO
              OR LT-ALTURA-X IS NOT NUMERIC
              OR LT-LARGURA-X IS NOT NUMERIC
              OR LT-PROFUNDIDADE-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
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
               ADD 1 TO WS-TOTAL-CUBADOS
           END-IF.

      *===== SEGURO SOBRE O VALOR DECLARADO, FORA DA BASE DE ICMS:
      *===== SO A MERCADORIA E TRIBUTADA, O SEGURO SOMA DIRETO NO
      *===== VALOR FINAL E VIRA APOLICE NO REGISTRO DO MES.
           WRITE SEGURO-LINHA
           CLOSE ARQ-SEGUROS.

      *===== DATA PROMETIDA DE ENTREGA: PRAZO DA UF MAIS O DA ZONA
      *===== EM DIAS UTEIS A PARTIR DO DIA DO MANIFESTO. UF SEM
      *===== PRAZO CADASTRADO SAI COM A DATA ZERADA.
       2180-PRAZO-ENTREGA.
           MOVE ZERO TO WS-DATA-PREVISTA
           MOVE ZERO TO WS-PRAZO-DIAS
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > FRT-TOTAL-UF
               IF LT-ESTADO EQUAL FRT-UF-TAB (WS-SUB-UF)
                   MOVE FRT-PRAZO-TAB (WS-SUB-UF) TO WS-PRAZO-DIAS
               END-IF
           END-PERFORM
           IF WS-PRAZO-DIAS = ZERO
               ADD 1 TO WS-TOTAL-SEM-PRAZO
               EXIT PARAGRAPH
           END-IF
           EVALUATE LT-ZONA
               WHEN 'I'
                   ADD FRT-PRAZO-INTERIOR TO WS-PRAZO-DIAS
               WHEN 'M'
                   ADD FRT-PRAZO-METRO TO WS-PRAZO-DIAS
               WHEN OTHER
                   ADD FRT-PRAZO-CAPITAL TO WS-PRAZO-DIAS
           END-EVALUATE
           MOVE 'A' TO CAL-FUNCAO
           MOVE WS-DATA-MANIFESTO (1:8) TO CAL-DATA-1
           MOVE WS-PRAZO-DIAS TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-DATA-PREVISTA.

      *===== SEM embarcadores.txt NAO HA CONTRATO: AS LINHAS SEM
      *===== EMBARCADOR SEGUEM NA TABELA E AS QUE TRAZEM CODIGO CAEM
      *===== NO REJEITADO.
       1400-CARREGA-EMBARCADORES.
           OPEN INPUT ARQ-EMBARCADORES.
           IF WS-STATUS-EMBARCADORES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-EMBARCADORES.
           PERFORM UNTIL WS-EOF-EMBARCADORES = 'S'
               READ ARQ-EMBARCADORES
                   AT END
                       MOVE 'S' TO WS-EOF-EMBARCADORES
                   NOT AT END
                       IF EMB-LINHA-CADASTRO
                          AND WS-TOTAL-EMB < 200
                           ADD 1 TO WS-TOTAL-EMB
                           MOVE EMB-CODIGO
                             TO WS-EM-CODIGO (WS-TOTAL-EMB)
                           MOVE EMB-DESCONTO
                             TO WS-EM-DESCONTO (WS-TOTAL-EMB)
                           MOVE EMB-VIGENCIA-INI
                             TO WS-EM-INICIO (WS-TOTAL-EMB)
                           MOVE EMB-VIGENCIA-FIM
                             TO WS-EM-FIM (WS-TOTAL-EMB)
                           MOVE EMB-SITUACAO
                             TO WS-EM-SITUACAO (WS-TOTAL-EMB)
                       END-IF
                       IF EMB-LINHA-TARIFA-UF
                          AND WS-TOTAL-TAR < 500
                           ADD 1 TO WS-TOTAL-TAR
                           MOVE EMU-CODIGO
                             TO WS-TR-CODIGO (WS-TOTAL-TAR)
                           MOVE EMU-UF
                             TO WS-TR-UF (WS-TOTAL-TAR)
                           MOVE EMU-TAXA
                             TO WS-TR-TAXA (WS-TOTAL-TAR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMBARCADORES.

      *===== LINHA SEM EMBARCADOR (BRANCO OU ZEROS) E VENDA AVULSA,
      *===== COBRADA PELA TABELA. COM CODIGO, O EMBARCADOR TEM DE
      *===== EXISTIR, ESTAR ATIVO E COM O CONTRATO VIGENTE NA DATA
      *===== DO MANIFESTO; AI VALE A TARIFA ESPECIAL DA UF, SE HOUVER,
      *===== OU O DESCONTO SOBRE O FRETE DE TABELA.
       2050-VALIDA-EMBARCADOR.
           MOVE 'N' TO WS-EMBARCADOR-REJEITADO
           MOVE ZERO TO WS-EMBARCADOR
           MOVE ZERO TO WS-TAXA-CONTRATO
           MOVE ZERO TO WS-DESCONTO-CONTRATO
           IF LT-EMBARCADOR-X = SPACES
              OR LT-EMBARCADOR-X = "0000"
               EXIT PARAGRAPH
           END-IF
           IF LT-EMBARCADOR-X IS NOT NUMERIC
               MOVE 'S' TO WS-EMBARCADOR-REJEITADO
               EXIT PARAGRAPH
           END-IF
           MOVE LT-EMBARCADOR-X TO WS-EMBARCADOR
           MOVE ZERO TO WS-EMB-ACHADO
           PERFORM VARYING WS-SUB-EMB FROM 1 BY 1
                   UNTIL WS-SUB-EMB > WS-TOTAL-EMB
               IF WS-EM-CODIGO (WS-SUB-EMB) = WS-EMBARCADOR
                   MOVE WS-SUB-EMB TO WS-EMB-ACHADO
               END-IF
           END-PERFORM
           IF WS-EMB-ACHADO = ZERO
               MOVE 'S' TO WS-EMBARCADOR-REJEITADO
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-SITUACAO (WS-EMB-ACHADO) NOT = 'A'
              OR WS-EM-INICIO (WS-EMB-ACHADO)
                 > WS-DATA-MANIFESTO (1:8)
              OR (WS-EM-FIM (WS-EMB-ACHADO) NOT = ZERO
                  AND WS-EM-FIM (WS-EMB-ACHADO)
                      < WS-DATA-MANIFESTO (1:8))
               MOVE 'S' TO WS-EMBARCADOR-REJEITADO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                   UNTIL WS-SUB-TAR > WS-TOTAL-TAR
               IF WS-TR-CODIGO (WS-SUB-TAR) = WS-EMBARCADOR
                  AND WS-TR-UF (WS-SUB-TAR) = LT-ESTADO
                   MOVE WS-TR-TAXA (WS-SUB-TAR) TO WS-TAXA-CONTRATO
               END-IF
           END-PERFORM
           IF WS-TAXA-CONTRATO = ZERO
               MOVE WS-EM-DESCONTO (WS-EMB-ACHADO)
                 TO WS-DESCONTO-CONTRATO
           END-IF.

       1300-CARREGA-COTACOES.
           OPEN INPUT ARQ-COTACOES.
           IF WS-STATUS-COTACOES NOT = "00"
                      OR WS-TRANSP-ESCOLHIDA NOT = ZERO
               IF (WS-TRN-UF (WS-SUB-TRANSP) = LT-ESTADO
                   OR WS-TRN-UF (WS-SUB-TRANSP) = "**")
                  AND WS-PESO-COBRADO NOT GREATER
                      WS-TRN-LIMITE (WS-SUB-TRANSP)
                   MOVE WS-SUB-TRANSP TO WS-TRANSP-ESCOLHIDA
               END-IF
                   MOVE 'S' TO WS-ACHOU-UF
               END-IF
           END-PERFORM
           IF WS-ACHOU-UF = 'S' AND WS-TAXA-CONTRATO > ZERO
               COMPUTE WS-FRETE =
                   WS-VALOR * WS-TAXA-CONTRATO / 1000
           END-IF

           IF WS-ACHOU-UF = 'S'
               EVALUATE TRUE
                   WHEN WS-PESO-COBRADO GREATER 20.00
                       MOVE 1.50 TO WS-FATOR-PESO
                   WHEN WS-PESO-COBRADO GREATER 5.00
                       MOVE 1.20 TO WS-FATOR-PESO
                   WHEN OTHER
                       MOVE 1.00 TO WS-FATOR-PESO
               END-EVALUATE
               COMPUTE WS-FRETE = WS-FRETE * WS-FATOR-PESO
               PERFORM 2150-ADICIONAL-ZONA
               IF WS-DESCONTO-CONTRATO > ZERO
                   COMPUTE WS-FRETE ROUNDED = WS-FRETE
                       * (100 - WS-DESCONTO-CONTRATO) / 100
               END-IF
               IF WS-TAXA-CONTRATO > ZERO
                  OR WS-DESCONTO-CONTRATO > ZERO
                   ADD 1 TO WS-TOTAL-CONTRATO
               END-IF
               IF WS-VALOR NOT LESS FRT-VALOR-FRETE-GRATIS
                   MOVE ZERO TO WS-FRETE
                   ADD 1 TO WS-TOTAL-FRETE-GRATIS
               MOVE WS-TRN-CODIGO (WS-TRANSP-ESCOLHIDA) TO MN-TRANSP
           END-IF
           MOVE WS-SEGURO TO MN-SEGURO
           MOVE WS-DATA-PREVISTA TO MN-PREVISTA
           MOVE WS-EMBARCADOR TO MN-EMBARCADOR
           MOVE LT-PESO TO MN-PESO-REAL
           MOVE WS-PESO-CUBADO TO MN-PESO-CUBADO
           WRITE MANIFESTO-LINHA
           ADD WS-FRETE TO WS-TOTAL-FRETE.

                       IF MNR-TRANSP = WS-CODIGO-TRANSP-X
                          AND MNR-DATA = WS-DATA-MANIFESTO (1:8)
                           MOVE SPACES TO MANIFESTO-TRANSP-LINHA
                           STRING MNR-DADOS " " MNR-DATA
                                  " " MNR-TRANSP
                                  " PESO REAL " MNR-PESO-REAL
                                  " CUBADO " MNR-PESO-CUBADO
                                  DELIMITED BY SIZE
                                  INTO MANIFESTO-TRANSP-LINHA
                           WRITE MANIFESTO-TRANSP-LINHA
                       END-IF
               END-READ
           DISPLAY "COTACOES HONRADAS....: " WS-TOTAL-COT-HONRADAS.
           DISPLAY "COTACOES VENCIDAS....: " WS-TOTAL-COT-VENCIDAS.
           DISPLAY "EMBARQUES SEGURADOS..: " WS-TOTAL-SEGURADOS.
           DISPLAY "SEM PRAZO DE ENTREGA.: " WS-TOTAL-SEM-PRAZO.
           DISPLAY "COM TARIFA DE CONTRATO: " WS-TOTAL-CONTRATO.
           DISPLAY "EMBARCADOR REJEITADO.: " WS-TOTAL-EMB-REJEITADOS.
           DISPLAY "COBRADOS PELO CUBADO.: " WS-TOTAL-CUBADOS.
           DISPLAY "TAXAS DO DIA: VERSAO DE " WS-VIGENCIA-DO-DIA.
           DISPLAY "PEDIDOS EM OUTRA VERSAO: " WS-TOTAL-OUTRA-VERSAO.
           DISPLAY "TOTAL DE FRETE ARRECADADO: " WS-TOTAL-FRETE.
           IF WS-TOTAL-SEM-TRANSP > 0
               DISPLAY "PEDIDOS SEM TRANSPORTADORA: "
