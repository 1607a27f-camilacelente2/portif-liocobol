      *=======     MOD: 02/09/2026 - CE - O REGISTRO DA FATURA GANHOU
      *=======          O NOME DO EMBARCADOR NO FIM DA LINHA, PARA O
      *=======          AGING POR CLIENTE DO FATURABAIXA.
      *=======     MOD: 15/10/2026 - CE - UMA FATURA POR EMBARCADOR DA
      *=======          COMPETENCIA, PELO CODIGO QUE O FRETELOTE GRAVA
      *=======          NO FIM DA LINHA DO MANIFESTO, COM NOME, CNPJ E
      *=======          ENDERECO DE COBRANCA DO CADASTRO
      *=======          (embarcadores.txt). O NOME DA TELA FICA SO PARA
      *=======          OS EMBARQUES SEM EMBARCADOR.
      *=======     MOD: 15/10/2026 - CE - NOTA DE CREDITO PELO MESMO
      *=======          SUBSISTEMA DE FATURAS NUMERADAS PARA AS
      *=======          DEVOLUCOES DE EMBARQUE DA COMPETENCIA
      *=======          (devolucoes_fretes.txt, GRAVADO PELO
      *=======          FRETEDEVOL): UMA POR EMBARCADOR, ESTORNANDO
      *=======          FRETE E ICMS MENOS O FRETE DE RETORNO COBRADO. O
      *=======          REGISTRO DA FATURA GANHOU O TIPO NO FIM DA LINHA
      *=======          (F = FATURA, C = NOTA DE CREDITO) E A DEVOLUCAO
      *=======          GUARDA O NUMERO DA NOTA, PARA A REEXECUCAO NAO
      *=======          ESTORNAR DUAS VEZES.
      *=======     MOD: 15/10/2026 - CE - O REGISTRO DA FATURA GANHOU
      *=======          MOEDA, VALOR NA MOEDA E TAXA NO FIM DA LINHA; O
      *=======          FRETE E FATURADO EM REAIS (MOEDA EM BRANCO).
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPRESSAO.

           SELECT ARQ-EMBARCADORES ASSIGN TO "embarcadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMBARCADORES.

           SELECT ARQ-DEVOLUCOES ASSIGN TO "devolucoes_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEVOLUCOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MANIFESTO.
           05 MN-DATA-X         PIC X(08).
           05 FILLER            PIC X.
           05 MN-TRANSP-X       PIC X(02).
           05 FILLER            PIC X.
           05 MN-SEGURO-X       PIC X(10).
           05 FILLER            PIC X.
           05 MN-PREVISTA-X     PIC X(08).
           05 FILLER            PIC X.
           05 MN-EMBARCADOR-X   PIC X(04).

       FD  ARQ-CONTROLE.
       01  CONTROLE-LINHA.
           05 REG-TOTAL         PIC 9(09)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 REG-CLIENTE       PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-TIPO          PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-MOEDA         PIC X(03).
           05 FILLER            PIC X VALUE SPACE.
           05 REG-VALOR-MOEDA   PIC 9(09)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 REG-TAXA          PIC 9(03)V99.

       FD  ARQ-IMPRESSAO.
       01  IMPRESSAO-LINHA      PIC X(80).

       FD  ARQ-EMBARCADORES.
           COPY "#embarcadat".

       FD  ARQ-DEVOLUCOES.
           COPY "#devoldat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MANIFESTO PIC XX VALUE SPACES.
       77 WS-STATUS-CONTROLE  PIC XX VALUE SPACES.
       77 WS-STATUS-REGISTRO  PIC XX VALUE SPACES.
       77 WS-STATUS-IMPRESSAO PIC XX VALUE SPACES.
       77 WS-STATUS-EMBARCADORES PIC XX VALUE SPACES.
       77 WS-STATUS-DEVOLUCOES PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-DATA-ENTRADA     PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA   PIC X(10) VALUE SPACES.
       01 WS-CLIENTE-NOME     PIC X(30) VALUE SPACES.
       01 WS-NOME-CORRENTE    PIC X(30) VALUE SPACES.
       01 WS-COMPETENCIA      PIC 9(6) VALUE ZERO.
       01 WS-TRANSP-FILTRO    PIC 9(2) VALUE ZERO.
       01 WS-TRANSP-FILTRO-X  PIC X(2) VALUE SPACES.
           05 FILLER          PIC X.
           05 WS-CED-DEC-9    PIC 9(2).
       01 WS-VALOR-CONVERTIDO PIC 9(7)V99 VALUE ZERO.
       01 WS-EMBARCADOR-LINHA PIC 9(4) VALUE ZERO.
       01 WS-SUB-EMB          PIC 9(3) VALUE ZERO.
       01 WS-EMB-ACHADO       PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-EMB        PIC 9(3) VALUE ZERO.
       01 WS-SUB-FAT          PIC 9(3) VALUE ZERO.
       01 WS-FAT-ACHADA       PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FAT        PIC 9(3) VALUE ZERO.
       01 WS-FATURAS-EMITIDAS PIC 9(3) VALUE ZERO.
       01 WS-CNPJ-CORRENTE    PIC X(14) VALUE SPACES.
       01 WS-ENDERECO-CORRENTE PIC X(50) VALUE SPACES.
       01 WS-DESCONTO-CORRENTE PIC 9(2)V99 VALUE ZERO.
       01 WS-DESCONTO-ED      PIC Z9.99.
       01 WS-TITULO-DOCUMENTO PIC X(17) VALUE SPACES.
       01 WS-TIPO-DOCUMENTO   PIC X VALUE SPACE.
       01 WS-SUB-DEV          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-DEV        PIC 9(4) VALUE ZERO.
       01 WS-NC-PENDENTES     PIC 9(4) VALUE ZERO.
       01 WS-NOTAS-EMITIDAS   PIC 9(3) VALUE ZERO.
       01 WS-DEVOLUCAO-PENDENTE PIC X VALUE 'N'.

      *===== CADASTRO DE EMBARCADORES (embarcadores.txt, ATE 200),
      *===== PARA O CABECALHO DA FATURA.
       01  WS-TABELA-EMBARCADORES.
           05 WS-EMB-ITEM OCCURS 200 TIMES.
               10 WS-EM-CODIGO    PIC 9(4).
               10 WS-EM-NOME      PIC X(30).
               10 WS-EM-CNPJ      PIC X(14).
               10 WS-EM-ENDERECO  PIC X(50).
               10 WS-EM-DESCONTO  PIC 9(2)V99.

      *===== EMBARCADORES COM FRETE NA COMPETENCIA (ATE 200): UMA
      *===== FATURA PARA CADA UM. CODIGO ZERO = EMBARQUES AVULSOS,
      *===== SEM EMBARCADOR NO LOTE, FATURADOS NO NOME DA TELA.
       01  WS-TABELA-FATURAS.
           05 WS-FAT-ITEM OCCURS 200 TIMES.
               10 WS-FT-EMBARCADOR PIC 9(4).
               10 WS-FT-QTDE      PIC 9(3).

      *===== DEVOLUCOES DE EMBARQUE (devolucoes_fretes.txt, ATE
      *===== 1000), GUARDADAS INTEIRAS PARA REGRAVAR O ARQUIVO COM O
      *===== NUMERO DA NOTA DE CREDITO QUE AS ESTORNOU.
       01  WS-TABELA-DEVOLUCOES.
           05 WS-DV-LINHA OCCURS 1000 TIMES PIC X(116).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== FATURAMENTO DE FRETES ==="
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           DISPLAY "TRANSPORTADORA (0 = TODAS): "
           ACCEPT WS-TRANSP-FILTRO
           MOVE WS-TRANSP-FILTRO TO WS-TRANSP-FILTRO-X
           DISPLAY "NOME PARA OS EMBARQUES SEM EMBARCADOR (CABECALHO): "
           ACCEPT WS-CLIENTE-NOME
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           PERFORM 1200-CARREGA-EMBARCADORES
           PERFORM 1500-APURA-EMBARCADORES
           PERFORM 5000-CARREGA-DEVOLUCOES
           IF WS-TOTAL-FAT = ZERO AND WS-NC-PENDENTES = ZERO
               DISPLAY "NENHUM FRETE NEM DEVOLUCAO NA COMPETENCIA - "
                       "NENHUM DOCUMENTO REGISTRADO"
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-IMPRESSAO
           IF WS-STATUS-IMPRESSAO = "35"
               OPEN OUTPUT ARQ-IMPRESSAO
               CLOSE ARQ-IMPRESSAO
               OPEN EXTEND ARQ-IMPRESSAO
           END-IF
           MOVE "FATURA" TO WS-TITULO-DOCUMENTO
           MOVE 'F' TO WS-TIPO-DOCUMENTO
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               PERFORM 1000-DATA-E-NUMERO
               PERFORM 2000-MONTA-FATURA
               PERFORM 3000-FECHA-FATURA
           END-PERFORM
           IF WS-NC-PENDENTES > ZERO
               PERFORM 5100-NOTAS-DE-CREDITO
           END-IF
           CLOSE ARQ-IMPRESSAO
           DISPLAY WS-FATURAS-EMITIDAS " FATURA(S) EMITIDA(S) - "
                   "IMPRESSAS EM faturas_impressao.txt"
           IF WS-NOTAS-EMITIDAS > ZERO
               DISPLAY WS-NOTAS-EMITIDAS " NOTA(S) DE CREDITO DE "
                       "DEVOLUCAO EMITIDA(S)"
           END-IF
           STOP RUN.

      *===== O NUMERO SAI DO CONTROLE A CADA FATURA, PORQUE O MESMO
      *===== CONTROLE SERVE AO FATURAMENTO DO BALCAO.
       1000-DATA-E-NUMERO.
           MOVE ZERO TO WS-QTDE-ITENS
           MOVE ZERO TO WS-TOTAL-FRETE
           MOVE ZERO TO WS-TOTAL-ICMS
           MOVE 1 TO WS-NUMERO-FATURA
           OPEN INPUT ARQ-CONTROLE
           IF WS-STATUS-CONTROLE = "00"
           WRITE CONTROLE-LINHA
           CLOSE ARQ-CONTROLE.

       1200-CARREGA-EMBARCADORES.
           OPEN INPUT ARQ-EMBARCADORES.
           IF WS-STATUS-EMBARCADORES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-EMBARCADORES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF EMB-LINHA-CADASTRO
                          AND WS-TOTAL-EMB < 200
                           ADD 1 TO WS-TOTAL-EMB
                           MOVE EMB-CODIGO
                             TO WS-EM-CODIGO (WS-TOTAL-EMB)
                           MOVE EMB-NOME
                             TO WS-EM-NOME (WS-TOTAL-EMB)
                           MOVE EMB-CNPJ
                             TO WS-EM-CNPJ (WS-TOTAL-EMB)
                           MOVE EMB-ENDERECO
                             TO WS-EM-ENDERECO (WS-TOTAL-EMB)
                           MOVE EMB-DESCONTO
                             TO WS-EM-DESCONTO (WS-TOTAL-EMB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMBARCADORES.

      *===== PRIMEIRA PASSADA: QUAIS EMBARCADORES TEM ITEM A FATURAR
      *===== NA COMPETENCIA, PARA NAO QUEIMAR NUMERO COM FATURA VAZIA.
       1500-APURA-EMBARCADORES.
           OPEN INPUT ARQ-MANIFESTO.
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "SEM manifesto_fretes.txt - NADA A FATURAR"
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-MANIFESTO
                       IF MN-DATA-X (1:6) = WS-COMPETENCIA
                          AND (WS-TRANSP-FILTRO = ZERO
                               OR MN-TRANSP-X = WS-TRANSP-FILTRO-X)
                           PERFORM 1600-CONTA-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MANIFESTO.

       1600-CONTA-ITEM.
           PERFORM 2050-VALORES-DA-LINHA
           IF WS-FRETE-LINHA = ZERO AND WS-ICMS-LINHA = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FAT-ACHADA
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               IF WS-FT-EMBARCADOR (WS-SUB-FAT) = WS-EMBARCADOR-LINHA
                   MOVE WS-SUB-FAT TO WS-FAT-ACHADA
               END-IF
           END-PERFORM
           IF WS-FAT-ACHADA = ZERO
               IF WS-TOTAL-FAT >= 200
                   DISPLAY "MAIS DE 200 EMBARCADORES - EMBARQUE DO "
                           WS-EMBARCADOR-LINHA " FICA PARA OUTRA RODADA"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-FAT
               MOVE WS-TOTAL-FAT TO WS-FAT-ACHADA
               MOVE WS-EMBARCADOR-LINHA
                 TO WS-FT-EMBARCADOR (WS-FAT-ACHADA)
               MOVE ZERO TO WS-FT-QTDE (WS-FAT-ACHADA)
           END-IF
           ADD 1 TO WS-FT-QTDE (WS-FAT-ACHADA).

      *===== FRETE E ICMS DA LINHA E O EMBARCADOR (BRANCO OU ZEROS
      *===== NAS LINHAS ANTIGAS OU AVULSAS = CODIGO ZERO).
       2050-VALORES-DA-LINHA.
           MOVE MN-FRETE-X TO WS-CAMPO-EDITADO
           PERFORM 7100-CONVERTE-EDITADO
           MOVE WS-VALOR-CONVERTIDO TO WS-FRETE-LINHA
           MOVE MN-ICMS-X TO WS-CAMPO-EDITADO
           PERFORM 7100-CONVERTE-EDITADO
           MOVE WS-VALOR-CONVERTIDO TO WS-ICMS-LINHA
           IF MN-EMBARCADOR-X IS NUMERIC
               MOVE MN-EMBARCADOR-X TO WS-EMBARCADOR-LINHA
           ELSE
               MOVE ZERO TO WS-EMBARCADOR-LINHA
           END-IF.

      *===== DADOS DO CABECALHO: DO CADASTRO, OU O NOME DA TELA PARA
      *===== OS EMBARQUES AVULSOS.
       1700-DADOS-EMBARCADOR.
           MOVE SPACES TO WS-CNPJ-CORRENTE
           MOVE SPACES TO WS-ENDERECO-CORRENTE
           MOVE ZERO TO WS-DESCONTO-CORRENTE
           IF WS-FT-EMBARCADOR (WS-SUB-FAT) = ZERO
               MOVE WS-CLIENTE-NOME TO WS-NOME-CORRENTE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-EMB-ACHADO
           PERFORM VARYING WS-SUB-EMB FROM 1 BY 1
                   UNTIL WS-SUB-EMB > WS-TOTAL-EMB
               IF WS-EM-CODIGO (WS-SUB-EMB)
                  = WS-FT-EMBARCADOR (WS-SUB-FAT)
                   MOVE WS-SUB-EMB TO WS-EMB-ACHADO
               END-IF
           END-PERFORM
           IF WS-EMB-ACHADO = ZERO
               MOVE SPACES TO WS-NOME-CORRENTE
               STRING "EMBARCADOR " WS-FT-EMBARCADOR (WS-SUB-FAT)
                      " NAO CADASTRADO"
                      DELIMITED BY SIZE INTO WS-NOME-CORRENTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EM-NOME (WS-EMB-ACHADO) TO WS-NOME-CORRENTE
           MOVE WS-EM-CNPJ (WS-EMB-ACHADO) TO WS-CNPJ-CORRENTE
           MOVE WS-EM-ENDERECO (WS-EMB-ACHADO) TO WS-ENDERECO-CORRENTE
           MOVE WS-EM-DESCONTO (WS-EMB-ACHADO) TO WS-DESCONTO-CORRENTE.

       2000-MONTA-FATURA.
           PERFORM 1700-DADOS-EMBARCADOR.
           OPEN INPUT ARQ-MANIFESTO.
           PERFORM 2010-CABECALHO.
           MOVE SPACES TO IMPRESSAO-LINHA.
           STRING "FRETES DA COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-MANIFESTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF MN-DATA-X (1:6) = WS-COMPETENCIA
                          AND (WS-TRANSP-FILTRO = ZERO
                               OR MN-TRANSP-X = WS-TRANSP-FILTRO-X)
                           PERFORM 2050-VALORES-DA-LINHA
                           IF WS-EMBARCADOR-LINHA
                              = WS-FT-EMBARCADOR (WS-SUB-FAT)
                               PERFORM 2100-ITEM-DA-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MANIFESTO.

      *===== CABECALHO COMUM A FATURA E A NOTA DE CREDITO.
       2010-CABECALHO.
           MOVE ALL "=" TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           STRING WS-TITULO-DOCUMENTO DELIMITED BY "  "
                  " " WS-NUMERO-FATURA
                  " - " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           STRING "EMBARCADOR: " WS-FT-EMBARCADOR (WS-SUB-FAT)
                  " " WS-NOME-CORRENTE
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           IF WS-CNPJ-CORRENTE NOT = SPACES
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "CNPJ: " WS-CNPJ-CORRENTE
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-IF.
           IF WS-ENDERECO-CORRENTE NOT = SPACES
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "COBRANCA: " WS-ENDERECO-CORRENTE
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-IF.
           IF WS-DESCONTO-CORRENTE > ZERO
               MOVE WS-DESCONTO-CORRENTE TO WS-DESCONTO-ED
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "CONTRATO: FRETE COM DESCONTO DE "
                      WS-DESCONTO-ED "% JA APLICADO NO CALCULO"
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-IF.

       2100-ITEM-DA-FATURA.
           IF WS-FRETE-LINHA = ZERO AND WS-ICMS-LINHA = ZERO
               EXIT PARAGRAPH
           END-IF
           WRITE IMPRESSAO-LINHA.

       3000-FECHA-FATURA.
           COMPUTE WS-TOTAL-FATURA = WS-TOTAL-FRETE + WS-TOTAL-ICMS
           MOVE SPACES TO IMPRESSAO-LINHA
           MOVE WS-TOTAL-FRETE TO WS-VALOR-ED
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           MOVE WS-TOTAL-FATURA TO WS-VALOR-ED
           STRING "TOTAL DA " WS-TITULO-DOCUMENTO DELIMITED BY "  "
                  " " WS-NUMERO-FATURA ": "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           OPEN EXTEND ARQ-REGISTRO
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO
           MOVE WS-DATA-HOJE (1:8) TO REG-DATA
           MOVE WS-QTDE-ITENS TO REG-QTDE-ITENS
           MOVE WS-TOTAL-FATURA TO REG-TOTAL
           MOVE WS-NOME-CORRENTE TO REG-CLIENTE
           MOVE WS-TIPO-DOCUMENTO TO REG-TIPO
           MOVE ZERO TO REG-VALOR-MOEDA
           MOVE ZERO TO REG-TAXA
           WRITE REGISTRO-LINHA
           CLOSE ARQ-REGISTRO
           IF WS-TIPO-DOCUMENTO = 'C'
               ADD 1 TO WS-NOTAS-EMITIDAS
           ELSE
               ADD 1 TO WS-FATURAS-EMITIDAS
           END-IF
           DISPLAY WS-TITULO-DOCUMENTO " " WS-NUMERO-FATURA " COM "
                   WS-QTDE-ITENS " ITEM(NS) REGISTRADA - "
                   WS-NOME-CORRENTE.

      *===== DEVOLUCOES (FRETEDEVOL) COM DATA NA COMPETENCIA E AINDA
      *===== SEM NOTA DE CREDITO, NO MESMO FILTRO DE TRANSPORTADORA.
       5000-CARREGA-DEVOLUCOES.
           MOVE ZERO TO WS-TOTAL-DEV.
           MOVE ZERO TO WS-NC-PENDENTES.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF WS-STATUS-DEVOLUCOES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEVOLUCOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-DEV < 1000
                           ADD 1 TO WS-TOTAL-DEV
                           MOVE DEVOLUCAO-LINHA
                             TO WS-DV-LINHA (WS-TOTAL-DEV)
                           PERFORM 5010-TESTA-PENDENTE
                           IF WS-DEVOLUCAO-PENDENTE = 'S'
                               ADD 1 TO WS-NC-PENDENTES
                           END-IF
                       ELSE
                           DISPLAY "MAIS DE 1000 DEVOLUCOES - AS "
                                   "EXCEDENTES FICAM PARA OUTRA RODADA"
                           MOVE 'S' TO WS-EOF-ARQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.

      *===== A DEVOLUCAO ESTA EM DEVOLUCAO-LINHA.
       5010-TESTA-PENDENTE.
           MOVE 'N' TO WS-DEVOLUCAO-PENDENTE.
           IF DEV-NUMERO IS NUMERIC
              AND DEV-DATA (1:6) = WS-COMPETENCIA
              AND DEV-NOTA-CREDITO IS NUMERIC
              AND DEV-NOTA-CREDITO = ZERO
              AND (WS-TRANSP-FILTRO = ZERO
                   OR DEV-TRANSP = WS-TRANSP-FILTRO)
               MOVE 'S' TO WS-DEVOLUCAO-PENDENTE
           END-IF.

      *===== UMA NOTA DE CREDITO POR EMBARCADOR, NUMERADA PELO MESMO
      *===== CONTROLE DAS FATURAS: ESTORNA FRETE E ICMS DOS EMBARQUES
      *===== DEVOLVIDOS E ABATE O FRETE DE RETORNO COBRADO. A TABELA
      *===== DE FATURAS E REAPROVEITADA PARA OS EMBARCADORES.
       5100-NOTAS-DE-CREDITO.
           MOVE ZERO TO WS-TOTAL-FAT.
           PERFORM VARYING WS-SUB-DEV FROM 1 BY 1
                   UNTIL WS-SUB-DEV > WS-TOTAL-DEV
               MOVE WS-DV-LINHA (WS-SUB-DEV) TO DEVOLUCAO-LINHA
               PERFORM 5010-TESTA-PENDENTE
               IF WS-DEVOLUCAO-PENDENTE = 'S'
                   PERFORM 5110-EMBARCADOR-DA-NOTA
               END-IF
           END-PERFORM.
           MOVE "NOTA DE CREDITO" TO WS-TITULO-DOCUMENTO.
           MOVE 'C' TO WS-TIPO-DOCUMENTO.
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               PERFORM 1000-DATA-E-NUMERO
               PERFORM 5200-MONTA-NOTA
               PERFORM 3000-FECHA-FATURA
           END-PERFORM.
           PERFORM 5300-GRAVA-DEVOLUCOES.

       5110-EMBARCADOR-DA-NOTA.
           MOVE ZERO TO WS-FAT-ACHADA.
           PERFORM VARYING WS-SUB-FAT FROM 1 BY 1
                   UNTIL WS-SUB-FAT > WS-TOTAL-FAT
               IF WS-FT-EMBARCADOR (WS-SUB-FAT) = DEV-EMBARCADOR
                   MOVE WS-SUB-FAT TO WS-FAT-ACHADA
               END-IF
           END-PERFORM.
           IF WS-FAT-ACHADA = ZERO AND WS-TOTAL-FAT < 200
               ADD 1 TO WS-TOTAL-FAT
               MOVE DEV-EMBARCADOR TO WS-FT-EMBARCADOR (WS-TOTAL-FAT)
               MOVE ZERO TO WS-FT-QTDE (WS-TOTAL-FAT)
           END-IF.

       5200-MONTA-NOTA.
           PERFORM 1700-DADOS-EMBARCADOR.
           PERFORM 2010-CABECALHO.
           MOVE SPACES TO IMPRESSAO-LINHA.
           STRING "DEVOLUCOES DA COMPETENCIA " WS-COMPETENCIA
                  " - ESTORNO DE FRETE E ICMS"
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           PERFORM VARYING WS-SUB-DEV FROM 1 BY 1
                   UNTIL WS-SUB-DEV > WS-TOTAL-DEV
               MOVE WS-DV-LINHA (WS-SUB-DEV) TO DEVOLUCAO-LINHA
               PERFORM 5010-TESTA-PENDENTE
               IF WS-DEVOLUCAO-PENDENTE = 'S'
                  AND DEV-EMBARCADOR = WS-FT-EMBARCADOR (WS-SUB-FAT)
                   PERFORM 5210-ITEM-DA-NOTA
               END-IF
           END-PERFORM.

      *===== O ITEM ABATE O RETORNO COBRADO DO ESTORNO E A DEVOLUCAO
      *===== FICA COM O NUMERO DA NOTA.
       5210-ITEM-DA-NOTA.
           ADD 1 TO WS-QTDE-ITENS.
           COMPUTE WS-FRETE-LINHA = DEV-FRETE - DEV-FRETE-RETORNO.
           COMPUTE WS-ICMS-LINHA = DEV-ICMS - DEV-ICMS-RETORNO.
           ADD WS-FRETE-LINHA TO WS-TOTAL-FRETE.
           ADD WS-ICMS-LINHA TO WS-TOTAL-ICMS.
           MOVE SPACES TO IMPRESSAO-LINHA.
           MOVE DEV-FRETE TO WS-VALOR-ED.
           STRING "  " DEV-PRODUTO " " DEV-DATA-MANIF
                  " FRETE " WS-VALOR-ED
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           MOVE DEV-ICMS TO WS-VALOR-ED.
           STRING "    DEVOLUCAO " DEV-NUMERO " MOTIVO " DEV-MOTIVO
                  "             "
                  "ICMS  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           IF DEV-FRETE-RETORNO > ZERO
               MOVE SPACES TO IMPRESSAO-LINHA
               MOVE DEV-FRETE-RETORNO TO WS-VALOR-ED
               STRING "    MENOS FRETE DE RETORNO COBRADO      "
                      "  FRETE " WS-VALOR-ED
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
               MOVE SPACES TO IMPRESSAO-LINHA
               MOVE DEV-ICMS-RETORNO TO WS-VALOR-ED
               STRING "    MENOS ICMS DO RETORNO               "
                      "  ICMS  " WS-VALOR-ED
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-IF.
           MOVE WS-NUMERO-FATURA TO DEV-NOTA-CREDITO.
           MOVE DEVOLUCAO-LINHA TO WS-DV-LINHA (WS-SUB-DEV).

       5300-GRAVA-DEVOLUCOES.
           OPEN OUTPUT ARQ-DEVOLUCOES.
           PERFORM VARYING WS-SUB-DEV FROM 1 BY 1
                   UNTIL WS-SUB-DEV > WS-TOTAL-DEV
               MOVE WS-DV-LINHA (WS-SUB-DEV) TO DEVOLUCAO-LINHA
               WRITE DEVOLUCAO-LINHA
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.

       7100-CONVERTE-EDITADO.
           INSPECT WS-CED-INTEIRO
