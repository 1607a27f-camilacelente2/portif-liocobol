       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAORECOR.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: GERADOR DOS LANCAMENTOS RECORRENTES DO RAZAO
      *=======           (ALUGUEL, ASSINATURAS, DEPRECIACAO, TARIFAS)
      *=======           A PARTIR DOS MODELOS DE
      *=======           lancamentos_recorrentes.txt (#recorrdat).
      *=======           RODADO TODO DIA UTIL PELO AGENDALOTE (LINHA
      *=======           "RAZAORECOR   D" NA agenda_lotes.txt): POSTA
      *=======           EM lancamentos.txt, NO MESMO LAYOUT DO
      *=======           RAZAOMANUAL, CADA MODELO QUE VENCE ATE HOJE NA
      *=======           COMPETENCIA, ATUALIZA saldo.txt E REGISTRA A
      *=======           POSTAGEM EM recorrentes_lancados.txt, QUE
      *=======           IMPEDE O MESMO MODELO DE ENTRAR DUAS VEZES NA
      *=======           MESMA COMPETENCIA. IMPRIME EM
      *=======           recorrentes_relatorio.txt O QUE FOI POSTADO
      *=======           E A PROXIMA DATA DE CADA MODELO AINDA
      *=======           PROGRAMADO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A COMPETENCIA ANTERIOR TAMBEM E VARRIDA,
      *=======               PARA O MODELO DO ULTIMO DIA DO MES NAO SE
      *=======               PERDER QUANDO O AGENDALOTE NAO RODOU
      *=======               NAQUELE DIA. COMPETENCIA FECHADA EM
      *=======               periodos_fechados.txt NAO RECEBE
      *=======               LANCAMENTO (NEM E EMPURRADA PARA HOJE): O
      *=======               MODELO SAI NO RELATORIO COMO PERIODO
      *=======               FECHADO. CENTRO OU CONTA QUE NAO EXISTE
      *=======               MAIS TAMBEM NAO POSTA. A DESCRICAO RECEBE
      *=======               O PREFIXO "REC ". TERMINA COM GOBACK E
      *=======               RETURN-CODE (0=OK, 8=ERRO).
      *=======     MOD: 15/10/2026 - CE - plano_contas.txt GANHOU O
      *=======          GRUPO DA DRE (CTA-GRUPO) NO FIM DA LINHA; LAYOUT
      *=======          ACOMPANHADO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MODELOS ASSIGN TO "lancamentos_recorrentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MODELOS.

           SELECT ARQ-LANCADOS ASSIGN TO "recorrentes_lancados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCADOS.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.

           SELECT ARQ-CENTROS ASSIGN TO "centros_custo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQ-PLANO ASSIGN TO "plano_contas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQ-RELATORIO ASSIGN TO "recorrentes_relatorio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MODELOS.
           COPY "#recorrdat".

       FD  ARQ-LANCADOS.
       01  LANCADO-LINHA.
           05 RCL-CODIGO        PIC 9(04).
           05 FILLER            PIC X VALUE SPACE.
           05 RCL-COMPETENCIA   PIC 9(06).
           05 FILLER            PIC X VALUE SPACE.
           05 RCL-DATA          PIC 9(08).
           05 FILLER            PIC X VALUE SPACE.
           05 RCL-VALOR         PIC 9(07)V99.

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

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
           05 PER-COMPETENCIA   PIC 9(06).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MODELOS     PIC XX VALUE SPACES.
       77 WS-STATUS-LANCADOS    PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-CENTROS     PIC XX VALUE SPACES.
       77 WS-STATUS-PLANO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-EOF-MODELOS      PIC X VALUE 'N'.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-COMP-ATUAL       PIC 9(6) VALUE ZERO.
       01 WS-COMP-ANTERIOR    PIC 9(6) VALUE ZERO.
       01 WS-COMP-TESTE       PIC 9(6) VALUE ZERO.
       01 WS-MES-FECHADO      PIC X VALUE 'N'.
       01 WS-CENTRO-PEDIDO    PIC X(3) VALUE SPACES.
       01 WS-CONTA-PEDIDA     PIC X(5) VALUE SPACES.
       01 WS-CENTRO-OK        PIC X VALUE 'N'.
       01 WS-CONTA-OK         PIC X VALUE 'N'.
       01 WS-MODELO-OK        PIC X VALUE 'N'.
       01 WS-NA-COMPETENCIA   PIC X VALUE 'N'.
       01 WS-JA-LANCADO       PIC X VALUE 'N'.
       01 WS-ACHOU-PROXIMO    PIC X VALUE 'N'.
       01 WS-INTERVALO        PIC 9(2) VALUE ZERO.
       01 WS-MESES-DECORRIDOS PIC S9(5) VALUE ZERO.
       01 WS-QUOCIENTE        PIC 9(5) VALUE ZERO.
       01 WS-RESTO            PIC 9(5) VALUE ZERO.
       01 WS-DIA-MODELO       PIC 9(2) VALUE ZERO.
       01 WS-VOLTAS           PIC 9(2) VALUE ZERO.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-SITUACAO         PIC X(16) VALUE SPACES.
       01 WS-TOTAL-MODELOS    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-POSTADOS   PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-RECUSADOS  PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PROGRAMADOS PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-DEBITOS    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITOS   PIC 9(9)V99 VALUE ZERO.
       01 WS-SUB-LCD          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-LCD        PIC 9(4) VALUE ZERO.
      *===== COMPETENCIA EM TRABALHO E A INICIAL DO MODELO.
       01 WS-COMPETENCIA.
           05 WS-CMP-ANO      PIC 9(4).
           05 WS-CMP-MES      PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       01 WS-INICIO.
           05 WS-INI-ANO      PIC 9(4).
           05 WS-INI-MES      PIC 9(2).
       01 WS-INICIO-N REDEFINES WS-INICIO PIC 9(6).
      *===== DATA PREVISTA DO MODELO NA COMPETENCIA.
       01 WS-DATA-PREVISTA.
           05 WS-PRV-ANO      PIC 9(4).
           05 WS-PRV-MES      PIC 9(2).
           05 WS-PRV-DIA      PIC 9(2).
       01 WS-DATA-PREVISTA-N REDEFINES WS-DATA-PREVISTA PIC 9(8).
       01 WS-ULTIMO-DIA-MES.
           05 WS-UDM-ANO      PIC 9(4).
           05 WS-UDM-MES      PIC 9(2).
           05 WS-UDM-DIA      PIC 9(2).
       01 WS-ULTIMO-DIA-MES-N REDEFINES WS-ULTIMO-DIA-MES PIC 9(8).
       01 WS-DATA-ENTRADA     PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA   PIC X(10) VALUE SPACES.
       01 WS-TOTAL-ED         PIC ZZZZZZZZ9.99.

      *===== POSTAGENS JA FEITAS (recorrentes_lancados.txt), MAIS AS
      *===== DESTA EXECUCAO: MODELO + COMPETENCIA NAO SE REPETEM.
       01  WS-TABELA-LANCADOS.
           05 WS-LCD-ITEM OCCURS 5000 TIMES.
               10 WS-LCD-CODIGO      PIC 9(4).
               10 WS-LCD-COMPETENCIA PIC 9(6).

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO: ULTIMO DIA
      *===== E ULTIMO DIA UTIL DA COMPETENCIA.
       COPY "#calenpar".

       01  WS-LINHA-DETALHE.
           05 WS-DET-SITUACAO  PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-CODIGO    PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-DESCRICAO PIC X(26).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-COMP      PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-DATA      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-TIPO      PIC X(1).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-VALOR     PIC ZZZZZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-CENTRO    PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-DET-CONTA     PIC X(5).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== LANCAMENTOS RECORRENTES DO RAZAO ==="
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-HOJE (1:6) TO WS-COMP-ATUAL
           MOVE WS-COMP-ATUAL TO WS-COMPETENCIA-N
           PERFORM 5000-MES-ANTERIOR
           MOVE WS-COMPETENCIA-N TO WS-COMP-ANTERIOR
           PERFORM 1000-CARREGA-LANCADOS
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM 1100-LE-SALDO
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM 1200-CABECALHO
           PERFORM 2000-VARRE-MODELOS
           PERFORM 3000-PROGRAMADOS
           IF WS-TOTAL-POSTADOS > ZERO
               PERFORM 4000-GRAVA-SALDO
           END-IF
           PERFORM 4100-RODAPE
           CLOSE ARQ-RELATORIO
           DISPLAY "MODELOS.........: " WS-TOTAL-MODELOS
           DISPLAY "POSTADOS........: " WS-TOTAL-POSTADOS
           DISPLAY "NAO POSTADOS....: " WS-TOTAL-RECUSADOS
           DISPLAY "RELATORIO EM recorrentes_relatorio.txt"
           GOBACK.

       1000-CARREGA-LANCADOS.
           MOVE ZERO TO WS-TOTAL-LCD
           OPEN INPUT ARQ-LANCADOS
           IF WS-STATUS-LANCADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-LANCADOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-LCD = 5000
                           DISPLAY "ERRO: recorrentes_lancados.txt "
                                   "ACIMA DE 5000 LINHAS"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'S' TO WS-EOF-ARQ
                       ELSE
                           ADD 1 TO WS-TOTAL-LCD
                           MOVE RCL-CODIGO
                             TO WS-LCD-CODIGO (WS-TOTAL-LCD)
                           MOVE RCL-COMPETENCIA
                             TO WS-LCD-COMPETENCIA (WS-TOTAL-LCD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-LANCADOS.

       1100-LE-SALDO.
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
           END-IF.

       1200-CABECALHO.
           MOVE WS-HOJE TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "LANCAMENTOS RECORRENTES DO RAZAO - EXECUCAO DE "
                  WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "COMPETENCIAS VARRIDAS: " WS-COMP-ANTERIOR
                  " E " WS-COMP-ATUAL
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "*** POSTADOS NESTA EXECUCAO / NAO POSTADOS ***"
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "SITUACAO         COD  DESCRICAO                  "
                  "COMPET DATA       T      VALOR CCU CONTA"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== CADA MODELO E AVALIADO NA COMPETENCIA ANTERIOR E NA
      *===== ATUAL: POSTA O QUE JA VENCEU E AINDA NAO FOI POSTADO.
       2000-VARRE-MODELOS.
           OPEN INPUT ARQ-MODELOS
           IF WS-STATUS-MODELOS NOT = "00"
               DISPLAY "SEM lancamentos_recorrentes.txt - "
                       "NADA A POSTAR"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-MODELOS
           PERFORM UNTIL WS-EOF-MODELOS = 'S'
               READ ARQ-MODELOS
                   AT END
                       MOVE 'S' TO WS-EOF-MODELOS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-MODELOS
                       PERFORM 2050-VALIDA-MODELO
                       IF WS-MODELO-OK = 'S'
                           MOVE WS-COMP-ANTERIOR TO WS-COMPETENCIA-N
                           PERFORM 2100-PROCESSA-COMPETENCIA
                           MOVE WS-COMP-ATUAL TO WS-COMPETENCIA-N
                           PERFORM 2100-PROCESSA-COMPETENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-MODELOS.

      *===== MODELO COM TIPO, VALOR, FREQUENCIA, DIA OU INICIO
      *===== INVALIDO NAO E AVALIADO (SAI NO RELATORIO NA VARREDURA).
       2050-VALIDA-MODELO.
           MOVE 'S' TO WS-MODELO-OK
           EVALUATE REC-FREQUENCIA
               WHEN 'M'
                   MOVE 1 TO WS-INTERVALO
               WHEN 'B'
                   MOVE 2 TO WS-INTERVALO
               WHEN 'T'
                   MOVE 3 TO WS-INTERVALO
               WHEN 'S'
                   MOVE 6 TO WS-INTERVALO
               WHEN 'A'
                   MOVE 12 TO WS-INTERVALO
               WHEN OTHER
                   MOVE 'N' TO WS-MODELO-OK
           END-EVALUATE
           IF NOT (RECORRENTE-DEBITO OR RECORRENTE-CREDITO)
              OR REC-VALOR NOT NUMERIC
              OR REC-VALOR = ZERO
              OR REC-INICIO NOT NUMERIC
              OR REC-FIM NOT NUMERIC
               MOVE 'N' TO WS-MODELO-OK
           END-IF
           IF REC-DIA NOT = "UU"
               IF REC-DIA NOT NUMERIC
                   MOVE 'N' TO WS-MODELO-OK
               ELSE
                   MOVE REC-DIA TO WS-DIA-MODELO
                   IF WS-DIA-MODELO < 1 OR WS-DIA-MODELO > 31
                       MOVE 'N' TO WS-MODELO-OK
                   END-IF
               END-IF
           END-IF
           IF WS-MODELO-OK = 'S'
               MOVE REC-INICIO TO WS-INICIO-N
               IF WS-INI-MES < 1 OR WS-INI-MES > 12
                   MOVE 'N' TO WS-MODELO-OK
               END-IF
           END-IF
           IF WS-MODELO-OK NOT = 'S'
               ADD 1 TO WS-TOTAL-RECUSADOS
               MOVE "MODELO INVALIDO" TO WS-SITUACAO
               MOVE ZERO TO WS-COMPETENCIA-N
               MOVE ZERO TO WS-DATA-PREVISTA-N
               PERFORM 2900-LINHA-DETALHE
           END-IF.

       2100-PROCESSA-COMPETENCIA.
           PERFORM 2200-MODELO-NA-COMPETENCIA
           IF WS-NA-COMPETENCIA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-DATA-PREVISTA
           IF WS-DATA-PREVISTA-N > WS-HOJE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-TESTA-LANCADO
           IF WS-JA-LANCADO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA-N TO WS-COMP-TESTE
           PERFORM 2600-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               ADD 1 TO WS-TOTAL-RECUSADOS
               MOVE "PERIODO FECHADO" TO WS-SITUACAO
               PERFORM 2900-LINHA-DETALHE
               EXIT PARAGRAPH
           END-IF
           MOVE REC-CENTRO TO WS-CENTRO-PEDIDO
           PERFORM 1500-VALIDA-CENTRO
           MOVE REC-CONTA TO WS-CONTA-PEDIDA
           PERFORM 1600-VALIDA-CONTA
           IF WS-CENTRO-OK NOT = 'S' OR WS-CONTA-OK NOT = 'S'
               ADD 1 TO WS-TOTAL-RECUSADOS
               MOVE "CCU/CONTA INVAL." TO WS-SITUACAO
               PERFORM 2900-LINHA-DETALHE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-POSTA-MODELO.

      *===== O MODELO VALE NA COMPETENCIA QUANDO ELA ESTA ENTRE A
      *===== INICIAL E A FINAL E CAI NO INTERVALO DA FREQUENCIA
      *===== CONTADO DESDE A INICIAL.
       2200-MODELO-NA-COMPETENCIA.
           MOVE 'N' TO WS-NA-COMPETENCIA
           MOVE REC-INICIO TO WS-INICIO-N
           IF WS-COMPETENCIA-N < WS-INICIO-N
               EXIT PARAGRAPH
           END-IF
           IF REC-FIM NOT = ZERO AND WS-COMPETENCIA-N > REC-FIM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MESES-DECORRIDOS =
               (WS-CMP-ANO - WS-INI-ANO) * 12
               + WS-CMP-MES - WS-INI-MES
           DIVIDE WS-MESES-DECORRIDOS BY WS-INTERVALO
               GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE 'S' TO WS-NA-COMPETENCIA
           END-IF.

      *===== ULTIMO DIA DA COMPETENCIA = VESPERA DO DIA 1 DO MES
      *===== SEGUINTE. "UU" RECUA ATE O ULTIMO DIA UTIL; DIA ALEM DO
      *===== FIM DO MES (31 EM ABRIL) CAI NO ULTIMO DIA.
       2300-DATA-PREVISTA.
           MOVE WS-CMP-ANO TO WS-PRV-ANO
           MOVE WS-CMP-MES TO WS-PRV-MES
           MOVE 1 TO WS-PRV-DIA
           IF WS-PRV-MES = 12
               ADD 1 TO WS-PRV-ANO
               MOVE 1 TO WS-PRV-MES
           ELSE
               ADD 1 TO WS-PRV-MES
           END-IF
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-DATA-PREVISTA-N TO CAL-DATA-1
           MOVE -1 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-ULTIMO-DIA-MES-N
           IF REC-DIA = "UU"
               MOVE WS-ULTIMO-DIA-MES-N TO WS-DATA-PREVISTA-N
               PERFORM 2350-RECUA-DIA-UTIL
               EXIT PARAGRAPH
           END-IF
           MOVE REC-DIA TO WS-DIA-MODELO
           MOVE WS-ULTIMO-DIA-MES-N TO WS-DATA-PREVISTA-N
           IF WS-DIA-MODELO < WS-UDM-DIA
               MOVE WS-DIA-MODELO TO WS-PRV-DIA
           END-IF.

       2350-RECUA-DIA-UTIL.
           MOVE ZERO TO WS-VOLTAS
           MOVE 'U' TO CAL-FUNCAO
           MOVE WS-DATA-PREVISTA-N TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           PERFORM UNTIL CAL-RESPOSTA = 'S' OR WS-VOLTAS > 20
               ADD 1 TO WS-VOLTAS
               MOVE 'C' TO CAL-FUNCAO
               MOVE WS-DATA-PREVISTA-N TO CAL-DATA-1
               MOVE -1 TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-DATA-PREVISTA-N
               MOVE 'U' TO CAL-FUNCAO
               MOVE WS-DATA-PREVISTA-N TO CAL-DATA-1
               CALL "CALENDARIO" USING CAL-PARAMETROS
           END-PERFORM.

       2400-TESTA-LANCADO.
           MOVE 'N' TO WS-JA-LANCADO
           PERFORM VARYING WS-SUB-LCD FROM 1 BY 1
                   UNTIL WS-SUB-LCD > WS-TOTAL-LCD
                      OR WS-JA-LANCADO = 'S'
               IF WS-LCD-CODIGO (WS-SUB-LCD) = REC-CODIGO
                  AND WS-LCD-COMPETENCIA (WS-SUB-LCD)
                      = WS-COMPETENCIA-N
                   MOVE 'S' TO WS-JA-LANCADO
               END-IF
           END-PERFORM.

       2600-TESTA-FECHADO.
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

       1500-VALIDA-CENTRO.
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

       1600-VALIDA-CONTA.
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

      *===== GRAVA O LANCAMENTO NA DATA PREVISTA, ACUMULA O SALDO E
      *===== REGISTRA MODELO + COMPETENCIA COMO POSTADOS.
       2700-POSTA-MODELO.
           IF WS-TOTAL-LCD = 5000
               DISPLAY "ERRO: TABELA DE POSTAGENS CHEIA - MODELO "
                       REC-CODIGO " NAO POSTADO"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-DATA-PREVISTA-N TO LCT-DATA
           MOVE REC-TIPO TO LCT-TIPO
           MOVE REC-VALOR TO LCT-VALOR
           STRING "REC " REC-DESCRICAO
                  DELIMITED BY SIZE INTO LCT-DESCRICAO
           MOVE REC-CENTRO TO LCT-CENTRO
           MOVE REC-CONTA TO LCT-CONTA
           WRITE LANCAMENTO-LINHA
           CLOSE ARQ-LANCAMENTOS
           IF RECORRENTE-DEBITO
               SUBTRACT REC-VALOR FROM WS-SALDO-ATUAL
               ADD REC-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD REC-VALOR TO WS-SALDO-ATUAL
               ADD REC-VALOR TO WS-TOTAL-CREDITOS
           END-IF
           OPEN EXTEND ARQ-LANCADOS
           IF WS-STATUS-LANCADOS = "35"
               OPEN OUTPUT ARQ-LANCADOS
               CLOSE ARQ-LANCADOS
               OPEN EXTEND ARQ-LANCADOS
           END-IF
           MOVE SPACES TO LANCADO-LINHA
           MOVE REC-CODIGO TO RCL-CODIGO
           MOVE WS-COMPETENCIA-N TO RCL-COMPETENCIA
           MOVE WS-DATA-PREVISTA-N TO RCL-DATA
           MOVE REC-VALOR TO RCL-VALOR
           WRITE LANCADO-LINHA
           CLOSE ARQ-LANCADOS
           ADD 1 TO WS-TOTAL-LCD
           MOVE REC-CODIGO TO WS-LCD-CODIGO (WS-TOTAL-LCD)
           MOVE WS-COMPETENCIA-N TO WS-LCD-COMPETENCIA (WS-TOTAL-LCD)
           ADD 1 TO WS-TOTAL-POSTADOS
           MOVE "POSTADO" TO WS-SITUACAO
           PERFORM 2900-LINHA-DETALHE.

       2900-LINHA-DETALHE.
           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE WS-SITUACAO TO WS-DET-SITUACAO
           MOVE REC-CODIGO TO WS-DET-CODIGO
           MOVE REC-DESCRICAO TO WS-DET-DESCRICAO
           MOVE WS-COMPETENCIA-N TO WS-DET-COMP
           IF WS-DATA-PREVISTA-N NOT = ZERO
               MOVE WS-DATA-PREVISTA-N TO WS-DATA-ENTRADA
               CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                        WS-DATA-FORMATADA
               MOVE WS-DATA-FORMATADA TO WS-DET-DATA
           END-IF
           MOVE REC-TIPO TO WS-DET-TIPO
           IF REC-VALOR NUMERIC
               MOVE REC-VALOR TO WS-DET-VALOR
           END-IF
           MOVE REC-CENTRO TO WS-DET-CENTRO
           MOVE REC-CONTA TO WS-DET-CONTA
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== AINDA PROGRAMADOS: PARA CADA MODELO VALIDO, A PROXIMA
      *===== COMPETENCIA (DA ATUAL ATE 12 MESES A FRENTE) EM QUE ELE
      *===== VALE, AINDA NAO FOI POSTADO E A DATA PREVISTA E FUTURA.
       3000-PROGRAMADOS.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "*** AINDA PROGRAMADOS - PROXIMA DATA DE CADA MODELO"
             TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           OPEN INPUT ARQ-MODELOS
           IF WS-STATUS-MODELOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-MODELOS
           PERFORM UNTIL WS-EOF-MODELOS = 'S'
               READ ARQ-MODELOS
                   AT END
                       MOVE 'S' TO WS-EOF-MODELOS
                   NOT AT END
                       PERFORM 3100-PROXIMA-DATA
               END-READ
           END-PERFORM
           CLOSE ARQ-MODELOS.

       3100-PROXIMA-DATA.
           MOVE 'S' TO WS-MODELO-OK
           EVALUATE REC-FREQUENCIA
               WHEN 'M'
                   MOVE 1 TO WS-INTERVALO
               WHEN 'B'
                   MOVE 2 TO WS-INTERVALO
               WHEN 'T'
                   MOVE 3 TO WS-INTERVALO
               WHEN 'S'
                   MOVE 6 TO WS-INTERVALO
               WHEN 'A'
                   MOVE 12 TO WS-INTERVALO
               WHEN OTHER
                   MOVE 'N' TO WS-MODELO-OK
           END-EVALUATE
           IF WS-MODELO-OK NOT = 'S'
              OR REC-INICIO NOT NUMERIC
              OR REC-FIM NOT NUMERIC
              OR (REC-DIA NOT = "UU" AND REC-DIA NOT NUMERIC)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACHOU-PROXIMO
           MOVE WS-COMP-ATUAL TO WS-COMPETENCIA-N
           MOVE ZERO TO WS-VOLTAS
           PERFORM UNTIL WS-ACHOU-PROXIMO = 'S' OR WS-VOLTAS > 12
               PERFORM 2200-MODELO-NA-COMPETENCIA
               IF WS-NA-COMPETENCIA = 'S'
                   PERFORM 2300-DATA-PREVISTA
                   PERFORM 2400-TESTA-LANCADO
                   IF WS-JA-LANCADO NOT = 'S'
                      AND WS-DATA-PREVISTA-N > WS-HOJE
                       MOVE 'S' TO WS-ACHOU-PROXIMO
                   END-IF
               END-IF
               IF WS-ACHOU-PROXIMO NOT = 'S'
                   ADD 1 TO WS-VOLTAS
                   PERFORM 5100-MES-SEGUINTE
               END-IF
           END-PERFORM
           IF WS-ACHOU-PROXIMO = 'S'
               ADD 1 TO WS-TOTAL-PROGRAMADOS
               MOVE "PROGRAMADO" TO WS-SITUACAO
               PERFORM 2900-LINHA-DETALHE
           END-IF.

       4000-GRAVA-SALDO.
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO.

       4100-RODAPE.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "MODELOS LIDOS: " WS-TOTAL-MODELOS
                  "   POSTADOS: " WS-TOTAL-POSTADOS
                  "   NAO POSTADOS: " WS-TOTAL-RECUSADOS
                  "   PROGRAMADOS: " WS-TOTAL-PROGRAMADOS
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL DEBITADO.: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING "TOTAL CREDITADO: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       5000-MES-ANTERIOR.
           IF WS-CMP-MES = 1
               SUBTRACT 1 FROM WS-CMP-ANO
               MOVE 12 TO WS-CMP-MES
           ELSE
               SUBTRACT 1 FROM WS-CMP-MES
           END-IF.

       5100-MES-SEGUINTE.
           IF WS-CMP-MES = 12
               ADD 1 TO WS-CMP-ANO
               MOVE 1 TO WS-CMP-MES
           ELSE
               ADD 1 TO WS-CMP-MES
           END-IF.

       END PROGRAM RAZAORECOR.
