       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: SIMULACAO DO DISSIDIO COLETIVO COM O CUSTO
      *=======           COMPLETO. O REAJUSTE VEM DE
      *=======           dissidio_parametros.txt (PERCENTUAL GERAL,
      *=======           POR DEPARTAMENTO, POR FAIXA SALARIAL E PISO)
      *=======           E E APLICADO, SO NA MEMORIA, AOS
      *=======           FUNCIONARIOS ATIVOS DE funcionarios.dat: O
      *=======           RELATORIO dissidio_simulacao.txt MOSTRA O
      *=======           NOVO BRUTO MENSAL, O INSS PATRONAL NA
      *=======           ALIQUOTA DA GUIASFOLHA, AS PROVISOES DE 13O E
      *=======           FERIAS COMO O PROVISOES CALCULA E O IMPACTO
      *=======           ANUAL POR FUNCIONARIO, DEPARTAMENTO E CENTRO
      *=======           DE CUSTO (departamentos.txt). APROVADO, O
      *=======           MESMO CALCULO E APLICADO PELO GERENTE (OPCAO
      *=======           4): REGRAVA O SALARIO E ANOTA CADA MUDANCA EM
      *=======           salarios_historico.txt COM A DATA DE
      *=======           VIGENCIA.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: LINHAS DOS PARAMETROS - G = PERCENTUAL
      *=======               GERAL; F = PERCENTUAL DA FAIXA DE
      *=======               SALARIO ATE O LIMITE (VALE A MENOR
      *=======               FAIXA QUE COMPORTA O SALARIO); D =
      *=======               PERCENTUAL DO DEPARTAMENTO; P = PISO
      *=======               (NENHUM SALARIO REAJUSTADO FICA ABAIXO
      *=======               DELE). DEPARTAMENTO PREVALECE SOBRE
      *=======               FAIXA, QUE PREVALECE SOBRE O GERAL.
      *=======               IMPACTO ANUAL = 12 MESES DA DIFERENCA DE
      *=======               BRUTO, DO PATRONAL SOBRE ELA E DAS
      *=======               PROVISOES (1/12 NO 13O, 1/12 + 1/3 NAS
      *=======               FERIAS). CADA APLICACAO FICA EM
      *=======               dissidio_aplicacoes.txt E A MESMA
      *=======               VIGENCIA NAO E APLICADA DUAS VEZES.
      *==============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO "departamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           SELECT ARQ-PARAMETROS ASSIGN TO "dissidio_parametros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQ-SIMULACAO ASSIGN TO "dissidio_simulacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SIMULACAO.

           SELECT ARQ-HISTORICO
               ASSIGN TO "salarios_historico.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-APLICACOES ASSIGN TO "dissidio_aplicacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APLICACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-DEPARTAMENTOS.
       01  DEPARTAMENTO-LINHA.
           05 DEP-CODIGO        PIC X(10).
           05 FILLER            PIC X.
           05 DEP-NOME          PIC X(20).
           05 FILLER            PIC X.
           05 DEP-CENTRO        PIC X(03).

      *===== PAR-DEPARTAMENTO SO NAS LINHAS D; PAR-VALOR E O LIMITE
      *===== DA FAIXA (F) OU O PISO (P); PAR-PERCENTUAL NAS LINHAS
      *===== G, F E D.
       FD  ARQ-PARAMETROS.
       01  PARAMETRO-LINHA.
           05 PAR-TIPO          PIC X(01).
              88 PAR-GERAL              VALUE 'G'.
              88 PAR-FAIXA              VALUE 'F'.
              88 PAR-DEPTO              VALUE 'D'.
              88 PAR-PISO               VALUE 'P'.
           05 FILLER            PIC X.
           05 PAR-DEPARTAMENTO  PIC X(10).
           05 FILLER            PIC X.
           05 PAR-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X.
           05 PAR-PERCENTUAL    PIC 9(03)V99.

       FD  ARQ-SIMULACAO.
       01  SIMULACAO-LINHA      PIC X(132).

       FD  ARQ-HISTORICO.
       01  HISTORICO-SALARIO-LINHA.
           05 HSL-CODIGO       PIC 9(04).
           05 FILLER           PIC X.
           05 HSL-DATA         PIC 9(08).
           05 FILLER           PIC X.
           05 HSL-SALARIO-ANTES PIC 9(07)V99.
           05 FILLER           PIC X.
           05 HSL-SALARIO-DEPOIS PIC 9(07)V99.
           05 FILLER           PIC X.
           05 HSL-PERCENTUAL   PIC S9(03)V99.

       FD  ARQ-APLICACOES.
       01  APLICACAO-LINHA.
           05 APL-VIGENCIA      PIC 9(08).
           05 FILLER            PIC X.
           05 APL-DATA-HORA     PIC X(14).
           05 FILLER            PIC X.
           05 APL-OPERADOR      PIC 9(04).
           05 FILLER            PIC X.
           05 APL-QTDE          PIC 9(05).
           05 FILLER            PIC X.
           05 APL-DIFERENCA     PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS  PIC XX VALUE SPACES.
       77 WS-STATUS-DEPARTAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
       77 WS-STATUS-SIMULACAO     PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO     PIC XX VALUE SPACES.
       77 WS-STATUS-APLICACOES    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-CONFIRMA           PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
      *===== 'S' = SIMULACAO (SO RELATORIO), 'A' = APLICACAO.
       01 WS-MODO               PIC X VALUE 'S'.
       01 WS-VIGENCIA           PIC 9(8) VALUE ZERO.
       01 WS-VIGENCIA-R REDEFINES WS-VIGENCIA.
           05 WS-VIG-ANO        PIC 9(4).
           05 WS-VIG-MES        PIC 9(2).
           05 WS-VIG-DIA        PIC 9(2).
       01 WS-JA-APLICADA        PIC X VALUE 'N'.
      *===== MESMA ALIQUOTA DO INSS PATRONAL DA GUIASFOLHA.
       01 WS-ALIQUOTA-PATRONAL  PIC 9V99 VALUE 0,20.

      *===== PARAMETROS DO REAJUSTE EM MEMORIA.
       01 WS-PCT-GERAL          PIC 9(3)V99 VALUE ZERO.
       01 WS-PISO               PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-FAIXAS       PIC 9(2) VALUE ZERO.
       01  WS-TABELA-FAIXAS.
           05 WS-FAIXA-ITEM OCCURS 20 TIMES.
               10 WS-FAIXA-LIMITE   PIC 9(7)V99.
               10 WS-FAIXA-PCT      PIC 9(3)V99.
       01 WS-TOTAL-PDEP         PIC 9(2) VALUE ZERO.
       01  WS-TABELA-PCT-DEPTO.
           05 WS-PDEP-ITEM OCCURS 50 TIMES.
               10 WS-PDEP-CODIGO    PIC X(10).
               10 WS-PDEP-PCT       PIC 9(3)V99.
       01 WS-SUB-PAR            PIC 9(2) VALUE ZERO.
       01 WS-PAR-ACHADO         PIC 9(2) VALUE ZERO.
       01 WS-TIPO-PEDIDO        PIC X VALUE SPACE.
       01 WS-DEPTO-PEDIDO       PIC X(10) VALUE SPACES.
       01 WS-VALOR-PEDIDO       PIC 9(7)V99 VALUE ZERO.
       01 WS-PCT-PEDIDO         PIC 9(3)V99 VALUE ZERO.

      *===== CENTRO DE CUSTO DE CADA DEPARTAMENTO (departamentos.txt).
       01 WS-TOTAL-DEP          PIC 9(2) VALUE ZERO.
       01  WS-TABELA-DEPARTAMENTOS.
           05 WS-DEP-ITEM OCCURS 50 TIMES.
               10 WS-DEP-CODIGO     PIC X(10).
               10 WS-DEP-CENTRO     PIC X(3).
       01 WS-SUB-DEP            PIC 9(2) VALUE ZERO.
       01 WS-CENTRO-FUNC        PIC X(3) VALUE SPACES.

      *===== CALCULO DE UM FUNCIONARIO (5000).
       01 WS-PCT-APLICADO       PIC 9(3)V99 VALUE ZERO.
       01 WS-LIMITE-ACHADO      PIC 9(7)V99 VALUE ZERO.
       01 WS-SALARIO-ATUAL      PIC 9(7)V99 VALUE ZERO.
       01 WS-SALARIO-NOVO       PIC 9(7)V99 VALUE ZERO.
       01 WS-PCT-EFETIVO        PIC S9(3)V99 VALUE ZERO.
       01 WS-DIF-BRUTO          PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-PATRONAL       PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-PROVISOES      PIC 9(7)V99 VALUE ZERO.
       01 WS-DIF-ANUAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-NO-PISO            PIC X VALUE 'N'.

      *===== ACUMULADORES POR DEPARTAMENTO E POR CENTRO DE CUSTO.
       01 WS-TOTAL-ADP          PIC 9(2) VALUE ZERO.
       01  WS-TABELA-ACUM-DEPTO.
           05 WS-ADP-ITEM OCCURS 50 TIMES.
               10 WS-ADP-CODIGO     PIC X(10).
               10 WS-ADP-QTDE       PIC 9(4).
               10 WS-ADP-ATUAL      PIC 9(9)V99.
               10 WS-ADP-NOVO       PIC 9(9)V99.
               10 WS-ADP-PATRONAL   PIC 9(9)V99.
               10 WS-ADP-ANUAL      PIC 9(9)V99.
       01 WS-TOTAL-ACC          PIC 9(2) VALUE ZERO.
       01  WS-TABELA-ACUM-CENTRO.
           05 WS-ACC-ITEM OCCURS 50 TIMES.
               10 WS-ACC-CODIGO     PIC X(3).
               10 WS-ACC-QTDE       PIC 9(4).
               10 WS-ACC-ATUAL      PIC 9(9)V99.
               10 WS-ACC-NOVO       PIC 9(9)V99.
               10 WS-ACC-PATRONAL   PIC 9(9)V99.
               10 WS-ACC-ANUAL      PIC 9(9)V99.
       01 WS-SUB-ACU            PIC 9(2) VALUE ZERO.
       01 WS-ACU-ACHADO         PIC 9(2) VALUE ZERO.
       01 WS-TOT-QTDE           PIC 9(5) VALUE ZERO.
       01 WS-TOT-ATUAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-NOVO           PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-PATRONAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-ANUAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-DIF-BRUTO      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-NO-PISO        PIC 9(5) VALUE ZERO.
       01 WS-TOT-ALTERADOS      PIC 9(5) VALUE ZERO.

       01 WS-ATUAL-ED           PIC Z(06)9,99.
       01 WS-NOVO-ED            PIC Z(06)9,99.
       01 WS-PCT-ED             PIC -ZZ9,99.
       01 WS-DIF-ED             PIC Z(06)9,99.
       01 WS-PATRONAL-ED        PIC Z(06)9,99.
       01 WS-PROVISOES-ED       PIC Z(06)9,99.
       01 WS-ANUAL-ED           PIC Z(08)9,99.
       01 WS-TOT-ATUAL-ED       PIC Z(08)9,99.
       01 WS-TOT-NOVO-ED        PIC Z(08)9,99.
       01 WS-TOT-PATRONAL-ED    PIC Z(08)9,99.
       01 WS-VALOR-ED           PIC Z(06)9,99.
       01 WS-MARCA-PISO         PIC X(5) VALUE SPACES.

      *===== AREA DE PARAMETROS DO MODULO OPERLOGIN: SO O GERENTE
      *===== APLICA O DISSIDIO.
       COPY "#operpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CARREGA-PARAMETROS
           PERFORM 1100-CARREGA-DEPARTAMENTOS
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-PARAMETROS.
           MOVE ZERO TO WS-PCT-GERAL WS-PISO WS-TOTAL-FAIXAS
                        WS-TOTAL-PDEP
           OPEN INPUT ARQ-PARAMETROS
           IF WS-STATUS-PARAMETROS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PARAMETROS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 1010-GUARDA-PARAMETRO
               END-READ
           END-PERFORM
           CLOSE ARQ-PARAMETROS.

       1010-GUARDA-PARAMETRO.
           IF PAR-VALOR NOT NUMERIC
               MOVE ZERO TO PAR-VALOR
           END-IF
           IF PAR-PERCENTUAL NOT NUMERIC
               MOVE ZERO TO PAR-PERCENTUAL
           END-IF
           EVALUATE TRUE
               WHEN PAR-GERAL
                   MOVE PAR-PERCENTUAL TO WS-PCT-GERAL
               WHEN PAR-PISO
                   MOVE PAR-VALOR TO WS-PISO
               WHEN PAR-FAIXA
                   IF WS-TOTAL-FAIXAS < 20
                       ADD 1 TO WS-TOTAL-FAIXAS
                       MOVE PAR-VALOR
                         TO WS-FAIXA-LIMITE (WS-TOTAL-FAIXAS)
                       MOVE PAR-PERCENTUAL
                         TO WS-FAIXA-PCT (WS-TOTAL-FAIXAS)
                   END-IF
               WHEN PAR-DEPTO
                   IF WS-TOTAL-PDEP < 50
                       ADD 1 TO WS-TOTAL-PDEP
                       MOVE PAR-DEPARTAMENTO
                         TO WS-PDEP-CODIGO (WS-TOTAL-PDEP)
                       MOVE PAR-PERCENTUAL
                         TO WS-PDEP-PCT (WS-TOTAL-PDEP)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-CARREGA-DEPARTAMENTOS.
           MOVE ZERO TO WS-TOTAL-DEP
           OPEN INPUT ARQ-DEPARTAMENTOS
           IF WS-STATUS-DEPARTAMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEPARTAMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-DEP < 50
                           ADD 1 TO WS-TOTAL-DEP
                           MOVE DEP-CODIGO
                             TO WS-DEP-CODIGO (WS-TOTAL-DEP)
                           MOVE DEP-CENTRO
                             TO WS-DEP-CENTRO (WS-TOTAL-DEP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-DEPARTAMENTOS.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== DISSIDIO COLETIVO ===".
           DISPLAY "1 - LISTAR PARAMETROS DO REAJUSTE".
           DISPLAY "2 - GRAVAR PARAMETRO".
           DISPLAY "3 - SIMULAR (NAO ALTERA NADA)".
           DISPLAY "4 - APLICAR O REAJUSTE APROVADO (GERENTE)".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTA-PARAMETROS
               WHEN '2' PERFORM 3100-GRAVA-PARAMETRO
               WHEN '3' PERFORM 4000-SIMULA
               WHEN '4' PERFORM 6000-APLICA
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTA-PARAMETROS.
           MOVE WS-PCT-GERAL TO WS-PCT-ED
           DISPLAY "PERCENTUAL GERAL.......: " WS-PCT-ED
           MOVE WS-PISO TO WS-VALOR-ED
           DISPLAY "PISO...................: " WS-VALOR-ED
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-FAIXAS
               MOVE WS-FAIXA-LIMITE (WS-SUB-PAR) TO WS-VALOR-ED
               MOVE WS-FAIXA-PCT (WS-SUB-PAR) TO WS-PCT-ED
               DISPLAY "FAIXA ATE " WS-VALOR-ED "....: " WS-PCT-ED
           END-PERFORM
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PDEP
               MOVE WS-PDEP-PCT (WS-SUB-PAR) TO WS-PCT-ED
               DISPLAY "DEPARTAMENTO " WS-PDEP-CODIGO (WS-SUB-PAR)
                       ": " WS-PCT-ED
           END-PERFORM.

      *===== INCLUI OU TROCA UM PARAMETRO; PERCENTUAL (OU VALOR, NO
      *===== PISO) ZERO TIRA A LINHA. O ARQUIVO E REGRAVADO INTEIRO.
       3100-GRAVA-PARAMETRO.
           MOVE SPACES TO WS-TIPO-PEDIDO WS-DEPTO-PEDIDO
           MOVE ZERO TO WS-VALOR-PEDIDO WS-PCT-PEDIDO
           DISPLAY "TIPO (G=GERAL F=FAIXA D=DEPARTAMENTO P=PISO): "
           ACCEPT WS-TIPO-PEDIDO
           INSPECT WS-TIPO-PEDIDO
               CONVERTING "gfdp" TO "GFDP"
           EVALUATE WS-TIPO-PEDIDO
               WHEN 'G'
                   DISPLAY "PERCENTUAL GERAL (0 = SEM): "
                   ACCEPT WS-PCT-PEDIDO
                   MOVE WS-PCT-PEDIDO TO WS-PCT-GERAL
               WHEN 'P'
                   DISPLAY "PISO SALARIAL (0 = SEM): "
                   ACCEPT WS-VALOR-PEDIDO
                   MOVE WS-VALOR-PEDIDO TO WS-PISO
               WHEN 'F'
                   DISPLAY "LIMITE SUPERIOR DA FAIXA: "
                   ACCEPT WS-VALOR-PEDIDO
                   DISPLAY "PERCENTUAL DA FAIXA (0 = EXCLUIR): "
                   ACCEPT WS-PCT-PEDIDO
                   PERFORM 3110-GRAVA-FAIXA
               WHEN 'D'
                   DISPLAY "DEPARTAMENTO: "
                   ACCEPT WS-DEPTO-PEDIDO
                   INSPECT WS-DEPTO-PEDIDO
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   DISPLAY "PERCENTUAL DO DEPARTAMENTO (0 = EXCLUIR): "
                   ACCEPT WS-PCT-PEDIDO
                   PERFORM 3120-GRAVA-PCT-DEPTO
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 3200-REGRAVA-PARAMETROS
           DISPLAY "PARAMETROS GRAVADOS EM dissidio_parametros.txt".

       3110-GRAVA-FAIXA.
           MOVE ZERO TO WS-PAR-ACHADO
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-FAIXAS
               IF WS-FAIXA-LIMITE (WS-SUB-PAR) = WS-VALOR-PEDIDO
                   MOVE WS-SUB-PAR TO WS-PAR-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PCT-PEDIDO = ZERO AND WS-PAR-ACHADO > ZERO
                   PERFORM VARYING WS-SUB-PAR FROM WS-PAR-ACHADO BY 1
                           UNTIL WS-SUB-PAR >= WS-TOTAL-FAIXAS
                       MOVE WS-FAIXA-ITEM (WS-SUB-PAR + 1)
                         TO WS-FAIXA-ITEM (WS-SUB-PAR)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-FAIXAS
               WHEN WS-PCT-PEDIDO = ZERO
                   CONTINUE
               WHEN WS-PAR-ACHADO > ZERO
                   MOVE WS-PCT-PEDIDO TO WS-FAIXA-PCT (WS-PAR-ACHADO)
               WHEN WS-TOTAL-FAIXAS < 20
                   ADD 1 TO WS-TOTAL-FAIXAS
                   MOVE WS-VALOR-PEDIDO
                     TO WS-FAIXA-LIMITE (WS-TOTAL-FAIXAS)
                   MOVE WS-PCT-PEDIDO TO WS-FAIXA-PCT (WS-TOTAL-FAIXAS)
               WHEN OTHER
                   DISPLAY "LIMITE DE 20 FAIXAS ATINGIDO"
           END-EVALUATE.

       3120-GRAVA-PCT-DEPTO.
           MOVE ZERO TO WS-PAR-ACHADO
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PDEP
               IF WS-PDEP-CODIGO (WS-SUB-PAR) = WS-DEPTO-PEDIDO
                   MOVE WS-SUB-PAR TO WS-PAR-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PCT-PEDIDO = ZERO AND WS-PAR-ACHADO > ZERO
                   PERFORM VARYING WS-SUB-PAR FROM WS-PAR-ACHADO BY 1
                           UNTIL WS-SUB-PAR >= WS-TOTAL-PDEP
                       MOVE WS-PDEP-ITEM (WS-SUB-PAR + 1)
                         TO WS-PDEP-ITEM (WS-SUB-PAR)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TOTAL-PDEP
               WHEN WS-PCT-PEDIDO = ZERO
                   CONTINUE
               WHEN WS-PAR-ACHADO > ZERO
                   MOVE WS-PCT-PEDIDO TO WS-PDEP-PCT (WS-PAR-ACHADO)
               WHEN WS-TOTAL-PDEP < 50
                   ADD 1 TO WS-TOTAL-PDEP
                   MOVE WS-DEPTO-PEDIDO
                     TO WS-PDEP-CODIGO (WS-TOTAL-PDEP)
                   MOVE WS-PCT-PEDIDO TO WS-PDEP-PCT (WS-TOTAL-PDEP)
               WHEN OTHER
                   DISPLAY "LIMITE DE 50 DEPARTAMENTOS ATINGIDO"
           END-EVALUATE.

       3200-REGRAVA-PARAMETROS.
           OPEN OUTPUT ARQ-PARAMETROS
           IF WS-PCT-GERAL > ZERO
               MOVE SPACES TO PARAMETRO-LINHA
               MOVE 'G' TO PAR-TIPO
               MOVE ZERO TO PAR-VALOR
               MOVE WS-PCT-GERAL TO PAR-PERCENTUAL
               WRITE PARAMETRO-LINHA
           END-IF
           IF WS-PISO > ZERO
               MOVE SPACES TO PARAMETRO-LINHA
               MOVE 'P' TO PAR-TIPO
               MOVE WS-PISO TO PAR-VALOR
               MOVE ZERO TO PAR-PERCENTUAL
               WRITE PARAMETRO-LINHA
           END-IF
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-FAIXAS
               MOVE SPACES TO PARAMETRO-LINHA
               MOVE 'F' TO PAR-TIPO
               MOVE WS-FAIXA-LIMITE (WS-SUB-PAR) TO PAR-VALOR
               MOVE WS-FAIXA-PCT (WS-SUB-PAR) TO PAR-PERCENTUAL
               WRITE PARAMETRO-LINHA
           END-PERFORM
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PDEP
               MOVE SPACES TO PARAMETRO-LINHA
               MOVE 'D' TO PAR-TIPO
               MOVE WS-PDEP-CODIGO (WS-SUB-PAR) TO PAR-DEPARTAMENTO
               MOVE ZERO TO PAR-VALOR
               MOVE WS-PDEP-PCT (WS-SUB-PAR) TO PAR-PERCENTUAL
               WRITE PARAMETRO-LINHA
           END-PERFORM
           CLOSE ARQ-PARAMETROS.

      *===== SIMULACAO: UMA LINHA POR FUNCIONARIO ATIVO, DEPOIS OS
      *===== TOTAIS POR DEPARTAMENTO, POR CENTRO DE CUSTO E GERAL.
       4000-SIMULA.
           MOVE 'S' TO WS-MODO
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           OPEN OUTPUT ARQ-SIMULACAO
           MOVE SPACES TO SIMULACAO-LINHA
           STRING "SIMULACAO DO DISSIDIO - POSICAO DE "
                  WS-DATA-HOJE (7:2) "/" WS-DATA-HOJE (5:2) "/"
                  WS-DATA-HOJE (1:4)
                  DELIMITED BY SIZE INTO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE WS-PCT-GERAL TO WS-PCT-ED
           MOVE WS-PISO TO WS-VALOR-ED
           MOVE SPACES TO SIMULACAO-LINHA
           STRING "PERCENTUAL GERAL " WS-PCT-ED
                  "  PISO " WS-VALOR-ED
                  "  FAIXAS " WS-TOTAL-FAIXAS
                  "  DEPARTAMENTOS COM PERCENTUAL PROPRIO "
                  WS-TOTAL-PDEP
                  DELIMITED BY SIZE INTO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE SPACES TO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE "CODI NOME                 DEPARTAMEN" TO
                SIMULACAO-LINHA
           MOVE "SAL. ATUAL  SAL. NOVO     PCT DIF.MENSAL"
             TO SIMULACAO-LINHA (38:40)
           MOVE "PATRONAL  PROVISOES   IMP. ANUAL"
             TO SIMULACAO-LINHA (81:32)
           WRITE SIMULACAO-LINHA
           PERFORM 4100-VARRE-FUNCIONARIOS
           CLOSE ARQ-FUNCIONARIOS
           PERFORM 4500-TOTAIS
           CLOSE ARQ-SIMULACAO
           PERFORM 4900-RESUMO-TELA
           DISPLAY "SIMULACAO EM dissidio_simulacao.txt".

       4100-VARRE-FUNCIONARIOS.
           MOVE ZERO TO WS-TOTAL-ADP WS-TOTAL-ACC WS-TOT-QTDE
                        WS-TOT-ATUAL WS-TOT-NOVO WS-TOT-PATRONAL
                        WS-TOT-ANUAL WS-TOT-DIF-BRUTO WS-TOT-NO-PISO
                        WS-TOT-ALTERADOS
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
                           PERFORM 5000-CALCULA-FUNCIONARIO
                           PERFORM 5100-ACUMULA
                           IF WS-MODO = 'S'
                               PERFORM 4200-GRAVA-DETALHE
                           ELSE
                               PERFORM 6300-GRAVA-REAJUSTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4200-GRAVA-DETALHE.
           MOVE WS-SALARIO-ATUAL TO WS-ATUAL-ED
           MOVE WS-SALARIO-NOVO TO WS-NOVO-ED
           MOVE WS-PCT-EFETIVO TO WS-PCT-ED
           MOVE WS-DIF-BRUTO TO WS-DIF-ED
           MOVE WS-DIF-PATRONAL TO WS-PATRONAL-ED
           MOVE WS-DIF-PROVISOES TO WS-PROVISOES-ED
           MOVE WS-DIF-ANUAL TO WS-ANUAL-ED
           MOVE SPACES TO WS-MARCA-PISO
           IF WS-NO-PISO = 'S'
               MOVE "PISO" TO WS-MARCA-PISO
           END-IF
           MOVE SPACES TO SIMULACAO-LINHA
           STRING FUNC-CODIGO " " FUNC-NOME " " FUNC-DEPARTAMENTO " "
                  WS-ATUAL-ED " " WS-NOVO-ED " " WS-PCT-ED " "
                  WS-DIF-ED " " WS-PATRONAL-ED " " WS-PROVISOES-ED
                  " " WS-ANUAL-ED " " WS-MARCA-PISO
                  DELIMITED BY SIZE INTO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA.

       4500-TOTAIS.
           MOVE SPACES TO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE "=== POR DEPARTAMENTO ===" TO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE "DEPARTAMEN QTDE  BRUTO ATUAL   BRUTO NOVO"
             TO SIMULACAO-LINHA
           MOVE "DIF.PATRONAL IMPACTO ANUAL" TO SIMULACAO-LINHA (43:26)
           WRITE SIMULACAO-LINHA
           PERFORM VARYING WS-SUB-ACU FROM 1 BY 1
                   UNTIL WS-SUB-ACU > WS-TOTAL-ADP
               MOVE WS-ADP-ATUAL (WS-SUB-ACU) TO WS-TOT-ATUAL-ED
               MOVE WS-ADP-NOVO (WS-SUB-ACU) TO WS-TOT-NOVO-ED
               MOVE WS-ADP-PATRONAL (WS-SUB-ACU) TO WS-TOT-PATRONAL-ED
               MOVE WS-ADP-ANUAL (WS-SUB-ACU) TO WS-ANUAL-ED
               MOVE SPACES TO SIMULACAO-LINHA
               STRING WS-ADP-CODIGO (WS-SUB-ACU) " "
                      WS-ADP-QTDE (WS-SUB-ACU) " "
                      WS-TOT-ATUAL-ED " " WS-TOT-NOVO-ED " "
                      WS-TOT-PATRONAL-ED " " WS-ANUAL-ED
                      DELIMITED BY SIZE INTO SIMULACAO-LINHA
               WRITE SIMULACAO-LINHA
           END-PERFORM
           MOVE SPACES TO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE "=== POR CENTRO DE CUSTO ===" TO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE "CENTRO     QTDE  BRUTO ATUAL   BRUTO NOVO"
             TO SIMULACAO-LINHA
           MOVE "DIF.PATRONAL IMPACTO ANUAL" TO SIMULACAO-LINHA (43:26)
           WRITE SIMULACAO-LINHA
           PERFORM VARYING WS-SUB-ACU FROM 1 BY 1
                   UNTIL WS-SUB-ACU > WS-TOTAL-ACC
               MOVE WS-ACC-ATUAL (WS-SUB-ACU) TO WS-TOT-ATUAL-ED
               MOVE WS-ACC-NOVO (WS-SUB-ACU) TO WS-TOT-NOVO-ED
               MOVE WS-ACC-PATRONAL (WS-SUB-ACU) TO WS-TOT-PATRONAL-ED
               MOVE WS-ACC-ANUAL (WS-SUB-ACU) TO WS-ANUAL-ED
               MOVE SPACES TO SIMULACAO-LINHA
               STRING WS-ACC-CODIGO (WS-SUB-ACU) "        "
                      WS-ACC-QTDE (WS-SUB-ACU) " "
                      WS-TOT-ATUAL-ED " " WS-TOT-NOVO-ED " "
                      WS-TOT-PATRONAL-ED " " WS-ANUAL-ED
                      DELIMITED BY SIZE INTO SIMULACAO-LINHA
               WRITE SIMULACAO-LINHA
           END-PERFORM
           MOVE WS-TOT-ATUAL TO WS-TOT-ATUAL-ED
           MOVE WS-TOT-NOVO TO WS-TOT-NOVO-ED
           MOVE WS-TOT-PATRONAL TO WS-TOT-PATRONAL-ED
           MOVE WS-TOT-ANUAL TO WS-ANUAL-ED
           MOVE SPACES TO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE SPACES TO SIMULACAO-LINHA
           STRING "TOTAL     " WS-TOT-QTDE " "
                  WS-TOT-ATUAL-ED " " WS-TOT-NOVO-ED " "
                  WS-TOT-PATRONAL-ED " " WS-ANUAL-ED
                  DELIMITED BY SIZE INTO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA
           MOVE SPACES TO SIMULACAO-LINHA
           STRING "FUNCIONARIOS LEVADOS AO PISO: " WS-TOT-NO-PISO
                  DELIMITED BY SIZE INTO SIMULACAO-LINHA
           WRITE SIMULACAO-LINHA.

       4900-RESUMO-TELA.
           MOVE WS-TOT-ATUAL TO WS-TOT-ATUAL-ED
           MOVE WS-TOT-NOVO TO WS-TOT-NOVO-ED
           MOVE WS-TOT-PATRONAL TO WS-TOT-PATRONAL-ED
           MOVE WS-TOT-ANUAL TO WS-ANUAL-ED
           DISPLAY "=== DISSIDIO ==="
           DISPLAY "FUNCIONARIOS ATIVOS....: " WS-TOT-QTDE
           DISPLAY "BRUTO MENSAL ATUAL.....: " WS-TOT-ATUAL-ED
           DISPLAY "BRUTO MENSAL NOVO......: " WS-TOT-NOVO-ED
           DISPLAY "PATRONAL MENSAL A MAIS.: " WS-TOT-PATRONAL-ED
           DISPLAY "IMPACTO ANUAL..........: " WS-ANUAL-ED
           DISPLAY "LEVADOS AO PISO........: " WS-TOT-NO-PISO.

      *===== PERCENTUAL: DEPARTAMENTO, SENAO A MENOR FAIXA QUE
      *===== COMPORTA O SALARIO, SENAO O GERAL; DEPOIS O PISO. O
      *===== FUNCIONARIO ESTA EM FUNCIONARIO-LINHA.
       5000-CALCULA-FUNCIONARIO.
           MOVE FUNC-SALARIO TO WS-SALARIO-ATUAL
           MOVE WS-PCT-GERAL TO WS-PCT-APLICADO
           MOVE ZERO TO WS-LIMITE-ACHADO
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-FAIXAS
               IF WS-FAIXA-LIMITE (WS-SUB-PAR) >= WS-SALARIO-ATUAL
                  AND (WS-LIMITE-ACHADO = ZERO
                   OR WS-FAIXA-LIMITE (WS-SUB-PAR) < WS-LIMITE-ACHADO)
                   MOVE WS-FAIXA-LIMITE (WS-SUB-PAR)
                     TO WS-LIMITE-ACHADO
                   MOVE WS-FAIXA-PCT (WS-SUB-PAR) TO WS-PCT-APLICADO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PDEP
               IF WS-PDEP-CODIGO (WS-SUB-PAR) = FUNC-DEPARTAMENTO
                   MOVE WS-PDEP-PCT (WS-SUB-PAR) TO WS-PCT-APLICADO
               END-IF
           END-PERFORM
           COMPUTE WS-SALARIO-NOVO ROUNDED =
               WS-SALARIO-ATUAL * (1 + WS-PCT-APLICADO / 100)
           MOVE 'N' TO WS-NO-PISO
           IF WS-PISO > ZERO AND WS-SALARIO-NOVO < WS-PISO
               MOVE WS-PISO TO WS-SALARIO-NOVO
               MOVE 'S' TO WS-NO-PISO
           END-IF
           COMPUTE WS-DIF-BRUTO = WS-SALARIO-NOVO - WS-SALARIO-ATUAL
           MOVE ZERO TO WS-PCT-EFETIVO
           IF WS-SALARIO-ATUAL > ZERO
               COMPUTE WS-PCT-EFETIVO ROUNDED =
                   WS-DIF-BRUTO * 100 / WS-SALARIO-ATUAL
           END-IF
           COMPUTE WS-DIF-PATRONAL ROUNDED =
               WS-DIF-BRUTO * WS-ALIQUOTA-PATRONAL
           COMPUTE WS-DIF-PROVISOES ROUNDED =
               (WS-DIF-BRUTO / 12)
               + (WS-DIF-BRUTO / 12) + (WS-DIF-BRUTO / 12 / 3)
           COMPUTE WS-DIF-ANUAL ROUNDED =
               (WS-DIF-BRUTO + WS-DIF-PATRONAL + WS-DIF-PROVISOES)
               * 12.

       5100-ACUMULA.
           MOVE SPACES TO WS-CENTRO-FUNC
           PERFORM VARYING WS-SUB-DEP FROM 1 BY 1
                   UNTIL WS-SUB-DEP > WS-TOTAL-DEP
               IF WS-DEP-CODIGO (WS-SUB-DEP) = FUNC-DEPARTAMENTO
                   MOVE WS-DEP-CENTRO (WS-SUB-DEP) TO WS-CENTRO-FUNC
               END-IF
           END-PERFORM
           IF WS-CENTRO-FUNC = SPACES
               MOVE "???" TO WS-CENTRO-FUNC
           END-IF
           ADD 1 TO WS-TOT-QTDE
           ADD WS-SALARIO-ATUAL TO WS-TOT-ATUAL
           ADD WS-SALARIO-NOVO TO WS-TOT-NOVO
           ADD WS-DIF-PATRONAL TO WS-TOT-PATRONAL
           ADD WS-DIF-ANUAL TO WS-TOT-ANUAL
           ADD WS-DIF-BRUTO TO WS-TOT-DIF-BRUTO
           IF WS-NO-PISO = 'S'
               ADD 1 TO WS-TOT-NO-PISO
           END-IF
           MOVE ZERO TO WS-ACU-ACHADO
           PERFORM VARYING WS-SUB-ACU FROM 1 BY 1
                   UNTIL WS-SUB-ACU > WS-TOTAL-ADP
               IF WS-ADP-CODIGO (WS-SUB-ACU) = FUNC-DEPARTAMENTO
                   MOVE WS-SUB-ACU TO WS-ACU-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACU-ACHADO = ZERO AND WS-TOTAL-ADP < 50
               ADD 1 TO WS-TOTAL-ADP
               MOVE WS-TOTAL-ADP TO WS-ACU-ACHADO
               MOVE FUNC-DEPARTAMENTO TO WS-ADP-CODIGO (WS-ACU-ACHADO)
               MOVE ZERO TO WS-ADP-QTDE (WS-ACU-ACHADO)
                            WS-ADP-ATUAL (WS-ACU-ACHADO)
                            WS-ADP-NOVO (WS-ACU-ACHADO)
                            WS-ADP-PATRONAL (WS-ACU-ACHADO)
                            WS-ADP-ANUAL (WS-ACU-ACHADO)
           END-IF
           IF WS-ACU-ACHADO > ZERO
               ADD 1 TO WS-ADP-QTDE (WS-ACU-ACHADO)
               ADD WS-SALARIO-ATUAL TO WS-ADP-ATUAL (WS-ACU-ACHADO)
               ADD WS-SALARIO-NOVO TO WS-ADP-NOVO (WS-ACU-ACHADO)
               ADD WS-DIF-PATRONAL TO WS-ADP-PATRONAL (WS-ACU-ACHADO)
               ADD WS-DIF-ANUAL TO WS-ADP-ANUAL (WS-ACU-ACHADO)
           END-IF
           MOVE ZERO TO WS-ACU-ACHADO
           PERFORM VARYING WS-SUB-ACU FROM 1 BY 1
                   UNTIL WS-SUB-ACU > WS-TOTAL-ACC
               IF WS-ACC-CODIGO (WS-SUB-ACU) = WS-CENTRO-FUNC
                   MOVE WS-SUB-ACU TO WS-ACU-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACU-ACHADO = ZERO AND WS-TOTAL-ACC < 50
               ADD 1 TO WS-TOTAL-ACC
               MOVE WS-TOTAL-ACC TO WS-ACU-ACHADO
               MOVE WS-CENTRO-FUNC TO WS-ACC-CODIGO (WS-ACU-ACHADO)
               MOVE ZERO TO WS-ACC-QTDE (WS-ACU-ACHADO)
                            WS-ACC-ATUAL (WS-ACU-ACHADO)
                            WS-ACC-NOVO (WS-ACU-ACHADO)
                            WS-ACC-PATRONAL (WS-ACU-ACHADO)
                            WS-ACC-ANUAL (WS-ACU-ACHADO)
           END-IF
           IF WS-ACU-ACHADO > ZERO
               ADD 1 TO WS-ACC-QTDE (WS-ACU-ACHADO)
               ADD WS-SALARIO-ATUAL TO WS-ACC-ATUAL (WS-ACU-ACHADO)
               ADD WS-SALARIO-NOVO TO WS-ACC-NOVO (WS-ACU-ACHADO)
               ADD WS-DIF-PATRONAL TO WS-ACC-PATRONAL (WS-ACU-ACHADO)
               ADD WS-DIF-ANUAL TO WS-ACC-ANUAL (WS-ACU-ACHADO)
           END-IF.

      *===== APLICACAO DO REAJUSTE APROVADO: LOGIN DE GERENTE,
      *===== VIGENCIA AINDA NAO APLICADA, CONFIRMACAO E O MESMO
      *===== CALCULO DA SIMULACAO GRAVADO EM funcionarios.dat E EM
      *===== salarios_historico.txt.
       6000-APLICA.
           PERFORM 6100-LOGIN-GERENTE
           IF OPR-RETORNO = '1' OR NOT OPR-GERENTE
               DISPLAY "SO O GERENTE APLICA O DISSIDIO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VIGENCIA
           DISPLAY "DATA DE VIGENCIA DO REAJUSTE (AAAAMMDD): "
           ACCEPT WS-VIGENCIA
           IF WS-VIG-ANO < 1900 OR WS-VIG-MES < 1 OR WS-VIG-MES > 12
              OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
               DISPLAY "DATA DE VIGENCIA INVALIDA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-CONFERE-APLICACOES
           IF WS-JA-APLICADA = 'S'
               DISPLAY "DISSIDIO COM VIGENCIA " WS-VIGENCIA
                       " JA FOI APLICADO - NADA FEITO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "O REAJUSTE DA ULTIMA SIMULACAO SERA GRAVADO NOS "
                   "SALARIOS."
           DISPLAY "CONFIRMA A APLICACAO (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARQ-HISTORICO
           IF WS-STATUS-HISTORICO = "35"
               OPEN OUTPUT ARQ-HISTORICO
               CLOSE ARQ-HISTORICO
               OPEN EXTEND ARQ-HISTORICO
           END-IF
           MOVE 'A' TO WS-MODO
           PERFORM 4100-VARRE-FUNCIONARIOS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-FUNCIONARIOS
           PERFORM 6400-REGISTRA-APLICACAO
           PERFORM 4900-RESUMO-TELA
           DISPLAY "SALARIOS ALTERADOS.....: " WS-TOT-ALTERADOS
           DISPLAY "MUDANCAS EM salarios_historico.txt COM VIGENCIA "
                   WS-VIGENCIA.

       6100-LOGIN-GERENTE.
           DISPLAY "OPERADOR: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   MOVE '1' TO OPR-RETORNO
           END-CALL.

       6200-CONFERE-APLICACOES.
           MOVE 'N' TO WS-JA-APLICADA
           OPEN INPUT ARQ-APLICACOES
           IF WS-STATUS-APLICACOES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-APLICACOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF APL-VIGENCIA = WS-VIGENCIA
                           MOVE 'S' TO WS-JA-APLICADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-APLICACOES.

      *===== SO SALARIO QUE MUDOU E REGRAVADO E VAI PARA O HISTORICO.
       6300-GRAVA-REAJUSTE.
           IF WS-SALARIO-NOVO = WS-SALARIO-ATUAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALARIO-NOVO TO FUNC-SALARIO
           REWRITE FUNCIONARIO-LINHA
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FUNCIONARIO " FUNC-CODIGO
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-TOT-ALTERADOS
           MOVE SPACES TO HISTORICO-SALARIO-LINHA
           MOVE FUNC-CODIGO TO HSL-CODIGO
           MOVE WS-VIGENCIA TO HSL-DATA
           MOVE WS-SALARIO-ATUAL TO HSL-SALARIO-ANTES
           MOVE WS-SALARIO-NOVO TO HSL-SALARIO-DEPOIS
           MOVE WS-PCT-EFETIVO TO HSL-PERCENTUAL
           WRITE HISTORICO-SALARIO-LINHA.

       6400-REGISTRA-APLICACAO.
           OPEN EXTEND ARQ-APLICACOES
           IF WS-STATUS-APLICACOES = "35"
               OPEN OUTPUT ARQ-APLICACOES
               CLOSE ARQ-APLICACOES
               OPEN EXTEND ARQ-APLICACOES
           END-IF
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE SPACES TO APLICACAO-LINHA
           MOVE WS-VIGENCIA TO APL-VIGENCIA
           MOVE WS-DATA-HOJE (1:14) TO APL-DATA-HORA
           MOVE OPR-CODIGO TO APL-OPERADOR
           MOVE WS-TOT-ALTERADOS TO APL-QTDE
           MOVE WS-TOT-DIF-BRUTO TO APL-DIFERENCA
           WRITE APLICACAO-LINHA
           CLOSE ARQ-APLICACOES.

       END PROGRAM DISSIDIO.
