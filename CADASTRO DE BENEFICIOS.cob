       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFICIOS.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CADASTRO DOS BENEFICIOS DE CADA FUNCIONARIO
      *=======           (beneficios.txt, AREA #beneficiodat):
      *=======           ADESAO OU DESISTENCIA DO VALE-TRANSPORTE E
      *=======           DO VALE-REFEICAO, TARIFA DO DIA, VALOR DO
      *=======           DIA, OPERADORA DE CADA VALE E A PARTE DO
      *=======           FUNCIONARIO NO VALE-REFEICAO. A APURACAO
      *=======           MENSAL (VALESMES) CALCULA OS DIAS, O PEDIDO
      *=======           DAS OPERADORAS E O DESCONTO QUE O
      *=======           CONTRACHEQUE FAZ, TIRANDO A PLANILHA DE
      *=======           COMPRA DE VALES DE CIRCULACAO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: INCLUIR UM FUNCIONARIO JA CADASTRADO
      *=======               ALTERA A LINHA DELE; CAMPO EM BRANCO
      *=======               OU ZERO NA ALTERACAO MANTEM O VALOR.
      *=======               A PARTE DO FUNCIONARIO NO
      *=======               VALE-REFEICAO VAI ATE 20 PORCENTO; A DO
      *=======               TRANSPORTE E A LEGAL (6 PORCENTO DO
      *=======               SALARIO) E NAO SE CADASTRA.
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

           SELECT ARQ-BENEFICIOS ASSIGN TO "beneficios.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BENEFICIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-BENEFICIOS.
           COPY "#beneficiodat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-BENEFICIOS   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-CODIGO-PEDIDO    PIC 9(4) VALUE ZERO.
       01 WS-SUB-BEN          PIC 9(3) VALUE ZERO.
       01 WS-BEN-ACHADO       PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-BEN        PIC 9(3) VALUE ZERO.
       01 WS-BEN-ESTOURO      PIC 9(3) VALUE ZERO.
       01 WS-NOME-FUNC        PIC X(20) VALUE SPACES.
       01 WS-TARIFA-ED        PIC ZZ9,99.
       01 WS-VALOR-DIA-ED     PIC ZZ9,99.
       01 WS-PCT-ED           PIC Z9,99.

      *===== RESPOSTAS DA INCLUSAO/ALTERACAO; BRANCO OU ZERO MANTEM
      *===== O QUE JA ESTA CADASTRADO.
       01  WS-DADOS-PEDIDOS.
           05 WS-VT-ADESAO-PED    PIC X.
           05 WS-VT-OPERADORA-PED PIC X(15).
           05 WS-VR-ADESAO-PED    PIC X.
           05 WS-VR-OPERADORA-PED PIC X(15).
       01 WS-VT-TARIFA-PED    PIC 9(3)V99 VALUE ZERO.
       01 WS-VR-VALOR-PED     PIC 9(3)V99 VALUE ZERO.
       01 WS-VR-PCT-PED       PIC 9(2)V99 VALUE ZERO.

      *===== BENEFICIOS EM MEMORIA (ATE 300), REGRAVADOS INTEIROS A
      *===== CADA MUDANCA.
       01  WS-TABELA-BEN.
           05 WS-BEN-ITEM OCCURS 300 TIMES.
               10 WS-BEN-CODIGO    PIC 9(4).
               10 WS-BEN-VT-ADESAO PIC X.
               10 WS-BEN-VT-TARIFA PIC 9(3)V99.
               10 WS-BEN-VT-OPER   PIC X(15).
               10 WS-BEN-VR-ADESAO PIC X.
               10 WS-BEN-VR-VALOR  PIC 9(3)V99.
               10 WS-BEN-VR-OPER   PIC X(15).
               10 WS-BEN-VR-PCT    PIC 9(2)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CARREGA-BENEFICIOS
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-BENEFICIOS.
           OPEN INPUT ARQ-BENEFICIOS.
           IF WS-STATUS-BENEFICIOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-BENEFICIOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-BEN < 300
                           ADD 1 TO WS-TOTAL-BEN
                           PERFORM 1100-GUARDA-LINHA
                       ELSE
                           ADD 1 TO WS-BEN-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BENEFICIOS.
           IF WS-BEN-ESTOURO > ZERO
               DISPLAY "ATENCAO: " WS-BEN-ESTOURO " LINHA(S) ALEM "
                       "DA TABELA (300) - ALTERACOES BLOQUEADAS ATE "
                       "ENXUGAR O ARQUIVO"
           END-IF.

       1100-GUARDA-LINHA.
           IF BEN-VT-TARIFA-DIA NOT NUMERIC
               MOVE ZERO TO BEN-VT-TARIFA-DIA
           END-IF
           IF BEN-VR-VALOR-DIA NOT NUMERIC
               MOVE ZERO TO BEN-VR-VALOR-DIA
           END-IF
           IF BEN-VR-PCT-DESCONTO NOT NUMERIC
               MOVE ZERO TO BEN-VR-PCT-DESCONTO
           END-IF
           MOVE BEN-CODIGO TO WS-BEN-CODIGO (WS-TOTAL-BEN)
           MOVE BEN-VT-ADESAO TO WS-BEN-VT-ADESAO (WS-TOTAL-BEN)
           MOVE BEN-VT-TARIFA-DIA TO WS-BEN-VT-TARIFA (WS-TOTAL-BEN)
           MOVE BEN-VT-OPERADORA TO WS-BEN-VT-OPER (WS-TOTAL-BEN)
           MOVE BEN-VR-ADESAO TO WS-BEN-VR-ADESAO (WS-TOTAL-BEN)
           MOVE BEN-VR-VALOR-DIA TO WS-BEN-VR-VALOR (WS-TOTAL-BEN)
           MOVE BEN-VR-OPERADORA TO WS-BEN-VR-OPER (WS-TOTAL-BEN)
           MOVE BEN-VR-PCT-DESCONTO TO WS-BEN-VR-PCT (WS-TOTAL-BEN).

      *===== DESFAZ O QUE FICOU SO NA MEMORIA: A TABELA VOLTA A SER
      *===== A DO ARQUIVO.
       1200-RELE-BENEFICIOS.
           MOVE ZERO TO WS-TOTAL-BEN WS-BEN-ESTOURO
           PERFORM 1000-CARREGA-BENEFICIOS.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== BENEFICIOS - VALE-TRANSPORTE E REFEICAO ===".
           DISPLAY "1 - LISTAR".
           DISPLAY "2 - INCLUIR / ALTERAR (ADESAO OU DESISTENCIA)".
           DISPLAY "3 - EXCLUIR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTAR
               WHEN '2' PERFORM 4000-INCLUIR
               WHEN '3' PERFORM 5000-EXCLUIR
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTAR.
           IF WS-TOTAL-BEN = ZERO
               DISPLAY "NENHUM BENEFICIO CADASTRADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-BEN FROM 1 BY 1
                   UNTIL WS-SUB-BEN > WS-TOTAL-BEN
               MOVE WS-BEN-VT-TARIFA (WS-SUB-BEN) TO WS-TARIFA-ED
               MOVE WS-BEN-VR-VALOR (WS-SUB-BEN) TO WS-VALOR-DIA-ED
               MOVE WS-BEN-VR-PCT (WS-SUB-BEN) TO WS-PCT-ED
               DISPLAY WS-BEN-CODIGO (WS-SUB-BEN)
                       " VT " WS-BEN-VT-ADESAO (WS-SUB-BEN)
                       " " WS-TARIFA-ED "/DIA "
                       WS-BEN-VT-OPER (WS-SUB-BEN)
                       " VR " WS-BEN-VR-ADESAO (WS-SUB-BEN)
                       " " WS-VALOR-DIA-ED "/DIA "
                       WS-BEN-VR-OPER (WS-SUB-BEN)
                       " " WS-PCT-ED "%"
           END-PERFORM.

       4000-INCLUIR.
           IF WS-BEN-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA ALTERADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOME-FUNC
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS = "00"
               MOVE WS-CODIGO-PEDIDO TO FUNC-CODIGO
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO CADASTRADO"
                       CLOSE ARQ-FUNCIONARIOS
                       EXIT PARAGRAPH
               END-READ
               MOVE FUNC-NOME TO WS-NOME-FUNC
               CLOSE ARQ-FUNCIONARIOS
           END-IF
           DISPLAY "FUNCIONARIO: " WS-NOME-FUNC
           PERFORM 4100-PROCURA
           IF WS-BEN-ACHADO = ZERO
               IF WS-TOTAL-BEN = 300
                   DISPLAY "TABELA CHEIA - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-BEN
               MOVE WS-TOTAL-BEN TO WS-BEN-ACHADO
               MOVE WS-CODIGO-PEDIDO TO WS-BEN-CODIGO (WS-BEN-ACHADO)
               MOVE 'N' TO WS-BEN-VT-ADESAO (WS-BEN-ACHADO)
                           WS-BEN-VR-ADESAO (WS-BEN-ACHADO)
               MOVE SPACES TO WS-BEN-VT-OPER (WS-BEN-ACHADO)
                              WS-BEN-VR-OPER (WS-BEN-ACHADO)
               MOVE ZERO TO WS-BEN-VT-TARIFA (WS-BEN-ACHADO)
                            WS-BEN-VR-VALOR (WS-BEN-ACHADO)
                            WS-BEN-VR-PCT (WS-BEN-ACHADO)
               DISPLAY "NOVO CADASTRO DE BENEFICIOS"
           ELSE
               DISPLAY "ALTERACAO (BRANCO OU ZERO MANTEM O ATUAL)"
           END-IF
           MOVE SPACES TO WS-DADOS-PEDIDOS
           MOVE ZERO TO WS-VT-TARIFA-PED WS-VR-VALOR-PED
                        WS-VR-PCT-PED
           DISPLAY "VALE-TRANSPORTE - ADESAO (S/N), ATUAL "
                   WS-BEN-VT-ADESAO (WS-BEN-ACHADO) ": "
           ACCEPT WS-VT-ADESAO-PED
           DISPLAY "TARIFA DO DIA (IDA E VOLTA): "
           ACCEPT WS-VT-TARIFA-PED
           DISPLAY "OPERADORA DO VALE-TRANSPORTE: "
           ACCEPT WS-VT-OPERADORA-PED
           DISPLAY "VALE-REFEICAO - ADESAO (S/N), ATUAL "
                   WS-BEN-VR-ADESAO (WS-BEN-ACHADO) ": "
           ACCEPT WS-VR-ADESAO-PED
           DISPLAY "VALOR DO DIA: "
           ACCEPT WS-VR-VALOR-PED
           DISPLAY "OPERADORA DO VALE-REFEICAO: "
           ACCEPT WS-VR-OPERADORA-PED
           DISPLAY "PERCENTUAL PAGO PELO FUNCIONARIO (ATE 20): "
           ACCEPT WS-VR-PCT-PED
           INSPECT WS-DADOS-PEDIDOS
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-VR-PCT-PED > 20
               DISPLAY "PARTE DO FUNCIONARIO ACIMA DE 20 PORCENTO - "
                       "NADA GRAVADO"
               PERFORM 1200-RELE-BENEFICIOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-APLICA-PEDIDO
           IF (WS-BEN-VT-ADESAO (WS-BEN-ACHADO) = 'S'
               AND WS-BEN-VT-TARIFA (WS-BEN-ACHADO) = ZERO)
              OR (WS-BEN-VR-ADESAO (WS-BEN-ACHADO) = 'S'
               AND WS-BEN-VR-VALOR (WS-BEN-ACHADO) = ZERO)
               DISPLAY "ADESAO SEM VALOR DO DIA - NADA GRAVADO"
               PERFORM 1200-RELE-BENEFICIOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-GRAVA-BENEFICIOS
           DISPLAY "BENEFICIOS GRAVADOS".

       4100-PROCURA.
           MOVE ZERO TO WS-BEN-ACHADO
           PERFORM VARYING WS-SUB-BEN FROM 1 BY 1
                   UNTIL WS-SUB-BEN > WS-TOTAL-BEN
               IF WS-BEN-CODIGO (WS-SUB-BEN) = WS-CODIGO-PEDIDO
                   MOVE WS-SUB-BEN TO WS-BEN-ACHADO
               END-IF
           END-PERFORM.

       4200-APLICA-PEDIDO.
           IF WS-VT-ADESAO-PED = 'S' OR WS-VT-ADESAO-PED = 'N'
               MOVE WS-VT-ADESAO-PED
                 TO WS-BEN-VT-ADESAO (WS-BEN-ACHADO)
           END-IF
           IF WS-VT-TARIFA-PED > ZERO
               MOVE WS-VT-TARIFA-PED
                 TO WS-BEN-VT-TARIFA (WS-BEN-ACHADO)
           END-IF
           IF WS-VT-OPERADORA-PED NOT = SPACES
               MOVE WS-VT-OPERADORA-PED
                 TO WS-BEN-VT-OPER (WS-BEN-ACHADO)
           END-IF
           IF WS-VR-ADESAO-PED = 'S' OR WS-VR-ADESAO-PED = 'N'
               MOVE WS-VR-ADESAO-PED
                 TO WS-BEN-VR-ADESAO (WS-BEN-ACHADO)
           END-IF
           IF WS-VR-VALOR-PED > ZERO
               MOVE WS-VR-VALOR-PED
                 TO WS-BEN-VR-VALOR (WS-BEN-ACHADO)
           END-IF
           IF WS-VR-OPERADORA-PED NOT = SPACES
               MOVE WS-VR-OPERADORA-PED
                 TO WS-BEN-VR-OPER (WS-BEN-ACHADO)
           END-IF
           IF WS-VR-PCT-PED > ZERO
               MOVE WS-VR-PCT-PED TO WS-BEN-VR-PCT (WS-BEN-ACHADO)
           END-IF.

       5000-EXCLUIR.
           IF WS-BEN-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA ALTERADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-PROCURA
           IF WS-BEN-ACHADO = ZERO
               DISPLAY "FUNCIONARIO SEM BENEFICIOS CADASTRADOS"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-BEN FROM WS-BEN-ACHADO BY 1
                   UNTIL WS-SUB-BEN >= WS-TOTAL-BEN
               MOVE WS-BEN-ITEM (WS-SUB-BEN + 1)
                 TO WS-BEN-ITEM (WS-SUB-BEN)
           END-PERFORM
           SUBTRACT 1 FROM WS-TOTAL-BEN
           PERFORM 7000-GRAVA-BENEFICIOS
           DISPLAY "BENEFICIOS EXCLUIDOS".

       7000-GRAVA-BENEFICIOS.
      *===== REGRAVAR A PARTIR DE UMA TABELA QUE NAO COUBE O ARQUIVO
      *===== PERDERIA O EXCEDENTE.
           IF WS-BEN-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA REGRAVADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-BENEFICIOS
           PERFORM VARYING WS-SUB-BEN FROM 1 BY 1
                   UNTIL WS-SUB-BEN > WS-TOTAL-BEN
               MOVE SPACES TO BENEFICIO-LINHA
               MOVE WS-BEN-CODIGO (WS-SUB-BEN) TO BEN-CODIGO
               MOVE WS-BEN-VT-ADESAO (WS-SUB-BEN) TO BEN-VT-ADESAO
               MOVE WS-BEN-VT-TARIFA (WS-SUB-BEN) TO BEN-VT-TARIFA-DIA
               MOVE WS-BEN-VT-OPER (WS-SUB-BEN) TO BEN-VT-OPERADORA
               MOVE WS-BEN-VR-ADESAO (WS-SUB-BEN) TO BEN-VR-ADESAO
               MOVE WS-BEN-VR-VALOR (WS-SUB-BEN) TO BEN-VR-VALOR-DIA
               MOVE WS-BEN-VR-OPER (WS-SUB-BEN) TO BEN-VR-OPERADORA
               MOVE WS-BEN-VR-PCT (WS-SUB-BEN) TO BEN-VR-PCT-DESCONTO
               WRITE BENEFICIO-LINHA
           END-PERFORM
           CLOSE ARQ-BENEFICIOS.

       END PROGRAM BENEFICIOS.
