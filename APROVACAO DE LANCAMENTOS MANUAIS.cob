       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAOAPROVA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: SEGUNDA ASSINATURA DOS LANCAMENTOS MANUAIS
      *=======           GRANDES. O RAZAOMANUAL DEIXA EM
      *=======           lancamentos_pendentes.txt (#pendlctdat) O
      *=======           LANCAMENTO ACIMA DO LIMITE DE
      *=======           razao_config.txt; AQUI UM OPERADOR DE PERFIL
      *=======           GERENTE (OPERLOGIN), DIFERENTE DE QUEM PEDIU,
      *=======           LISTA, APROVA OU REJEITA COM O MOTIVO. SO O
      *=======           APROVADO E POSTADO NO lancamentos.txt E MEXE
      *=======           NO saldo.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O APROVADOR FICA CARIMBADO NO FIM DA
      *=======               DESCRICAO DA LINHA DO RAZAO ("MAN
      *=======               <DESCRICAO> AP<OPERADOR>"), SEM MUDAR O
      *=======               LAYOUT DO lancamentos.txt. CONTROLE DE
      *=======               PERIODO COMO NO RAZAOMANUAL, NA HORA DA
      *=======               APROVACAO: MES FECHADO EMPURRA PARA HOJE
      *=======               COM A MARCA "MC"; COM O MES DE HOJE
      *=======               FECHADO O PENDENTE FICA COMO ESTA.
      *=======     MOD: 15/10/2026 - CE - ARQUIVO DE PENDENTES MAIOR QUE
      *=======          A TABELA (1000) ENCERRA O PROGRAMA NA CARGA,
      *=======          ANTES DE QUALQUER DECISAO, EM VEZ DE REGRAVAR
      *=======          PELA METADE E PERDER O EXCEDENTE.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENTES ASSIGN TO "lancamentos_pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENTES.
           COPY "#pendlctdat".

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

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PENDENTES   PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
       01 WS-MES-FECHADO      PIC X VALUE 'N'.
       01 WS-COMP-TESTE       PIC 9(6) VALUE ZERO.
       01 WS-FOI-EMPURRADO    PIC X VALUE 'N'.
       01 WS-DATA-POSTAGEM    PIC 9(8) VALUE ZERO.
       01 WS-NUMERO-PEDIDO    PIC 9(6) VALUE ZERO.
       01 WS-MOTIVO-PEDIDO    PIC X(30) VALUE SPACES.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-SUB-PND          PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PND        PIC 9(4) VALUE ZERO.
       01 WS-PND-ACHADO       PIC 9(4) VALUE ZERO.
       01 WS-QTDE-ABERTOS     PIC 9(4) VALUE ZERO.
       01 WS-PND-EXCEDENTE    PIC 9(6) VALUE ZERO.
       01 WS-VALOR-ED         PIC ZZZZZZ9.99.

      *===== PENDENTES EM MEMORIA (ATE 1000), REGRAVADOS INTEIROS A
      *===== CADA DECISAO.
       01  WS-TABELA-PENDENTES.
           05 WS-PND-ITEM OCCURS 1000 TIMES.
               10 WS-PND-NUMERO PIC 9(6).
               10 WS-PND-LINHA  PIC X(130).

      *===== AREA DE PARAMETROS DO MODULO OPERLOGIN.
           COPY "#operpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== APROVACAO DE LANCAMENTOS MANUAIS ==="
           PERFORM 0100-IDENTIFICA-GERENTE
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-PENDENTES
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

      *===== SEM operadores.dat NAO HA COMO HAVER DUAS PESSOAS: A
      *===== APROVACAO EXIGE UM GERENTE CADASTRADO.
       0100-IDENTIFICA-GERENTE.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT OPR-CODIGO
           DISPLAY "SENHA: "
           ACCEPT OPR-SENHA
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS - ENCERRANDO"
               STOP RUN
           END-IF
           IF OPR-RETORNO = '2'
               DISPLAY "SEM CADASTRO DE OPERADORES - A APROVACAO "
                       "EXIGE UM GERENTE CADASTRADO"
               STOP RUN
           END-IF
           IF NOT OPR-GERENTE
               DISPLAY "APROVACAO DE LANCAMENTOS RESTRITA AO GERENTE"
               STOP RUN
           END-IF
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

      *===== O ARQUIVO E REGRAVADO INTEIRO A CADA DECISAO: SE NAO
      *===== COUBE NA TABELA, A REGRAVACAO PERDERIA O EXCEDENTE, E
      *===== O PROGRAMA PARA ANTES DE APROVAR OU REJEITAR QUALQUER
      *===== COISA.
       1000-CARREGA-PENDENTES.
           MOVE ZERO TO WS-TOTAL-PND
           MOVE ZERO TO WS-PND-EXCEDENTE
           OPEN INPUT ARQ-PENDENTES
           IF WS-STATUS-PENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PENDENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PND-NUMERO IS NUMERIC
                           IF WS-TOTAL-PND < 1000
                               ADD 1 TO WS-TOTAL-PND
                               MOVE PND-NUMERO
                                 TO WS-PND-NUMERO (WS-TOTAL-PND)
                               MOVE PENDENTE-LINHA
                                 TO WS-PND-LINHA (WS-TOTAL-PND)
                           ELSE
                               ADD 1 TO WS-PND-EXCEDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PENDENTES
           IF WS-PND-EXCEDENTE > ZERO
               DISPLAY "ERRO: lancamentos_pendentes.txt COM MAIS DE "
                       "1000 PEDIDOS - " WS-PND-EXCEDENTE
                       " NAO COUBERAM NA TABELA"
               DISPLAY "ARQUIVE OS PEDIDOS JA DECIDIDOS ANTES DE "
                       "APROVAR - NADA FOI ALTERADO"
               STOP RUN
           END-IF.

       1200-GRAVA-PENDENTES.
           OPEN OUTPUT ARQ-PENDENTES
           PERFORM VARYING WS-SUB-PND FROM 1 BY 1
                   UNTIL WS-SUB-PND > WS-TOTAL-PND
               MOVE WS-PND-LINHA (WS-SUB-PND) TO PENDENTE-LINHA
               WRITE PENDENTE-LINHA
           END-PERFORM
           CLOSE ARQ-PENDENTES.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "1 - LISTAR PENDENTES".
           DISPLAY "2 - APROVAR E POSTAR NO RAZAO".
           DISPLAY "3 - REJEITAR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTAR
               WHEN '2' PERFORM 4000-APROVAR
               WHEN '3' PERFORM 5000-REJEITAR
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTAR.
           MOVE ZERO TO WS-QTDE-ABERTOS
           PERFORM VARYING WS-SUB-PND FROM 1 BY 1
                   UNTIL WS-SUB-PND > WS-TOTAL-PND
               MOVE WS-PND-LINHA (WS-SUB-PND) TO PENDENTE-LINHA
               IF PENDENTE-ABERTO
                   ADD 1 TO WS-QTDE-ABERTOS
                   MOVE PND-VALOR TO WS-VALOR-ED
                   DISPLAY PND-NUMERO " " PND-DATA " " PND-TIPO " "
                           WS-VALOR-ED " " PND-DESCRICAO " "
                           PND-CENTRO " " PND-CONTA " PEDIDO POR "
                           PND-OPER-PEDIDO " EM " PND-DATA-PEDIDO
               END-IF
           END-PERFORM
           DISPLAY "PENDENTES: " WS-QTDE-ABERTOS.

       3800-ACHA-PENDENTE.
           MOVE ZERO TO WS-PND-ACHADO
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO PENDENTE (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-PND FROM 1 BY 1
                   UNTIL WS-SUB-PND > WS-TOTAL-PND
               IF WS-PND-NUMERO (WS-SUB-PND) = WS-NUMERO-PEDIDO
                   MOVE WS-SUB-PND TO WS-PND-ACHADO
               END-IF
           END-PERFORM
           IF WS-PND-ACHADO = ZERO
               DISPLAY "PENDENTE NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PND-LINHA (WS-PND-ACHADO) TO PENDENTE-LINHA
           IF NOT PENDENTE-ABERTO
               DISPLAY "LANCAMENTO JA DECIDIDO (SITUACAO "
                       PND-SITUACAO ")"
               MOVE ZERO TO WS-PND-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF PND-OPER-PEDIDO = OPR-CODIGO
               DISPLAY "QUEM PEDIU NAO PODE DECIDIR O PROPRIO "
                       "LANCAMENTO"
               MOVE ZERO TO WS-PND-ACHADO
               EXIT PARAGRAPH
           END-IF
           MOVE PND-VALOR TO WS-VALOR-ED
           DISPLAY PND-DATA " " PND-TIPO " " WS-VALOR-ED " "
                   PND-DESCRICAO " " PND-CENTRO " " PND-CONTA
                   " PEDIDO POR " PND-OPER-PEDIDO.

       4000-APROVAR.
           PERFORM 3800-ACHA-PENDENTE
           IF WS-PND-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "APROVA E POSTA NO RAZAO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "NADA FEITO"
               EXIT PARAGRAPH
           END-IF
           MOVE PND-DATA TO WS-DATA-POSTAGEM
           PERFORM 4400-CONTROLE-DE-PERIODO
           IF WS-MES-FECHADO = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-POSTA
           MOVE WS-PND-LINHA (WS-PND-ACHADO) TO PENDENTE-LINHA
           MOVE 'A' TO PND-SITUACAO
           MOVE OPR-CODIGO TO PND-OPER-DECISAO
           MOVE WS-HOJE TO PND-DATA-DECISAO
           MOVE PENDENTE-LINHA TO WS-PND-LINHA (WS-PND-ACHADO)
           PERFORM 1200-GRAVA-PENDENTES
           IF WS-FOI-EMPURRADO = 'S'
               DISPLAY "MES FECHADO: LANCAMENTO EMPURRADO PARA "
                       "HOJE COM A MARCA MC"
           END-IF
           DISPLAY "APROVADO - LANCAMENTO GRAVADO E SALDO ATUALIZADO".

       5000-REJEITAR.
           PERFORM 3800-ACHA-PENDENTE
           IF WS-PND-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOTIVO-PEDIDO
           DISPLAY "MOTIVO DA REJEICAO (OBRIGATORIO): "
           ACCEPT WS-MOTIVO-PEDIDO
           IF WS-MOTIVO-PEDIDO = SPACES
               DISPLAY "SEM MOTIVO - NADA FEITO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO PND-SITUACAO
           MOVE OPR-CODIGO TO PND-OPER-DECISAO
           MOVE WS-HOJE TO PND-DATA-DECISAO
           MOVE WS-MOTIVO-PEDIDO TO PND-MOTIVO
           MOVE PENDENTE-LINHA TO WS-PND-LINHA (WS-PND-ACHADO)
           PERFORM 1200-GRAVA-PENDENTES
           DISPLAY "LANCAMENTO REJEITADO - NADA POSTADO NO RAZAO".

      *===== MESMO CONTROLE DE PERIODO DO RAZAOMANUAL, SOBRE A DATA
      *===== DO LANCAMENTO NA HORA DA APROVACAO.
       4400-CONTROLE-DE-PERIODO.
           MOVE 'N' TO WS-FOI-EMPURRADO
           MOVE WS-DATA-POSTAGEM (1:6) TO WS-COMP-TESTE
           PERFORM 4450-TESTA-FECHADO
           IF WS-MES-FECHADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE (1:6) TO WS-COMP-TESTE
           PERFORM 4450-TESTA-FECHADO
           IF WS-MES-FECHADO = 'S'
               DISPLAY "ATE O MES CORRENTE ESTA FECHADO - "
                       "LANCAMENTO CONTINUA PENDENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOJE TO WS-DATA-POSTAGEM
           MOVE 'S' TO WS-FOI-EMPURRADO.

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

      *===== POSTA O PENDENTE (EM PENDENTE-LINHA) COM O APROVADOR NO
      *===== FIM DA DESCRICAO E ACERTA O saldo.txt.
       4500-POSTA.
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               CLOSE ARQ-LANCAMENTOS
               OPEN EXTEND ARQ-LANCAMENTOS
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           MOVE WS-DATA-POSTAGEM TO LCT-DATA
           MOVE PND-TIPO TO LCT-TIPO
           MOVE PND-VALOR TO LCT-VALOR
           MOVE SPACES TO LCT-DESCRICAO
           IF WS-FOI-EMPURRADO = 'S'
               STRING "MC " PND-DESCRICAO " AP" OPR-CODIGO
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           ELSE
               STRING "MAN " PND-DESCRICAO " AP" OPR-CODIGO
                      DELIMITED BY SIZE INTO LCT-DESCRICAO
           END-IF
           MOVE PND-CENTRO TO LCT-CENTRO
           MOVE PND-CONTA TO LCT-CONTA
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
           IF PND-TIPO = 'D'
               SUBTRACT PND-VALOR FROM WS-SALDO-ATUAL
           ELSE
               ADD PND-VALOR TO WS-SALDO-ATUAL
           END-IF
           OPEN OUTPUT ARQ-SALDO
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR
           WRITE SALDO-LINHA
           CLOSE ARQ-SALDO.

       END PROGRAM RAZAOAPROVA.
