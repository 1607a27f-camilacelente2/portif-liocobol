      *=======               ALUGUEIS, 31002 MULTAS, 31003 FRETES,
      *=======               31009 SOBRAS DE CAIXA, 41001 FOLHA,
      *=======               41002 TRIBUTOS DA FOLHA.
      *=======     MOD: 15/10/2026 - CE - CONTAS DO IMOBILIZADO - 12001
      *=======          IMOBILIZADO (A), 12009 DEPRECIACAO ACUMULADA
      *=======          (A), 41010 DESPESA DE DEPRECIACAO (D), 31011
      *=======          GANHO NA BAIXA (R) E 41011 PERDA NA BAIXA (D),
      *=======          USADAS PELO IMOBILIZADO E PELO IMOBDEPREC.
      *=======     MOD: 15/10/2026 - CE - GRUPO DA DRE (CTA-GRUPO,
      *=======          TABELA #grupodre) NAS CONTAS R E D, PEDIDO NA
      *=======          INCLUSAO E TROCADO PELA OPCAO 3; LIDO PELO DRE.
      *=======     MOD: 15/10/2026 - CE - CONTA 21001 CREDITO DE
      *=======          CLIENTES (P), SALDO PRE-PAGO QUE A LOCADORA DEVE
      *=======          AOS CLIENTES; POSTADA PELO RAZAOAUTO E LEVADA
      *=======          ADIANTE PELO ANOFECHA.
      *=======     MOD: 15/10/2026 - CE - CONTAS POSTADAS FORA DA LISTA
      *=======          DE PARTIDA, COM A ORIGEM E O CENTRO: 31004
      *=======          QUITACAO DE FATURAS (R, FATURABAIXA, CENTRO DA
      *=======          FATURA OU BAL), 31005 CAMBIO REALIZADO E 31006
      *=======          REAVALIACAO CAMBIAL (R, RAZAOAUTO, CAM), 31007
      *=======          VARIACAO CAMBIAL DE FATURAS (R, FATURABAIXA,
      *=======          BAL), 31008 RECUPERACAO DE SINISTRO DE FRETE (R,
      *=======          RAZAOAUTO, FRT), 31010 MENSALIDADES (R,
      *=======          MENSALFATURA, ESC), 31011 GANHO NA BAIXA E 41011
      *=======          PERDA NA BAIXA (IMOBILIZADO, CENTRO DO BEM),
      *=======          41003 COMPRA DE COPIAS (D, PEDIDOCOMPRA, CMP),
      *=======          41004 VALE TRANSPORTE E REFEICAO (D, RAZAOAUTO,
      *=======          CENTRO DE CADA LINHA DA APURACAO) E 41010
      *=======          DEPRECIACAO (D, IMOBDEPREC, CENTRO DO BEM).
      *==============================

       ENVIRONMENT DIVISION.
           05 CTA-NOME          PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 CTA-TIPO          PIC X(01).
           05 FILLER            PIC X VALUE SPACE.
           05 CTA-GRUPO         PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PLANO     PIC XX VALUE SPACES.
       01 WS-NOME-PEDIDO      PIC X(30) VALUE SPACES.
       01 WS-TIPO-PEDIDO      PIC X VALUE SPACE.
       01 WS-CONTA-JA-EXISTE  PIC X VALUE 'N'.
       01 WS-GRUPO-PEDIDO     PIC X(2) VALUE SPACES.
       01 WS-GRUPO-OK         PIC X VALUE 'N'.
       01 WS-SUB-GRD          PIC 9(2) VALUE ZERO.
       01 WS-SUB-PLANO        PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PLANO      PIC 9(3) VALUE ZERO.
       01 WS-CTA-ACHADA       PIC 9(3) VALUE ZERO.

      *===== PLANO EM MEMORIA (ATE 200 CONTAS) PARA REGRAVAR O
      *===== ARQUIVO NA TROCA DE GRUPO DA DRE.
       01  WS-TABELA-PLANO.
           05 WS-PLANO-LINHA  PIC X(40) OCCURS 200 TIMES.

           COPY "#grupodre".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== PLANO DE CONTAS ===".
           DISPLAY "1 - LISTAR CONTAS".
           DISPLAY "2 - INCLUIR CONTA".
           DISPLAY "3 - GRUPO DA DRE DE UMA CONTA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 2000-LISTAR
               WHEN '2' PERFORM 3000-INCLUIR
               WHEN '3' PERFORM 6000-ALTERA-GRUPO
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                   NOT AT END
                       DISPLAY CTA-CODIGO " " CTA-NOME
                               " TIPO " CTA-TIPO
                               " GRUPO DRE " CTA-GRUPO
               END-READ
           END-PERFORM.
           CLOSE ARQ-PLANO.
               DISPLAY "TIPO INVALIDO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GRUPO-PEDIDO
           IF WS-TIPO-PEDIDO = 'R' OR WS-TIPO-PEDIDO = 'D'
               PERFORM 5000-PEDE-GRUPO
               IF WS-GRUPO-OK NOT = 'S'
                   DISPLAY "GRUPO INVALIDO - NADA GRAVADO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN EXTEND ARQ-PLANO
           IF WS-STATUS-PLANO = "35"
               OPEN OUTPUT ARQ-PLANO
           MOVE WS-CODIGO-PEDIDO TO CTA-CODIGO
           MOVE WS-NOME-PEDIDO TO CTA-NOME
           MOVE WS-TIPO-PEDIDO TO CTA-TIPO
           MOVE WS-GRUPO-PEDIDO TO CTA-GRUPO
           WRITE CONTA-LINHA
           CLOSE ARQ-PLANO
           DISPLAY "CONTA INCLUIDA".
           END-PERFORM
           CLOSE ARQ-PLANO.

      *===== MOSTRA OS GRUPOS DA DRE E PEDE UM; BRANCO FICA COM O
      *===== GRUPO PADRAO DO DRE (RO PARA RECEITA, DA PARA DESPESA).
       5000-PEDE-GRUPO.
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > 12
               DISPLAY "   " GRD-CODIGO (WS-SUB-GRD) " - "
                       GRD-NOME (WS-SUB-GRD)
           END-PERFORM
           MOVE SPACES TO WS-GRUPO-PEDIDO
           DISPLAY "GRUPO DA DRE (BRANCO = PADRAO): "
           ACCEPT WS-GRUPO-PEDIDO
           MOVE 'N' TO WS-GRUPO-OK
           IF WS-GRUPO-PEDIDO = SPACES
               MOVE 'S' TO WS-GRUPO-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-GRD FROM 1 BY 1
                   UNTIL WS-SUB-GRD > 12
               IF GRD-CODIGO (WS-SUB-GRD) = WS-GRUPO-PEDIDO
                   MOVE 'S' TO WS-GRUPO-OK
               END-IF
           END-PERFORM.

      *===== TROCA O GRUPO DA DRE DE UMA CONTA R OU D JA
      *===== CADASTRADA E REGRAVA O plano_contas.txt.
       6000-ALTERA-GRUPO.
           MOVE SPACES TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DA CONTA (VAZIO CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TOTAL-PLANO
           MOVE ZERO TO WS-CTA-ACHADA
           OPEN INPUT ARQ-PLANO
           IF WS-STATUS-PLANO NOT = "00"
               DISPLAY "NENHUMA CONTA CADASTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PLANO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-PLANO < 200
                           ADD 1 TO WS-TOTAL-PLANO
                           MOVE CONTA-LINHA
                             TO WS-PLANO-LINHA (WS-TOTAL-PLANO)
                           IF CTA-CODIGO = WS-CODIGO-PEDIDO
                               MOVE WS-TOTAL-PLANO TO WS-CTA-ACHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PLANO
           IF WS-CTA-ACHADA = ZERO
               DISPLAY "CONTA NAO CADASTRADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLANO-LINHA (WS-CTA-ACHADA) TO CONTA-LINHA
           IF NOT (CTA-TIPO = 'R' OR CTA-TIPO = 'D')
               DISPLAY "SO CONTAS DE RECEITA (R) E DESPESA (D) ENTRAM "
                       "NA DRE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY CTA-CODIGO " " CTA-NOME " GRUPO ATUAL " CTA-GRUPO
           PERFORM 5000-PEDE-GRUPO
           IF WS-GRUPO-OK NOT = 'S'
               DISPLAY "GRUPO INVALIDO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLANO-LINHA (WS-CTA-ACHADA) TO CONTA-LINHA
           MOVE WS-GRUPO-PEDIDO TO CTA-GRUPO
           MOVE CONTA-LINHA TO WS-PLANO-LINHA (WS-CTA-ACHADA)
           OPEN OUTPUT ARQ-PLANO
           PERFORM VARYING WS-SUB-PLANO FROM 1 BY 1
                   UNTIL WS-SUB-PLANO > WS-TOTAL-PLANO
               MOVE WS-PLANO-LINHA (WS-SUB-PLANO) TO CONTA-LINHA
               WRITE CONTA-LINHA
           END-PERFORM
           CLOSE ARQ-PLANO
           DISPLAY "GRUPO DA DRE ATUALIZADO".

       END PROGRAM PLANOCONTAS.
