      *=======          ORIGEM "13O", PARA O RAZAOAUTO POSTAR O 13O
      *=======          COM CHAVE PROPRIA ("AUT 13O") EM VEZ DE
      *=======          COLIDIR COM A CHAVE DO SALARIO DO MES.
      *=======     MOD: 15/10/2026 - CE - CADA RODADA ANEXA O BRUTO PAGO
      *=======          A CADA FUNCIONARIO EM decimo_pagamentos.txt
      *=======          (AREA #decimopagdat), PARA A RESCISAO DESCONTAR
      *=======          DO 13O PROPORCIONAL O QUE JA FOI PAGO NO ANO.
      *=======     MOD: 15/10/2026 - CE - A LINHA DE
      *=======          decimo_pagamentos.txt LEVA TAMBEM O INSS E O
      *=======          IRRF DESCONTADOS NA RODADA, PARA O INFORME DE
      *=======          RENDIMENTOS.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECONCILIACAO.

           SELECT ARQ-PAGAMENTOS ASSIGN TO "decimo_pagamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGAMENTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
       FD  ARQ-RECONCILIACAO.
       01  RECONCILIACAO-LINHA PIC X(100).

       FD  ARQ-PAGAMENTOS.
           COPY "#decimopagdat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-INSS         PIC XX VALUE SPACES.
       77 WS-STATUS-CONTRACHEQUES PIC XX VALUE SPACES.
       77 WS-STATUS-LIQUIDOS     PIC XX VALUE SPACES.
       77 WS-STATUS-RECONCILIACAO PIC XX VALUE SPACES.
       77 WS-STATUS-PAGAMENTOS   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-PARCELA          PIC 9 VALUE ZERO.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
               CLOSE ARQ-LIQUIDOS
               OPEN EXTEND ARQ-LIQUIDOS
           END-IF.
      *===== HISTORICO DO BRUTO PAGO POR FUNCIONARIO NO ANO, PARA A
      *===== RESCISAO DESCONTAR DO 13O PROPORCIONAL.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF WS-STATUS-PAGAMENTOS = "35"
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN EXTEND ARQ-PAGAMENTOS
           END-IF.
           OPEN OUTPUT ARQ-RECONCILIACAO.
           MOVE SPACES TO RECONCILIACAO-LINHA.
           STRING "13O SALARIO - PARCELA " WS-PARCELA
           MOVE WS-LIQUIDO TO LIQ-VALOR
           MOVE "13O" TO LIQ-ORIGEM
           WRITE LIQUIDO-LINHA
           MOVE SPACES TO DECIMO-PAGAMENTO-LINHA
           MOVE WS-ANO-ATUAL TO DCP-ANO
           MOVE WS-PARCELA TO DCP-PARCELA
           MOVE FUNC-CODIGO TO DCP-CODIGO
           IF WS-PARCELA = 1
               MOVE WS-PARCELA-1 TO DCP-BRUTO
           ELSE
               COMPUTE DCP-BRUTO = WS-13O-INTEGRAL - WS-PARCELA-1
           END-IF
           MOVE WS-INSS TO DCP-INSS
           MOVE WS-IRRF TO DCP-IRRF
           WRITE DECIMO-PAGAMENTO-LINHA
           PERFORM 2600-RECONCILIA.

      *===== MESES TRABALHADOS NO ANO, MESMA REGRA DO PROVISOES:
           CLOSE ARQ-CONTRACHEQUES
           CLOSE ARQ-LIQUIDOS
           CLOSE ARQ-RECONCILIACAO
           CLOSE ARQ-PAGAMENTOS
           MOVE WS-TOT-LIQUIDO TO WS-VALOR-ED
           DISPLAY "=== PARCELA " WS-PARCELA " DO 13O PAGA ==="
           DISPLAY "FUNCIONARIOS PAGOS: " WS-TOTAL-PAGOS
