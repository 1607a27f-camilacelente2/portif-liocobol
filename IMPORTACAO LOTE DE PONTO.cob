      *=======          O BALDE DE FIM DE SEMANA; OS DOIS BALDES
      *=======          SAEM EM COLUNAS NOVAS DO resumo_ponto.txt E
      *=======          O CONTRACHEQUE PAGA CADA UM NA SUA TAXA.
      *=======     MOD: 15/10/2026 - CE - DIA UTIL TRABALHADO ABAIXO DE
      *=======          8H GRAVA A DIFERENCA NA COLUNA NOVA
      *=======          RSP-HORAS-A-MENOS DO resumo_ponto.txt, DEBITADA
      *=======          PELO BANCO DE HORAS (BANCOHORAS).
      *==============================

       ENVIRONMENT DIVISION.
       05  RSP-NOTURNO          PIC 9(03)V99.
       05  FILLER               PIC X VALUE SPACE.
       05  RSP-FIM-SEMANA       PIC 9(03)V99.
       05  FILLER               PIC X VALUE SPACE.
       05  RSP-HORAS-A-MENOS    PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-LOTE        PIC XX VALUE SPACES.
       01 WS-ACHOU-FUNC         PIC X VALUE 'N'.
       01 WS-TOTAL-DESCARTADAS  PIC 9(5) VALUE ZERO.
       01 WS-NOTURNO-DIA        PIC 9(2)V99 VALUE ZERO.
       01 WS-A-MENOS-DIA        PIC 9(2)V99 VALUE ZERO.
       01 WS-E-DIA-UTIL         PIC X VALUE 'N'.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE DIZ SE
      *===== O DIA DA BATIDA E UTIL.
               10 WS-PT-FALTAS  PIC 9(2).
               10 WS-PT-NOTURNO PIC 9(3)V99.
               10 WS-PT-FDS     PIC 9(3)V99.
               10 WS-PT-A-MENOS PIC 9(3)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   MOVE 8.00 TO WS-HORAS-NORMAIS-DIA
               ELSE
                   MOVE WS-HORAS-DIA TO WS-HORAS-NORMAIS-DIA
      *===== DIA UTIL TRABALHADO ABAIXO DE 8H: A DIFERENCA VAI PARA
      *===== O BALDE DE HORAS A MENOS (DEBITO DO BANCO DE HORAS).
                   IF WS-HORAS-DIA < 8
                       COMPUTE WS-A-MENOS-DIA = 8 - WS-HORAS-DIA
                       ADD WS-A-MENOS-DIA
                         TO WS-PT-A-MENOS (WS-FUNC-CORRENTE)
                   END-IF
               END-IF
           END-IF
           ADD WS-HORAS-NORMAIS-DIA
               MOVE ZERO TO WS-PT-FALTAS (WS-FUNC-CORRENTE)
               MOVE ZERO TO WS-PT-NOTURNO (WS-FUNC-CORRENTE)
               MOVE ZERO TO WS-PT-FDS (WS-FUNC-CORRENTE)
               MOVE ZERO TO WS-PT-A-MENOS (WS-FUNC-CORRENTE)
           END-IF.

       3000-GRAVA-RESUMO.
               MOVE WS-PT-FALTAS (WS-SUB-FUNC) TO RSP-FALTAS
               MOVE WS-PT-NOTURNO (WS-SUB-FUNC) TO RSP-NOTURNO
               MOVE WS-PT-FDS (WS-SUB-FUNC) TO RSP-FIM-SEMANA
               MOVE WS-PT-A-MENOS (WS-SUB-FUNC) TO RSP-HORAS-A-MENOS
               WRITE RESUMO-LINHA
               DISPLAY "FUNC " WS-PT-CODIGO (WS-SUB-FUNC)
                       " MES " WS-PT-MES (WS-SUB-FUNC)
                       " FALTAS " RSP-FALTAS
                       " NOT " RSP-NOTURNO
                       " FDS " RSP-FIM-SEMANA
                       " MENOS " RSP-HORAS-A-MENOS
           END-PERFORM.
           CLOSE ARQ-RESUMO.

