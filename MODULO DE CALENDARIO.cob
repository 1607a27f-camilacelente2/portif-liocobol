      *======= OBSERVAÇÕES: DIA DA SEMANA = RESTO DO DIA JULIANO POR
      *=======               7 (0 = SEGUNDA ... 5 = SABADO,
      *=======               6 = DOMINGO).
      *=======     MOD: 15/10/2026 - CE - FUNCAO 'S' DEVOLVE O DIA DA
      *=======          SEMANA DA DATA (1 = SEGUNDA ... 7 = DOMINGO) EM
      *=======          CAL-DIAS, PARA A GRADE HORARIA E AS FOLHAS DE
      *=======          CHAMADA POR AULA.
      *=======     MOD: 15/10/2026 - CE - FERIADO COM ABRANGENCIA
      *=======          (#feriadodat): NACIONAL, ESTADUAL OU MUNICIPAL
      *=======          DE UMA LOJA. CAL-LOJA ESCOLHE O CALENDARIO DA
      *=======          LOJA EM 'A', 'U' E NA FUNCAO NOVA 'N' (CONTA DE
      *=======          DIAS UTEIS ENTRE DUAS DATAS); LOJA ZERO =
      *=======          EMPRESA TODA, SO NACIONAIS E ESTADUAIS.
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FERIADOS.
           COPY "#feriadodat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FERIADOS  PIC XX VALUE SPACES.
       01 WS-EH-UTIL          PIC X VALUE 'N'.
       01 WS-UTEIS-SOMADOS    PIC 9(5) VALUE ZERO.
       01 WS-SUB-FERIADO      PIC 9(3) VALUE ZERO.
       01 WS-LOJA-CHAMADA     PIC 9(2) VALUE ZERO.
       01 WS-DIAS-CONTADOS    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FERIADOS   PIC 9(3) VALUE ZERO.
       01 WS-FERIADOS-LIDOS   PIC X VALUE 'N'.

      *===== FERIADOS EM MEMORIA (ATE 300 LINHAS), CARREGADOS UMA
      *===== VEZ POR CHAMADA DO PROGRAMA QUE USA O MODULO. LOJA
      *===== ZERO = NACIONAL OU ESTADUAL (VALE PARA TODAS).
       01  WS-TABELA-FERIADOS.
           05 WS-FERIADO-ITEM OCCURS 300 TIMES.
               10 WS-FERIADO      PIC 9(8).
               10 WS-FERIADO-LOJA PIC 9(2).

       LINKAGE SECTION.
       COPY "#calenpar".
           IF WS-FERIADOS-LIDOS NOT = 'S'
               PERFORM 0900-CARREGA-FERIADOS
           END-IF.
           IF CAL-LOJA IS NUMERIC
               MOVE CAL-LOJA TO WS-LOJA-CHAMADA
           ELSE
               MOVE ZERO TO WS-LOJA-CHAMADA
           END-IF.
           EVALUATE CAL-FUNCAO
               WHEN 'D' PERFORM 0200-DIFERENCA
               WHEN 'C' PERFORM 0300-SOMA-CORRIDOS
               WHEN 'A' PERFORM 0400-SOMA-UTEIS
               WHEN 'U' PERFORM 0500-E-DIA-UTIL
               WHEN 'S' PERFORM 0550-DIA-DA-SEMANA
               WHEN 'N' PERFORM 0570-CONTA-UTEIS
               WHEN OTHER
                   MOVE '1' TO CAL-RETORNO
           END-EVALUATE.
           PERFORM 0600-TESTA-DIA-UTIL
           MOVE WS-EH-UTIL TO CAL-RESPOSTA.

      *===== DIA DA SEMANA DE CAL-DATA-1 EM CAL-DIAS, NA NUMERACAO DE
      *===== #diasemananomes (1 = SEGUNDA ... 7 = DOMINGO); O RESTO
      *===== DO JULIANO POR 7 COMECA EM 0 = SEGUNDA.
       0550-DIA-DA-SEMANA.
           MOVE CAL-DATA-1 TO WS-DATA-TRABALHO
           PERFORM 0800-DATA-PARA-DIAS
           DIVIDE WS-DIAS-JULIANO BY 7
               GIVING WS-DIA-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
           COMPUTE CAL-DIAS = WS-DIA-SEMANA + 1.

      *===== DIAS UTEIS DA LOJA DEPOIS DE CAL-DATA-1 ATE CAL-DATA-2
      *===== INCLUSIVE - OS DIAS DE ATRASO QUE A MULTA COBRA.
       0570-CONTA-UTEIS.
           MOVE CAL-DATA-2 TO WS-DATA-TRABALHO
           PERFORM 0800-DATA-PARA-DIAS
           MOVE WS-DIAS-JULIANO TO WS-JULIANO-2
           MOVE CAL-DATA-1 TO WS-DATA-TRABALHO
           PERFORM 0800-DATA-PARA-DIAS
           MOVE ZERO TO WS-DIAS-CONTADOS
           PERFORM UNTIL WS-DIAS-JULIANO NOT < WS-JULIANO-2
               ADD 1 TO WS-DIAS-JULIANO
               PERFORM 0850-DIAS-PARA-DATA
               PERFORM 0600-TESTA-DIA-UTIL
               IF WS-EH-UTIL = 'S'
                   ADD 1 TO WS-DIAS-CONTADOS
               END-IF
           END-PERFORM
           MOVE WS-DIAS-CONTADOS TO CAL-DIAS.

      *===== DIA UTIL = NAO E SABADO NEM DOMINGO NEM FERIADO
      *===== NACIONAL, ESTADUAL OU DA LOJA DA CHAMADA; USA A DATA EM
      *===== WS-DATA-TRABALHO E O JULIANO JA CALCULADO.
       0600-TESTA-DIA-UTIL.
           MOVE 'S' TO WS-EH-UTIL
           DIVIDE WS-DIAS-JULIANO BY 7
           PERFORM VARYING WS-SUB-FERIADO FROM 1 BY 1
                   UNTIL WS-SUB-FERIADO > WS-TOTAL-FERIADOS
               IF WS-FERIADO (WS-SUB-FERIADO) = WS-DATA-TRABALHO
                  AND (WS-FERIADO-LOJA (WS-SUB-FERIADO) = ZERO
                   OR WS-FERIADO-LOJA (WS-SUB-FERIADO)
                      = WS-LOJA-CHAMADA)
                   MOVE 'N' TO WS-EH-UTIL
               END-IF
           END-PERFORM.
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-FERIADOS < 300
                          AND FER-DATA IS NUMERIC
                           ADD 1 TO WS-TOTAL-FERIADOS
                           MOVE FER-DATA
                             TO WS-FERIADO (WS-TOTAL-FERIADOS)
                           PERFORM 0950-LOJA-DO-FERIADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FERIADOS.

      *===== ABRANGENCIA DA LINHA: NACIONAL/ESTADUAL (OU EM BRANCO,
      *===== LINHA ANTIGA) = LOJA ZERO; NUMERO = FERIADO MUNICIPAL
      *===== SO DAQUELA LOJA.
       0950-LOJA-DO-FERIADO.
           IF FERIADO-NACIONAL OR FERIADO-ESTADUAL
              OR FER-LOJA IS NOT NUMERIC
               MOVE ZERO TO WS-FERIADO-LOJA (WS-TOTAL-FERIADOS)
           ELSE
               MOVE FER-LOJA TO WS-FERIADO-LOJA (WS-TOTAL-FERIADOS)
           END-IF.

       END PROGRAM CALENDARIO.
