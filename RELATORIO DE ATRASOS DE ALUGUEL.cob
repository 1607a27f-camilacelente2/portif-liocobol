      *=======          LOJAS, O DETALHE MOSTRA A LOJA DO EMPRESTIMO
      *=======          E O FECHO TRAZ ATRASADOS E MULTAS POR LOJA
      *=======          ALEM DO TOTAL GERAL.
      *=======     MOD: 15/10/2026 - CE - A CONTA DE DIAS DE ATRASO
      *=======          PASSA A SER EM DIAS UTEIS NO CALENDARIO DE
      *=======          FERIADOS DA LOJA DO EMPRESTIMO (CALENDARIO 'N'
      *=======          COM EMP-LOJA), A MESMA DA MULTA GERADA NA
      *=======          DEVOLUCAO.
      *==============================

       ENVIRONMENT DIVISION.
           END-PERFORM.

       2100-AVALIA-ATRASO.
           MOVE 'N' TO CAL-FUNCAO
           MOVE EMP-DATA-PREVISTA TO CAL-DATA-1
           IF EMP-LOJA = ZERO
               MOVE 1 TO CAL-LOJA
           ELSE
               MOVE EMP-LOJA TO CAL-LOJA
           END-IF
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-DIAS > ZERO
