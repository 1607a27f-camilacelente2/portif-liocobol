      *=======               DIFERENCA ENTRE DUAS DATAS, SOMA DE DIAS
      *=======               CORRIDOS, SOMA DE DIAS UTEIS E CONSULTA
      *=======               DE DIA UTIL.
      *=======     MOD: 15/10/2026 - CE - PEDE A LOJA (CALENDARIO DE
      *=======          FERIADOS DA LOJA) E TESTA TAMBEM A CONTA DE DIAS
      *=======          UTEIS ENTRE AS DATAS (FUNCAO 'N').
      *==============================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       77 WRK-DATA-1 PIC 9(8) VALUE ZERO.
       77 WRK-DATA-2 PIC 9(8) VALUE ZERO.
       77 WRK-DIAS   PIC S9(5) VALUE ZERO.
       77 WRK-LOJA   PIC 9(2) VALUE ZERO.

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".
           ACCEPT WRK-DATA-2.
           DISPLAY "DIAS A SOMAR ".
           ACCEPT WRK-DIAS.
           DISPLAY "LOJA (00 = EMPRESA TODA) ".
           ACCEPT WRK-LOJA.
           MOVE WRK-LOJA TO CAL-LOJA.

           MOVE 'D' TO CAL-FUNCAO.
           MOVE WRK-DATA-1 TO CAL-DATA-1.
           MOVE WRK-DATA-1 TO CAL-DATA-1.
           CALL "CALENDARIO" USING CAL-PARAMETROS.
           DISPLAY "DATA 1 E DIA UTIL (S/N): " CAL-RESPOSTA.

           MOVE 'N' TO CAL-FUNCAO.
           MOVE WRK-DATA-1 TO CAL-DATA-1.
           MOVE WRK-DATA-2 TO CAL-DATA-2.
           CALL "CALENDARIO" USING CAL-PARAMETROS.
           DISPLAY "DIAS UTEIS ENTRE AS DATAS: " CAL-DIAS.
           STOP RUN.
