      *======= DATA: 02/09/2026
      *======= OBSERVAÇÕES: O CONTADOR PARA DE RESSOMAR AS PAGINAS
      *=======               DE contracheques.txt NA CALCULADORA.
      *=======     MOD: 15/10/2026 - CE - O SALARIO-FAMILIA PAGO NA
      *=======          FOLHA (NOVA COLUNA DE impostos_folha.txt) E
      *=======          ABATIDO DA GUIA DO INSS PATRONAL; LINHAS ANTIGAS
      *=======          SEM A COLUNA CONTAM ZERO.
      *=======     MOD: 15/10/2026 - CE - impostos_folha.txt GANHOU AS
      *=======          COLUNAS DE SALARIO, EXTRAS E FALTAS DO MES
      *=======          (USADAS PELO RETROATIVO); SO O LAYOUT FOI
      *=======          ESTENDIDO.
      *=======     MOD: 15/10/2026 - CE - AS GUIAS GANHARAM O VENCIMENTO
      *=======          NO FIM DA LINHA: DIA 20 DO MES SEGUINTE AO DA
      *=======          FOLHA, ANTECIPADO PARA O DIA UTIL ANTERIOR PELO
      *=======          MODULO CALENDARIO. USADO PELO FLUXO DE CAIXA
      *=======          PROJETADO (FLUXOCAIXA).
      *==============================

       ENVIRONMENT DIVISION.
           05 IMP-INSS         PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-IRRF         PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-SALFAM       PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-SALARIO      PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-EXTRAS       PIC 9(07)V99.
           05 FILLER           PIC X.
           05 IMP-FALTAS       PIC 9(07)V99.

       FD  ARQ-GUIAS.
       01  GUIA-LINHA.
           05 GUI-TRIBUTO      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 GUI-VALOR        PIC 9(09)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 GUI-VENCIMENTO   PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-IMPOSTOS  PIC XX VALUE SPACES.
       01 WS-TOT-INSS         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-IRRF         PIC 9(9)V99 VALUE ZERO.
       01 WS-PATRONAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-PATRONAL-BRUTO   PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-SALFAM       PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-ED         PIC Z(08)9,99.
       01 WS-VENCIMENTO.
           05 WS-VENC-ANO      PIC 9(4).
           05 WS-VENC-MES      PIC 9(2).
           05 WS-VENC-DIA      PIC 9(2).
       01 WS-VENCIMENTO-N REDEFINES WS-VENCIMENTO PIC 9(8).
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE ACHA O
      *===== DIA UTIL DO VENCIMENTO DAS GUIAS.
       COPY "#calenpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CONSOLIDA
           PERFORM 1500-VENCIMENTO
           PERFORM 2000-GRAVA-GUIAS
           PERFORM 3000-AMARRACAO
           STOP RUN.
                       ADD IMP-BRUTO TO WS-TOT-BRUTO
                       ADD IMP-INSS TO WS-TOT-INSS
                       ADD IMP-IRRF TO WS-TOT-IRRF
                       IF IMP-SALFAM IS NUMERIC
                           ADD IMP-SALFAM TO WS-TOT-SALFAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-IMPOSTOS.
           COMPUTE WS-PATRONAL-BRUTO = WS-TOT-BRUTO * 0,20.
      *===== O SALARIO-FAMILIA PAGO NA FOLHA E COMPENSADO NA GUIA
      *===== DO INSS PATRONAL.
           IF WS-TOT-SALFAM > WS-PATRONAL-BRUTO
               MOVE ZERO TO WS-PATRONAL
           ELSE
               COMPUTE WS-PATRONAL = WS-PATRONAL-BRUTO - WS-TOT-SALFAM
           END-IF.

      *===== AS GUIAS DO MES DA FOLHA VENCEM NO DIA 20 DO MES
      *===== SEGUINTE; SEM EXPEDIENTE BANCARIO NO DIA 20, O
      *===== RECOLHIMENTO E ANTECIPADO PARA O DIA UTIL ANTERIOR.
       1500-VENCIMENTO.
           MOVE WS-MES-FOLHA TO WS-VENCIMENTO (1:6)
           IF WS-VENC-MES = 12
               ADD 1 TO WS-VENC-ANO
               MOVE 1 TO WS-VENC-MES
           ELSE
               ADD 1 TO WS-VENC-MES
           END-IF
           MOVE 20 TO WS-VENC-DIA
           MOVE 'U' TO CAL-FUNCAO
           MOVE WS-VENCIMENTO-N TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           PERFORM UNTIL CAL-RESPOSTA = 'S'
               MOVE 'C' TO CAL-FUNCAO
               MOVE WS-VENCIMENTO-N TO CAL-DATA-1
               MOVE -1 TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO-N
               MOVE 'U' TO CAL-FUNCAO
               MOVE WS-VENCIMENTO-N TO CAL-DATA-1
               CALL "CALENDARIO" USING CAL-PARAMETROS
           END-PERFORM.

       2000-GRAVA-GUIAS.
           OPEN OUTPUT ARQ-GUIAS
           MOVE WS-MES-FOLHA TO GUI-MES
           MOVE "INSS RETIDO" TO GUI-TRIBUTO
           MOVE WS-TOT-INSS TO GUI-VALOR
           MOVE WS-VENCIMENTO-N TO GUI-VENCIMENTO
           WRITE GUIA-LINHA
           MOVE SPACES TO GUIA-LINHA
           MOVE WS-MES-FOLHA TO GUI-MES
           MOVE "INSS PATRONAL" TO GUI-TRIBUTO
           MOVE WS-PATRONAL TO GUI-VALOR
           MOVE WS-VENCIMENTO-N TO GUI-VENCIMENTO
           WRITE GUIA-LINHA
           MOVE SPACES TO GUIA-LINHA
           MOVE WS-MES-FOLHA TO GUI-MES
           MOVE "IRRF" TO GUI-TRIBUTO
           MOVE WS-TOT-IRRF TO GUI-VALOR
           MOVE WS-VENCIMENTO-N TO GUI-VENCIMENTO
           WRITE GUIA-LINHA
           CLOSE ARQ-GUIAS.

           MOVE WS-TOT-IRRF TO WS-VALOR-ED.
           DISPLAY "IRRF RETIDO..........: " WS-VALOR-ED
                   " (CONFERE COM O TOTAL IRRF DA FOLHA)".
           MOVE WS-PATRONAL-BRUTO TO WS-VALOR-ED.
           DISPLAY "INSS PATRONAL (20PCT): " WS-VALOR-ED.
           IF WS-TOT-SALFAM > ZERO
               MOVE WS-TOT-SALFAM TO WS-VALOR-ED
               DISPLAY "SALARIO-FAMILIA (-)..: " WS-VALOR-ED
                       " (CONFERE COM O TOTAL SAL-FAMILIA DA FOLHA)"
               MOVE WS-PATRONAL TO WS-VALOR-ED
               DISPLAY "GUIA INSS PATRONAL...: " WS-VALOR-ED
           END-IF.
           DISPLAY "VENCIMENTO DAS GUIAS.: " WS-VENCIMENTO-N.
           DISPLAY "GUIAS EM guias_recolhimento.txt".
           DISPLAY "O RAZAOAUTO POSTA AS GUIAS NO RAZAO".

