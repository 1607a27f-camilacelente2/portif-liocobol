       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTACLI.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: SEGMENTACAO DOS CLIENTES PELO HISTORICO DE
      *=======           ALUGUEL (RECENCIA, FREQUENCIA E GASTO) E
      *=======           LISTA DE RECONQUISTA. CADA CLIENTE ATIVO DE
      *=======           clientes.dat RECEBE NOTA 1 A 5 EM CADA EIXO,
      *=======           COM OS ALUGUEIS DE emprestimos.dat E O
      *=======           VALOR PAGO EM receitas_alugueis.txt, E CAI
      *=======           NUM SEGMENTO: CAMPEAO, REGULAR, EM RISCO OU
      *=======           PERDIDO. O RESUMO POR SEGMENTO E A LISTA DE
      *=======           RECONQUISTA (CLIENTE QUE JA FOI FREQUENTE E
      *=======           ESTA HA N DIAS SEM ALUGAR, COM NOME E
      *=======           TELEFONE, PARA O BALCAO LIGAR COM UMA
      *=======           PROMOCAO) SAEM EM segmentacao_clientes.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: FREQUENCIA E GASTO CONTAM OS ULTIMOS 365
      *=======               DIAS; O GASTO E LIQUIDO DE DESCONTO DE
      *=======               PONTOS E DE ESTORNO. NOTAS:
      *=======               RECENCIA 5/4/3/2/1 = ATE 30/60/90/180
      *=======               DIAS OU MAIS; FREQUENCIA 5/4/3/2/1 = 24/
      *=======               12/6/2 ALUGUEIS OU MENOS; GASTO 5/4/3/2/1
      *=======               = 300/150/60/20 REAIS OU MENOS.
      *=======               CAMPEAO = RECENCIA E FREQUENCIA 4 OU MAIS
      *=======               E GASTO 3 OU MAIS; REGULAR = RECENCIA 3
      *=======               OU MAIS; EM RISCO = RECENCIA 2; PERDIDO =
      *=======               RECENCIA 1 OU NUNCA ALUGOU.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO "emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
           FILE STATUS IS WS-STATUS-EMPRESTIMOS.

           SELECT ARQ-RECEITAS ASSIGN TO "receitas_alugueis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-SEGMENTOS ASSIGN TO "segmentacao_clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEGMENTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
           COPY "#clientedat".

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-RECEITAS.
       01  RECEITA-LINHA.
           05 RCT-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 RCT-EMPRESTIMO    PIC 9(06).
           05 FILLER            PIC X.
           05 RCT-CODIGO-FILME  PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-CODIGO-CLIENTE PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-GENERO        PIC X(15).
           05 FILLER            PIC X.
           05 RCT-VALOR         PIC 9(03)V99.

       FD  ARQ-SEGMENTOS.
       01  SEGMENTO-LINHA       PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLIENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-EMPRESTIMOS PIC XX VALUE SPACES.
       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-SEGMENTOS   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-DIAS-RECONQUISTA   PIC 9(3) VALUE ZERO.
       01 WS-MIN-ALUGUEIS       PIC 9(3) VALUE ZERO.
      *===== DATAS DE CORTE, RECUADAS DE HOJE PELO CALENDARIO.
       01 WS-CORTE-30           PIC 9(8) VALUE ZERO.
       01 WS-CORTE-60           PIC 9(8) VALUE ZERO.
       01 WS-CORTE-90           PIC 9(8) VALUE ZERO.
       01 WS-CORTE-180          PIC 9(8) VALUE ZERO.
       01 WS-CORTE-365          PIC 9(8) VALUE ZERO.
       01 WS-CORTE-RECONQUISTA  PIC 9(8) VALUE ZERO.
       01 WS-DIAS-RECUO         PIC 9(3) VALUE ZERO.
       01 WS-DATA-RECUADA       PIC 9(8) VALUE ZERO.
       01 WS-NOTA-R             PIC 9 VALUE ZERO.
       01 WS-NOTA-F             PIC 9 VALUE ZERO.
       01 WS-NOTA-M             PIC 9 VALUE ZERO.
       01 WS-SEGMENTO           PIC 9 VALUE ZERO.
       01 WS-SUB-SEG            PIC 9 VALUE ZERO.
       01 WS-SUB-CLI            PIC 9(4) VALUE ZERO.
       01 WS-SUB-RQ             PIC 9(3) VALUE ZERO.
       01 WS-SUB-MAIOR          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-RQ           PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ATIVOS       PIC 9(5) VALUE ZERO.
       01 WS-VALOR-ED           PIC ZZZZZZ9.99.
       01 WS-VALOR-ED-2         PIC ZZZZZZ9.99.
       01 WS-QTDE-ED            PIC ZZZZ9.
       01 WS-QTDE-ED-2          PIC ZZZZ9.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO.
       COPY "#calenpar".

      *===== HISTORICO POR CLIENTE (INDICE = CODIGO DO CLIENTE).
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-ITEM OCCURS 9999 TIMES.
               10 WS-CLI-ULTIMO       PIC 9(8).
               10 WS-CLI-ALUGUEIS     PIC 9(5).
               10 WS-CLI-ALUGUEIS-ANO PIC 9(5).
               10 WS-CLI-GASTO        PIC S9(7)V99.
               10 WS-CLI-GASTO-ANO    PIC S9(7)V99.

      *===== RESUMO POR SEGMENTO: 1 CAMPEAO, 2 REGULAR, 3 EM RISCO,
      *===== 4 PERDIDO.
       01  WS-NOMES-SEGMENTOS.
           05 FILLER PIC X(10) VALUE "CAMPEAO   ".
           05 FILLER PIC X(10) VALUE "REGULAR   ".
           05 FILLER PIC X(10) VALUE "EM RISCO  ".
           05 FILLER PIC X(10) VALUE "PERDIDO   ".
       01  WS-NOMES-SEG-R REDEFINES WS-NOMES-SEGMENTOS.
           05 WS-NOME-SEGMENTO  PIC X(10) OCCURS 4 TIMES.
       01  WS-TABELA-SEGMENTOS.
           05 WS-SEG-ITEM OCCURS 4 TIMES.
               10 WS-SEG-CLIENTES  PIC 9(5).
               10 WS-SEG-ALUGUEIS  PIC 9(7).
               10 WS-SEG-GASTO     PIC S9(9)V99.

      *===== CANDIDATOS A RECONQUISTA (ATE 500).
       01  WS-TABELA-RECONQUISTA.
           05 WS-RQ-ITEM OCCURS 500 TIMES.
               10 WS-RQ-CODIGO     PIC 9(4).
               10 WS-RQ-NOME       PIC X(30).
               10 WS-RQ-TELEFONE   PIC X(15).
               10 WS-RQ-ULTIMO     PIC 9(8).
               10 WS-RQ-ALUGUEIS   PIC 9(5).
               10 WS-RQ-GASTO      PIC S9(7)V99.
               10 WS-RQ-LISTADO    PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== SEGMENTACAO DE CLIENTES ==="
           DISPLAY "RECONQUISTA: DIAS SEM ALUGAR (EX: 90): "
           ACCEPT WS-DIAS-RECONQUISTA
           DISPLAY "RECONQUISTA: MINIMO DE ALUGUEIS NA VIDA (EX: 6): "
           ACCEPT WS-MIN-ALUGUEIS
           IF WS-DIAS-RECONQUISTA = ZERO
               MOVE 90 TO WS-DIAS-RECONQUISTA
           END-IF
           IF WS-MIN-ALUGUEIS = ZERO
               MOVE 6 TO WS-MIN-ALUGUEIS
           END-IF
           PERFORM 1000-DATAS
           PERFORM 1100-ABRIR-ARQUIVOS
           PERFORM 2000-VARRE-EMPRESTIMOS
           PERFORM 2100-VARRE-RECEITAS
           PERFORM 3000-CLASSIFICA-CLIENTES
           PERFORM 4000-RELATORIO
           PERFORM 5000-FECHAR-ARQUIVOS
           STOP RUN.

       1000-DATAS.
           INITIALIZE WS-TABELA-CLIENTES
           INITIALIZE WS-TABELA-SEGMENTOS
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA
           MOVE 30 TO WS-DIAS-RECUO
           PERFORM 1050-RECUA-DATA
           MOVE WS-DATA-RECUADA TO WS-CORTE-30
           MOVE 60 TO WS-DIAS-RECUO
           PERFORM 1050-RECUA-DATA
           MOVE WS-DATA-RECUADA TO WS-CORTE-60
           MOVE 90 TO WS-DIAS-RECUO
           PERFORM 1050-RECUA-DATA
           MOVE WS-DATA-RECUADA TO WS-CORTE-90
           MOVE 180 TO WS-DIAS-RECUO
           PERFORM 1050-RECUA-DATA
           MOVE WS-DATA-RECUADA TO WS-CORTE-180
           MOVE 365 TO WS-DIAS-RECUO
           PERFORM 1050-RECUA-DATA
           MOVE WS-DATA-RECUADA TO WS-CORTE-365
           MOVE WS-DIAS-RECONQUISTA TO WS-DIAS-RECUO
           PERFORM 1050-RECUA-DATA
           MOVE WS-DATA-RECUADA TO WS-CORTE-RECONQUISTA.

       1050-RECUA-DATA.
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-HOJE TO CAL-DATA-1
           COMPUTE CAL-DIAS = 0 - WS-DIAS-RECUO
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-DATA-RECUADA.

       1100-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-STATUS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes.dat - STATUS "
                       WS-STATUS-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-EMPRESTIMOS.
           OPEN OUTPUT ARQ-SEGMENTOS.
           IF WS-STATUS-SEGMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR segmentacao_clientes.txt - "
                       "STATUS " WS-STATUS-SEGMENTOS
               STOP RUN
           END-IF.

       2000-VARRE-EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMOS NOT = "00"
               DISPLAY "SEM emprestimos.dat - TODOS SEM HISTORICO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO NUMERO-EMPRESTIMO
           MOVE SPACES TO WS-STATUS-EMPRESTIMOS
           START ARQ-EMPRESTIMOS KEY IS >= NUMERO-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-EMPRESTIMOS
           END-START
           PERFORM UNTIL WS-STATUS-EMPRESTIMOS = "10"
               READ ARQ-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-EMPRESTIMOS
                   NOT AT END
                       IF EMP-CODIGO-CLIENTE > ZERO
                           PERFORM 2050-ACUMULA-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM.

       2050-ACUMULA-EMPRESTIMO.
           MOVE EMP-CODIGO-CLIENTE TO WS-SUB-CLI
           ADD 1 TO WS-CLI-ALUGUEIS (WS-SUB-CLI)
           IF EMP-DATA-RETIRADA > WS-CORTE-365
               ADD 1 TO WS-CLI-ALUGUEIS-ANO (WS-SUB-CLI)
           END-IF
           IF EMP-DATA-RETIRADA > WS-CLI-ULTIMO (WS-SUB-CLI)
               MOVE EMP-DATA-RETIRADA TO WS-CLI-ULTIMO (WS-SUB-CLI)
           END-IF.

      *===== GASTO = TUDO O QUE O CLIENTE PAGOU NO BALCAO (ALUGUEL,
      *===== RENOVACAO E MULTA) MENOS DESCONTO DE PONTOS E ESTORNO.
       2100-VARRE-RECEITAS.
           OPEN INPUT ARQ-RECEITAS.
           IF WS-STATUS-RECEITAS NOT = "00"
               DISPLAY "SEM receitas_alugueis.txt - GASTO ZERADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-CODIGO-CLIENTE > ZERO
                           PERFORM 2150-ACUMULA-RECEITA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEITAS.

       2150-ACUMULA-RECEITA.
           MOVE RCT-CODIGO-CLIENTE TO WS-SUB-CLI
           IF RCT-GENERO = "DESCONTO PONTOS"
              OR RCT-GENERO (1:7) = "ESTORNO"
               SUBTRACT RCT-VALOR FROM WS-CLI-GASTO (WS-SUB-CLI)
               IF RCT-DATA > WS-CORTE-365
                   SUBTRACT RCT-VALOR
                       FROM WS-CLI-GASTO-ANO (WS-SUB-CLI)
               END-IF
           ELSE
               ADD RCT-VALOR TO WS-CLI-GASTO (WS-SUB-CLI)
               IF RCT-DATA > WS-CORTE-365
                   ADD RCT-VALOR TO WS-CLI-GASTO-ANO (WS-SUB-CLI)
               END-IF
           END-IF.

      *===== NOTA E SEGMENTO DE CADA CLIENTE ATIVO, UMA LINHA POR
      *===== CLIENTE; RESUMO E RECONQUISTA VEM DEPOIS, EM 4000.
       3000-CLASSIFICA-CLIENTES.
           MOVE SPACES TO SEGMENTO-LINHA
           STRING "SEGMENTACAO DE CLIENTES - DATA: " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA
           MOVE SPACES TO SEGMENTO-LINHA
           MOVE "CLIENTE NOME                           R F M SEGMENTO"
             TO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA
           MOVE ZERO TO CODIGO-CLIENTE
           MOVE SPACES TO WS-STATUS-CLIENTES
           START ARQ-CLIENTES KEY IS >= CODIGO-CLIENTE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-CLIENTES
           END-START
           PERFORM UNTIL WS-STATUS-CLIENTES = "10"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-CLIENTES
                   NOT AT END
                       IF CLIENTE-ATIVO AND CODIGO-CLIENTE > ZERO
                           PERFORM 3100-NOTAS-DO-CLIENTE
                           PERFORM 3200-SEGMENTO-DO-CLIENTE
                           PERFORM 3300-CANDIDATO-RECONQUISTA
                       END-IF
               END-READ
           END-PERFORM.

       3100-NOTAS-DO-CLIENTE.
           MOVE CODIGO-CLIENTE TO WS-SUB-CLI
           ADD 1 TO WS-TOTAL-ATIVOS
           EVALUATE TRUE
               WHEN WS-CLI-ULTIMO (WS-SUB-CLI) = ZERO
                   MOVE 0 TO WS-NOTA-R
               WHEN WS-CLI-ULTIMO (WS-SUB-CLI) NOT < WS-CORTE-30
                   MOVE 5 TO WS-NOTA-R
               WHEN WS-CLI-ULTIMO (WS-SUB-CLI) NOT < WS-CORTE-60
                   MOVE 4 TO WS-NOTA-R
               WHEN WS-CLI-ULTIMO (WS-SUB-CLI) NOT < WS-CORTE-90
                   MOVE 3 TO WS-NOTA-R
               WHEN WS-CLI-ULTIMO (WS-SUB-CLI) NOT < WS-CORTE-180
                   MOVE 2 TO WS-NOTA-R
               WHEN OTHER
                   MOVE 1 TO WS-NOTA-R
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CLI-ALUGUEIS-ANO (WS-SUB-CLI) NOT < 24
                   MOVE 5 TO WS-NOTA-F
               WHEN WS-CLI-ALUGUEIS-ANO (WS-SUB-CLI) NOT < 12
                   MOVE 4 TO WS-NOTA-F
               WHEN WS-CLI-ALUGUEIS-ANO (WS-SUB-CLI) NOT < 6
                   MOVE 3 TO WS-NOTA-F
               WHEN WS-CLI-ALUGUEIS-ANO (WS-SUB-CLI) NOT < 2
                   MOVE 2 TO WS-NOTA-F
               WHEN OTHER
                   MOVE 1 TO WS-NOTA-F
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CLI-GASTO-ANO (WS-SUB-CLI) NOT < 300
                   MOVE 5 TO WS-NOTA-M
               WHEN WS-CLI-GASTO-ANO (WS-SUB-CLI) NOT < 150
                   MOVE 4 TO WS-NOTA-M
               WHEN WS-CLI-GASTO-ANO (WS-SUB-CLI) NOT < 60
                   MOVE 3 TO WS-NOTA-M
               WHEN WS-CLI-GASTO-ANO (WS-SUB-CLI) NOT < 20
                   MOVE 2 TO WS-NOTA-M
               WHEN OTHER
                   MOVE 1 TO WS-NOTA-M
           END-EVALUATE.

       3200-SEGMENTO-DO-CLIENTE.
           EVALUATE TRUE
               WHEN WS-NOTA-R NOT < 4 AND WS-NOTA-F NOT < 4
                    AND WS-NOTA-M NOT < 3
                   MOVE 1 TO WS-SEGMENTO
               WHEN WS-NOTA-R NOT < 3
                   MOVE 2 TO WS-SEGMENTO
               WHEN WS-NOTA-R = 2
                   MOVE 3 TO WS-SEGMENTO
               WHEN OTHER
                   MOVE 4 TO WS-SEGMENTO
           END-EVALUATE
           ADD 1 TO WS-SEG-CLIENTES (WS-SEGMENTO)
           ADD WS-CLI-ALUGUEIS-ANO (WS-SUB-CLI)
             TO WS-SEG-ALUGUEIS (WS-SEGMENTO)
           ADD WS-CLI-GASTO-ANO (WS-SUB-CLI)
             TO WS-SEG-GASTO (WS-SEGMENTO)
           MOVE SPACES TO SEGMENTO-LINHA
           STRING "   " CODIGO-CLIENTE " " NOME-CLIENTE " "
                  WS-NOTA-R " " WS-NOTA-F " " WS-NOTA-M " "
                  WS-NOME-SEGMENTO (WS-SEGMENTO)
                  DELIMITED BY SIZE INTO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA.

      *===== JA FOI FREQUENTE (WS-MIN-ALUGUEIS NA VIDA) E NAO ALUGA
      *===== DESDE ANTES DO CORTE DE RECONQUISTA.
       3300-CANDIDATO-RECONQUISTA.
           IF WS-CLI-ALUGUEIS (WS-SUB-CLI) < WS-MIN-ALUGUEIS
              OR WS-CLI-ULTIMO (WS-SUB-CLI) NOT < WS-CORTE-RECONQUISTA
              OR WS-TOTAL-RQ NOT < 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-RQ
           MOVE CODIGO-CLIENTE   TO WS-RQ-CODIGO (WS-TOTAL-RQ)
           MOVE NOME-CLIENTE     TO WS-RQ-NOME (WS-TOTAL-RQ)
           MOVE TELEFONE-CLIENTE TO WS-RQ-TELEFONE (WS-TOTAL-RQ)
           MOVE WS-CLI-ULTIMO (WS-SUB-CLI)
             TO WS-RQ-ULTIMO (WS-TOTAL-RQ)
           MOVE WS-CLI-ALUGUEIS (WS-SUB-CLI)
             TO WS-RQ-ALUGUEIS (WS-TOTAL-RQ)
           MOVE WS-CLI-GASTO (WS-SUB-CLI)
             TO WS-RQ-GASTO (WS-TOTAL-RQ)
           MOVE 'N' TO WS-RQ-LISTADO (WS-TOTAL-RQ).

       4000-RELATORIO.
           MOVE SPACES TO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA
           MOVE SPACES TO SEGMENTO-LINHA
           MOVE "RESUMO POR SEGMENTO (ALUGUEIS E GASTO DOS ULTIMOS "
             TO SEGMENTO-LINHA
           MOVE "365 DIAS):" TO SEGMENTO-LINHA (51:10)
           WRITE SEGMENTO-LINHA
           PERFORM VARYING WS-SUB-SEG FROM 1 BY 1
                   UNTIL WS-SUB-SEG > 4
               MOVE WS-SEG-CLIENTES (WS-SUB-SEG) TO WS-QTDE-ED
               MOVE WS-SEG-ALUGUEIS (WS-SUB-SEG) TO WS-QTDE-ED-2
               MOVE WS-SEG-GASTO (WS-SUB-SEG) TO WS-VALOR-ED
               MOVE SPACES TO SEGMENTO-LINHA
               STRING "  " WS-NOME-SEGMENTO (WS-SUB-SEG)
                      " CLIENTES " WS-QTDE-ED
                      " ALUGUEIS " WS-QTDE-ED-2
                      " GASTO " WS-VALOR-ED
                      DELIMITED BY SIZE INTO SEGMENTO-LINHA
               WRITE SEGMENTO-LINHA
           END-PERFORM
           MOVE WS-TOTAL-ATIVOS TO WS-QTDE-ED
           MOVE SPACES TO SEGMENTO-LINHA
           STRING "  CLIENTES ATIVOS: " WS-QTDE-ED
                  DELIMITED BY SIZE INTO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA
           MOVE SPACES TO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA
           MOVE SPACES TO SEGMENTO-LINHA
           STRING "RECONQUISTA - " WS-MIN-ALUGUEIS
                  " OU MAIS ALUGUEIS E NENHUM DESDE "
                  WS-CORTE-RECONQUISTA " (" WS-DIAS-RECONQUISTA
                  " DIAS), DO MAIS FREQUENTE PARA O MENOS:"
                  DELIMITED BY SIZE INTO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA
           PERFORM 4100-PROXIMO-CANDIDATO
           PERFORM UNTIL WS-SUB-MAIOR = ZERO
               PERFORM 4200-LINHA-CANDIDATO
               MOVE 'S' TO WS-RQ-LISTADO (WS-SUB-MAIOR)
               PERFORM 4100-PROXIMO-CANDIDATO
           END-PERFORM
           MOVE SPACES TO SEGMENTO-LINHA
           STRING "CLIENTES A RECONQUISTAR: " WS-TOTAL-RQ
                  DELIMITED BY SIZE INTO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA.

       4100-PROXIMO-CANDIDATO.
           MOVE ZERO TO WS-SUB-MAIOR
           PERFORM VARYING WS-SUB-RQ FROM 1 BY 1
                   UNTIL WS-SUB-RQ > WS-TOTAL-RQ
               IF WS-RQ-LISTADO (WS-SUB-RQ) = 'N'
                   IF WS-SUB-MAIOR = ZERO
                       MOVE WS-SUB-RQ TO WS-SUB-MAIOR
                   ELSE
                       IF WS-RQ-ALUGUEIS (WS-SUB-RQ) >
                          WS-RQ-ALUGUEIS (WS-SUB-MAIOR)
                           MOVE WS-SUB-RQ TO WS-SUB-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4200-LINHA-CANDIDATO.
           MOVE WS-RQ-ULTIMO (WS-SUB-MAIOR) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA
           MOVE WS-RQ-ALUGUEIS (WS-SUB-MAIOR) TO WS-QTDE-ED
           MOVE WS-RQ-GASTO (WS-SUB-MAIOR) TO WS-VALOR-ED-2
           MOVE SPACES TO SEGMENTO-LINHA
           STRING "  " WS-RQ-CODIGO (WS-SUB-MAIOR)
                  " " WS-RQ-NOME (WS-SUB-MAIOR)
                  " TEL " WS-RQ-TELEFONE (WS-SUB-MAIOR)
                  " ULTIMO " WS-DATA-FORMATADA
                  " ALUG " WS-QTDE-ED
                  " GASTO " WS-VALOR-ED-2
                  DELIMITED BY SIZE INTO SEGMENTO-LINHA
           WRITE SEGMENTO-LINHA.

       5000-FECHAR-ARQUIVOS.
           CLOSE ARQ-CLIENTES.
           IF WS-STATUS-EMPRESTIMOS = "00"
              OR WS-STATUS-EMPRESTIMOS = "10"
               CLOSE ARQ-EMPRESTIMOS
           END-IF.
           CLOSE ARQ-SEGMENTOS.
           DISPLAY "=== SEGMENTACAO DE CLIENTES CONCLUIDA ===".
           DISPLAY "CLIENTES ATIVOS........: " WS-TOTAL-ATIVOS.
           DISPLAY "CLIENTES A RECONQUISTAR: " WS-TOTAL-RQ.
           DISPLAY "RELATORIO EM segmentacao_clientes.txt".

       END PROGRAM SEGMENTACLI.
