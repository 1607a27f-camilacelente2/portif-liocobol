      *======= DATA: 02/09/2026
      *======= OBSERVAÇÕES: SOBRA = CREDITO ('C'), FALTA = DEBITO
      *=======               ('D') NA LINHA DE DIFERENCA.
      *=======     MOD: 15/10/2026 - CE - DESCONTO DE RESGATE DE
      *=======          PONTOS ("DESCONTO PONTOS") ABATE DO TOTAL
      *=======          PELO SISTEMA, COM LINHA PROPRIA NO RELATORIO.
      *=======     MOD: 15/10/2026 - CE - ESTORNO DE ALUGUEL ("ESTORNO
      *=======          n") DEVOLVIDO NO BALCAO ABATE DO TOTAL PELO
      *=======          SISTEMA, EM LINHA PROPRIA DO RELATORIO.
      *=======     MOD: 15/10/2026 - CE - CREDITO PRE-PAGO DOS CLIENTES
      *=======          (carteira_movimentos.txt, GRAVADO PELO FILMES):
      *=======          RECARGA DO DIA ENTRA NO TOTAL PELO SISTEMA COMO
      *=======          DINHEIRO; ALUGUEL E MULTA PAGOS COM O CREDITO E
      *=======          A DEVOLUCAO DE CREDITO ABATEM DELE, CADA UM EM
      *=======          LINHA PROPRIA DO RELATORIO.
      *=======     MOD: 15/10/2026 - CE - TOTAL PELO SISTEMA COM SINAL:
      *=======          SAIDAS ACIMA DAS ENTRADAS DO DIA DEIXAM O TOTAL
      *=======          NEGATIVO EM VEZ DE ZERO, E A SOBRA/FALTA PASSA A
      *=======          CONTAR ESSA DIFERENCA.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-FECHAMENTO ASSIGN TO "caixa_fechamento.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHAMENTO.
           05 FILLER               PIC X.
           05 RCT-VALOR            PIC 9(03)V99.

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-FECHAMENTO.
       01  FECHAMENTO-LINHA        PIC X(80).

       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-FECHAMENTO  PIC XX VALUE SPACES.
       77 WS-STATUS-DIFERENCAS  PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-CONTADO            PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA            PIC S9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-ALUGUEIS   PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-MULTAS     PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-DESCONTOS  PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-ESTORNOS   PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-RECARGAS   PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-PAGO-CRED  PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-DEVOLUCOES PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-ENTRADAS   PIC 9(7)V99 VALUE ZERO.
       01 WS-SISTEMA-SAIDAS     PIC 9(7)V99 VALUE ZERO.
       01 WS-DIFERENCA          PIC S9(7)V99 VALUE ZERO.
       01 WS-DIFERENCA-ABS      PIC 9(7)V99 VALUE ZERO.
       01 WS-LINHAS-DO-DIA      PIC 9(5) VALUE ZERO.
       01 WS-VALOR-ED           PIC ZZZZZZ9.99.
       01 WS-SISTEMA-ED         PIC -------9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CONTADO
           PERFORM 1000-DATA-DE-HOJE
           PERFORM 2000-SOMA-RECEITAS-DO-DIA
           PERFORM 2500-SOMA-CARTEIRA-DO-DIA
           PERFORM 2900-LIQUIDO-DO-SISTEMA
           PERFORM 3000-RELATORIO
           PERFORM 3500-GRAVA-DIFERENCA
           STOP RUN.
                   NOT AT END
                       IF RCT-DATA = WS-HOJE
                           ADD 1 TO WS-LINHAS-DO-DIA
                           EVALUATE TRUE
                               WHEN RCT-GENERO (1:5) = "MULTA"
                                   ADD RCT-VALOR TO WS-SISTEMA-MULTAS
                               WHEN RCT-GENERO = "DESCONTO PONTOS"
                                   ADD RCT-VALOR
                                     TO WS-SISTEMA-DESCONTOS
                               WHEN RCT-GENERO (1:7) = "ESTORNO"
                                   ADD RCT-VALOR
                                     TO WS-SISTEMA-ESTORNOS
                               WHEN OTHER
                                   ADD RCT-VALOR
                                     TO WS-SISTEMA-ALUGUEIS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEITAS.

      *===== CREDITO PRE-PAGO DO DIA (carteira_movimentos.txt): A
      *===== RECARGA E DINHEIRO QUE ENTROU NA GAVETA; O ALUGUEL E A
      *===== MULTA PAGOS COM O CREDITO ESTAO NAS RECEITAS MAS NAO
      *===== ENTRARAM NELA; A DEVOLUCAO DO CREDITO SAIU DELA. A
      *===== UNIFICACAO DE CLIENTES (S/E) NAO MEXE NO CAIXA.
       2500-SOMA-CARTEIRA-DO-DIA.
           OPEN INPUT ARQ-CARTEIRA.
           IF WS-STATUS-CARTEIRA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CRT-DATA = WS-HOJE
                           EVALUATE TRUE
                               WHEN CARTEIRA-RECARGA
                                   ADD CRT-VALOR
                                     TO WS-SISTEMA-RECARGAS
                               WHEN CARTEIRA-ALUGUEL
                               WHEN CARTEIRA-MULTA
                                   ADD CRT-VALOR
                                     TO WS-SISTEMA-PAGO-CRED
                               WHEN CARTEIRA-DEVOLUCAO
                                   ADD CRT-VALOR
                                     TO WS-SISTEMA-DEVOLUCOES
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CARTEIRA.

      *===== O DESCONTO DE PONTOS E O PAGO COM CREDITO NAO ENTRARAM
      *===== NA GAVETA, O ESTORNO E A DEVOLUCAO DE CREDITO SAIRAM
      *===== DELA E A RECARGA ENTROU: O TOTAL PELO SISTEMA E O
      *===== LIQUIDO, NEGATIVO QUANDO SAIU MAIS DINHEIRO DO QUE
      *===== ENTROU (A GAVETA TERIA DE TER FICADO COM MENOS QUE O
      *===== FUNDO), PARA A FALTA/SOBRA SAIR CERTA.
       2900-LIQUIDO-DO-SISTEMA.
           COMPUTE WS-SISTEMA-ENTRADAS = WS-SISTEMA-ALUGUEIS
                                       + WS-SISTEMA-MULTAS
                                       + WS-SISTEMA-RECARGAS
           COMPUTE WS-SISTEMA-SAIDAS = WS-SISTEMA-DESCONTOS
                                     + WS-SISTEMA-ESTORNOS
                                     + WS-SISTEMA-PAGO-CRED
                                     + WS-SISTEMA-DEVOLUCOES
           COMPUTE WS-SISTEMA = WS-SISTEMA-ENTRADAS
                              - WS-SISTEMA-SAIDAS.

       3000-RELATORIO.
           COMPUTE WS-DIFERENCA = WS-CONTADO - WS-SISTEMA
           OPEN EXTEND ARQ-FECHAMENTO
           STRING "MULTAS RECEBIDAS....: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-SISTEMA-DESCONTOS TO WS-VALOR-ED
           MOVE SPACES TO FECHAMENTO-LINHA
           STRING "DESCONTOS DE PONTOS.: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-SISTEMA-ESTORNOS TO WS-VALOR-ED
           MOVE SPACES TO FECHAMENTO-LINHA
           STRING "ESTORNOS DE ALUGUEL.: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-SISTEMA-RECARGAS TO WS-VALOR-ED
           MOVE SPACES TO FECHAMENTO-LINHA
           STRING "RECARGAS DE CREDITO.: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-SISTEMA-PAGO-CRED TO WS-VALOR-ED
           MOVE SPACES TO FECHAMENTO-LINHA
           STRING "PAGO COM CREDITO....: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-SISTEMA-DEVOLUCOES TO WS-VALOR-ED
           MOVE SPACES TO FECHAMENTO-LINHA
           STRING "DEVOLUCOES CREDITO..: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-SISTEMA TO WS-SISTEMA-ED
           MOVE SPACES TO FECHAMENTO-LINHA
           STRING "TOTAL PELO SISTEMA.: " WS-SISTEMA-ED
                  DELIMITED BY SIZE INTO FECHAMENTO-LINHA
           WRITE FECHAMENTO-LINHA
           MOVE WS-CONTADO TO WS-VALOR-ED
