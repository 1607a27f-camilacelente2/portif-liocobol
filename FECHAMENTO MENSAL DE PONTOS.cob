       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTOSMES.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: FECHAMENTO MENSAL DOS PONTOS DE FIDELIDADE
      *=======           (pontos_fidelidade.txt, GRAVADO PELO
      *=======           FILMES). PRIMEIRO EXPIRA OS PONTOS GANHOS HA
      *=======           12 MESES OU MAIS QUE AINDA NAO FORAM USADOS
      *=======           (LINHA 'E' DATADA DE HOJE); DEPOIS EMITE O
      *=======           EXTRATO DA COMPETENCIA EM pontos_extrato.txt,
      *=======           UMA LINHA POR CLIENTE COM SALDO ANTERIOR,
      *=======           GANHOS, RESGATES, EXPIRADOS E SALDO FINAL.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: OS RESGATES CONSOMEM SEMPRE OS PONTOS
      *=======               MAIS ANTIGOS PRIMEIRO; POR ISSO EXPIRA O
      *=======               QUE OS GANHOS VENCIDOS TEM A MAIS QUE
      *=======               TUDO O QUE JA FOI RESGATADO OU EXPIRADO.
      *=======               ESTORNO ('X') SO ABATE O GANHO DO PROPRIO
      *=======               EMPRESTIMO: SE ESSE GANHO JA VENCEU, SAI
      *=======               DOS VENCIDOS; SE NAO, NAO MEXE NA
      *=======               EXPIRACAO.
      *=======               REEXECUTAR NO MESMO DIA NAO EXPIRA DE
      *=======               NOVO.
      *=======     MOD: 15/10/2026 - CE - PONTOS RETIRADOS POR ESTORNO
      *=======          DE ALUGUEL (TIPO 'X') SOMADOS AOS RESGATES DO
      *=======          EXTRATO.
      *=======     MOD: 15/10/2026 - CE - NA EXPIRACAO, SO RESGATE ('R')
      *=======          E EXPIRACAO ('E') CONTAM COMO CONSUMO; O ESTORNO
      *=======          ('X') E CASADO PELO NUMERO DO EMPRESTIMO COM O
      *=======          SEU GANHO E SO ABATE OS VENCIDOS QUANDO ESSE
      *=======          GANHO JA TEM 12 MESES.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PONTOS ASSIGN TO "pontos_fidelidade.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTOS.

           SELECT ARQ-CLIENTES ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT ARQ-EXTRATO ASSIGN TO "pontos_extrato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PONTOS.
       01  PONTO-LINHA.
           05 PTS-DATA             PIC 9(08).
           05 FILLER               PIC X.
           05 PTS-CODIGO-CLIENTE   PIC 9(04).
           05 FILLER               PIC X.
           05 PTS-TIPO             PIC X(01).
           05 FILLER               PIC X.
           05 PTS-QUANTIDADE       PIC 9(06).
           05 FILLER               PIC X.
           05 PTS-EMPRESTIMO       PIC 9(06).

       FD  ARQ-CLIENTES.
           COPY "#clientedat".

       FD  ARQ-EXTRATO.
       01  EXTRATO-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PONTOS      PIC XX VALUE SPACES.
       77 WS-STATUS-CLIENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-EXTRATO     PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-CORTE              PIC 9(8) VALUE ZERO.
       01 WS-INICIO-MES         PIC 9(8) VALUE ZERO.
       01 WS-DATA-ENTRADA       PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01 WS-SUB-CLI            PIC 9(5) VALUE ZERO.
       01 WS-A-EXPIRAR          PIC 9(7) VALUE ZERO.
       01 WS-SALDO-FINAL        PIC S9(7) VALUE ZERO.
       01 WS-NOME-CLIENTE-REL   PIC X(30) VALUE SPACES.
       01 WS-TOTAL-EXPIRADOS    PIC 9(7) VALUE ZERO.
       01 WS-CLIENTES-EXPIRADOS PIC 9(5) VALUE ZERO.
       01 WS-CLIENTES-LISTADOS  PIC 9(5) VALUE ZERO.
       01 WS-TOT-GANHOS         PIC 9(8) VALUE ZERO.
       01 WS-TOT-RESGATES       PIC 9(8) VALUE ZERO.
       01 WS-TOT-EXPIRADOS      PIC 9(8) VALUE ZERO.

      *===== ACUMULADORES POR CODIGO DE CLIENTE (O PROPRIO CODIGO E
      *===== O INDICE): GANHOS JA VENCIDOS E TUDO O QUE FOI CONSUMIDO
      *===== PARA A EXPIRACAO; SALDO ANTERIOR E MOVIMENTO DO MES PARA
      *===== O EXTRATO.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-ITEM OCCURS 9999 TIMES.
               10 WS-CLI-VENCIDOS   PIC 9(7).
               10 WS-CLI-CONSUMIDOS PIC 9(7).
               10 WS-CLI-ANTERIOR   PIC S9(7).
               10 WS-CLI-GANHOS     PIC 9(7).
               10 WS-CLI-RESGATES   PIC 9(7).
               10 WS-CLI-EXPIRADOS  PIC 9(7).

      *===== GANHO VENCIDO POR NUMERO DE EMPRESTIMO (O PROPRIO NUMERO
      *===== E O INDICE), PARA CASAR O ESTORNO COM O SEU GANHO.
       01  WS-TABELA-EMPRESTIMOS.
           05 WS-EMP-GANHO-VENCIDO  PIC X(01) OCCURS 999999 TIMES.
       01 WS-SUB-EMP            PIC 9(6) VALUE ZERO.

       01 WS-LINHA-DETALHE.
           05 DET-CODIGO         PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 DET-NOME           PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 DET-ANTERIOR       PIC ZZZZZZ9-.
           05 FILLER             PIC X VALUE SPACE.
           05 DET-GANHOS         PIC ZZZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 DET-RESGATES       PIC ZZZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 DET-EXPIRADOS      PIC ZZZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 DET-SALDO          PIC ZZZZZZ9-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== FECHAMENTO MENSAL DE PONTOS ==="
           DISPLAY "COMPETENCIA DO EXTRATO (AAAAMM, 0 = MES ATUAL): "
           ACCEPT WS-COMPETENCIA
           PERFORM 1000-DATAS
           PERFORM 2000-APURA-EXPIRACAO
           PERFORM 2500-GRAVA-EXPIRACAO
           PERFORM 3000-APURA-EXTRATO
           PERFORM 4000-RELATORIO
           DISPLAY "=== FECHAMENTO DE PONTOS CONCLUIDO ==="
           DISPLAY "CLIENTES COM PONTOS EXPIRADOS: "
                   WS-CLIENTES-EXPIRADOS
           DISPLAY "PONTOS EXPIRADOS HOJE.......: " WS-TOTAL-EXPIRADOS
           DISPLAY "EXTRATO EM pontos_extrato.txt"
           STOP RUN.

      *===== PONTO DE CORTE DA EXPIRACAO: O MESMO DIA DO ANO
      *===== PASSADO; GANHO NESSA DATA OU ANTES JA TEM 12 MESES.
       1000-DATAS.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           COMPUTE WS-CORTE = WS-HOJE - 10000
           IF WS-COMPETENCIA = ZERO
               MOVE WS-HOJE (1:6) TO WS-COMPETENCIA
           END-IF
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1
           INITIALIZE WS-TABELA-CLIENTES.
           MOVE ALL 'N' TO WS-TABELA-EMPRESTIMOS.

       2000-APURA-EXPIRACAO.
           OPEN INPUT ARQ-PONTOS.
           IF WS-STATUS-PONTOS NOT = "00"
               DISPLAY "SEM pontos_fidelidade.txt - NADA A EXPIRAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PONTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PTS-CODIGO-CLIENTE > ZERO
                           PERFORM 2100-ACUMULA-VENCIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PONTOS.

      *===== CONSUMO E SO RESGATE ('R') E EXPIRACAO JA FEITA ('E').
      *===== O ESTORNO ('X') DEVOLVE O GANHO DO SEU EMPRESTIMO: TIRA
      *===== DOS VENCIDOS QUANDO ESSE GANHO JA VENCEU E E IGNORADO
      *===== QUANDO O GANHO AINDA ESTA NO PRAZO.
       2100-ACUMULA-VENCIMENTO.
           MOVE PTS-CODIGO-CLIENTE TO WS-SUB-CLI
           EVALUATE PTS-TIPO
               WHEN 'G'
                   IF PTS-DATA NOT > WS-CORTE
                       ADD PTS-QUANTIDADE
                         TO WS-CLI-VENCIDOS (WS-SUB-CLI)
                       IF PTS-EMPRESTIMO > ZERO
                           MOVE PTS-EMPRESTIMO TO WS-SUB-EMP
                           MOVE 'S'
                             TO WS-EMP-GANHO-VENCIDO (WS-SUB-EMP)
                       END-IF
                   END-IF
               WHEN 'R'
               WHEN 'E'
                   ADD PTS-QUANTIDADE TO WS-CLI-CONSUMIDOS (WS-SUB-CLI)
               WHEN 'X'
                   IF PTS-EMPRESTIMO = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PTS-EMPRESTIMO TO WS-SUB-EMP
                   IF WS-EMP-GANHO-VENCIDO (WS-SUB-EMP) NOT = 'S'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'N' TO WS-EMP-GANHO-VENCIDO (WS-SUB-EMP)
                   IF PTS-QUANTIDADE > WS-CLI-VENCIDOS (WS-SUB-CLI)
                       MOVE ZERO TO WS-CLI-VENCIDOS (WS-SUB-CLI)
                   ELSE
                       SUBTRACT PTS-QUANTIDADE
                           FROM WS-CLI-VENCIDOS (WS-SUB-CLI)
                   END-IF
           END-EVALUATE.

      *===== UMA LINHA 'E' POR CLIENTE COM GANHO VENCIDO AINDA NAO
      *===== CONSUMIDO, NO FIM DO PROPRIO RAZAO DE PONTOS.
       2500-GRAVA-EXPIRACAO.
           OPEN EXTEND ARQ-PONTOS.
           IF WS-STATUS-PONTOS = "35"
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN EXTEND ARQ-PONTOS
           END-IF.
           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > 9999
               IF WS-CLI-VENCIDOS (WS-SUB-CLI)
                  > WS-CLI-CONSUMIDOS (WS-SUB-CLI)
                   COMPUTE WS-A-EXPIRAR =
                           WS-CLI-VENCIDOS (WS-SUB-CLI)
                         - WS-CLI-CONSUMIDOS (WS-SUB-CLI)
                   MOVE SPACES TO PONTO-LINHA
                   MOVE WS-HOJE TO PTS-DATA
                   MOVE WS-SUB-CLI TO PTS-CODIGO-CLIENTE
                   MOVE 'E' TO PTS-TIPO
                   MOVE WS-A-EXPIRAR TO PTS-QUANTIDADE
                   MOVE ZERO TO PTS-EMPRESTIMO
                   WRITE PONTO-LINHA
                   ADD 1 TO WS-CLIENTES-EXPIRADOS
                   ADD WS-A-EXPIRAR TO WS-TOTAL-EXPIRADOS
               END-IF
           END-PERFORM.
           CLOSE ARQ-PONTOS.

      *===== SEGUNDA LEITURA, JA COM AS EXPIRACOES DE HOJE: O QUE E
      *===== ANTERIOR A COMPETENCIA VIRA SALDO ANTERIOR; O DO MES
      *===== ABRE EM GANHOS/RESGATES/EXPIRADOS; O POSTERIOR E
      *===== IGNORADO.
       3000-APURA-EXTRATO.
           OPEN INPUT ARQ-PONTOS.
           IF WS-STATUS-PONTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PONTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PTS-CODIGO-CLIENTE > ZERO
                           PERFORM 3100-ACUMULA-EXTRATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PONTOS.

       3100-ACUMULA-EXTRATO.
           MOVE PTS-CODIGO-CLIENTE TO WS-SUB-CLI
           IF PTS-DATA < WS-INICIO-MES
               IF PTS-TIPO = 'G'
                   ADD PTS-QUANTIDADE TO WS-CLI-ANTERIOR (WS-SUB-CLI)
               ELSE
                   SUBTRACT PTS-QUANTIDADE
                       FROM WS-CLI-ANTERIOR (WS-SUB-CLI)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PTS-DATA (1:6) NOT = WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF
           EVALUATE PTS-TIPO
               WHEN 'G'
                   ADD PTS-QUANTIDADE TO WS-CLI-GANHOS (WS-SUB-CLI)
      *===== PONTOS TIRADOS POR ESTORNO DE ALUGUEL ('X') SAEM NA
      *===== COLUNA DE RESGATES.
               WHEN 'R'
               WHEN 'X'
                   ADD PTS-QUANTIDADE TO WS-CLI-RESGATES (WS-SUB-CLI)
               WHEN 'E'
                   ADD PTS-QUANTIDADE
                     TO WS-CLI-EXPIRADOS (WS-SUB-CLI)
           END-EVALUATE.

       4000-RELATORIO.
           OPEN OUTPUT ARQ-EXTRATO.
           IF WS-STATUS-EXTRATO NOT = "00"
               DISPLAY "ERRO AO ABRIR pontos_extrato.txt - STATUS "
                       WS-STATUS-EXTRATO
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           MOVE WS-HOJE TO WS-DATA-ENTRADA.
           CALL "FORMATADATA" USING WS-DATA-ENTRADA
                                     WS-DATA-FORMATADA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "EXTRATO DE PONTOS DE FIDELIDADE - COMPETENCIA "
                  WS-COMPETENCIA " - EMITIDO EM " WS-DATA-FORMATADA
                  DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "COD  CLIENTE                        ANTERIOR"
                  "  GANHOS RESGATE EXPIROU    SALDO"
                  DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > 9999
               IF WS-CLI-ANTERIOR (WS-SUB-CLI) NOT = ZERO
                  OR WS-CLI-GANHOS (WS-SUB-CLI) > ZERO
                  OR WS-CLI-RESGATES (WS-SUB-CLI) > ZERO
                  OR WS-CLI-EXPIRADOS (WS-SUB-CLI) > ZERO
                   PERFORM 4100-LINHA-CLIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "CLIENTES: " WS-CLIENTES-LISTADOS
                  "  GANHOS: " WS-TOT-GANHOS
                  "  RESGATES: " WS-TOT-RESGATES
                  "  EXPIRADOS: " WS-TOT-EXPIRADOS
                  DELIMITED BY SIZE INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           CLOSE ARQ-EXTRATO.
           IF WS-STATUS-CLIENTES = "00" OR WS-STATUS-CLIENTES = "02"
               CLOSE ARQ-CLIENTES
           END-IF.

       4100-LINHA-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE-REL
           IF WS-STATUS-CLIENTES = "00" OR WS-STATUS-CLIENTES = "02"
               MOVE WS-SUB-CLI TO CODIGO-CLIENTE
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO WS-NOME-CLIENTE-REL
                   NOT INVALID KEY
                       MOVE NOME-CLIENTE TO WS-NOME-CLIENTE-REL
               END-READ
           END-IF
           COMPUTE WS-SALDO-FINAL = WS-CLI-ANTERIOR (WS-SUB-CLI)
                                  + WS-CLI-GANHOS (WS-SUB-CLI)
                                  - WS-CLI-RESGATES (WS-SUB-CLI)
                                  - WS-CLI-EXPIRADOS (WS-SUB-CLI)
           MOVE SPACES TO WS-LINHA-DETALHE
           MOVE WS-SUB-CLI TO DET-CODIGO
           MOVE WS-NOME-CLIENTE-REL TO DET-NOME
           MOVE WS-CLI-ANTERIOR (WS-SUB-CLI) TO DET-ANTERIOR
           MOVE WS-CLI-GANHOS (WS-SUB-CLI) TO DET-GANHOS
           MOVE WS-CLI-RESGATES (WS-SUB-CLI) TO DET-RESGATES
           MOVE WS-CLI-EXPIRADOS (WS-SUB-CLI) TO DET-EXPIRADOS
           MOVE WS-SALDO-FINAL TO DET-SALDO
           MOVE WS-LINHA-DETALHE TO EXTRATO-LINHA
           WRITE EXTRATO-LINHA
           ADD 1 TO WS-CLIENTES-LISTADOS
           ADD WS-CLI-GANHOS (WS-SUB-CLI) TO WS-TOT-GANHOS
           ADD WS-CLI-RESGATES (WS-SUB-CLI) TO WS-TOT-RESGATES
           ADD WS-CLI-EXPIRADOS (WS-SUB-CLI) TO WS-TOT-EXPIRADOS.

       END PROGRAM PONTOSMES.
