      *=======               11001 E A DESCRICAO "ABERTURA EXERCICIO
      *=======               AAAA", PARA O JORNAL DO ANO NOVO SOZINHO
      *=======               REPRODUZIR O SALDO TRANSPORTADO.
      *=======     MOD: 15/10/2026 - CE - NAO FECHA MES (NEM EXERCICIO)
      *=======          QUE AINDA TENHA LANCAMENTO MANUAL AGUARDANDO
      *=======          APROVACAO EM lancamentos_pendentes.txt
      *=======          (3300-TESTA-PENDENTES).
      *=======     MOD: 15/10/2026 - CE - O LIQUIDO DO ANO NA CONTA
      *=======          21001 (CREDITO PRE-PAGO DOS CLIENTES) ABRE O ANO
      *=======          NOVO EM LINHA PROPRIA "ABERTURA CARTEIRA AAAA"
      *=======          NA 21001; A LINHA DA 11001 LEVA O RESTO DO
      *=======          RESULTADO.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQ-PENDENTES ASSIGN TO "lancamentos_pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.

           SELECT ARQ-SALDO ASSIGN TO "saldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.
       FD  ARQ-TRABALHO.
       01  TRABALHO-LINHA       PIC X(70).

       FD  ARQ-PENDENTES.
           COPY "#pendlctdat".

       FD  ARQ-SALDO.
       01  SALDO-LINHA.
           05 SALDO-VALOR       PIC S9(09)V99.
       77 WS-STATUS-ARQUIVO     PIC XX VALUE SPACES.
       77 WS-STATUS-TRABALHO    PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       77 WS-STATUS-PENDENTES   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-COMPETENCIA      PIC 9(6) VALUE ZERO.
       01 WS-JA-FECHADO       PIC X VALUE 'N'.
       01 WS-RESULTADO        PIC S9(9)V99 VALUE ZERO.
       01 WS-RESULTADO-ABS    PIC 9(9)V99 VALUE ZERO.
      *===== LIQUIDO DO ANO NA CONTA 21001 (CREDITO PRE-PAGO DOS
      *===== CLIENTES): SAI DO RESULTADO E ABRE O ANO NOVO NA
      *===== PROPRIA CONTA, POIS E DIVIDA COM OS CLIENTES.
       01 WS-CARTEIRA-ANO     PIC S9(9)V99 VALUE ZERO.
       01 WS-ABERTURA-VALOR   PIC S9(9)V99 VALUE ZERO.
       01 WS-ABERTURA-DESCR   PIC X(30) VALUE SPACES.
       01 WS-ABERTURA-CENTRO  PIC X(3) VALUE SPACES.
       01 WS-ABERTURA-CONTA   PIC X(5) VALUE SPACES.
       01 WS-SALDO-ATUAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ARQUIVADAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-MANTIDAS   PIC 9(5) VALUE ZERO.
       01 WS-SALDO-ED         PIC ---------9.99.
       01 WS-MES-LACO         PIC 9(2) VALUE ZERO.
       01 WS-COMP-LACO        PIC 9(6) VALUE ZERO.
      *===== PERIODO (AAAAMM OU AAAA) CONFERIDO CONTRA OS
      *===== LANCAMENTOS MANUAIS AINDA SEM APROVACAO.
       01 WS-PEND-CHAVE       PIC X(6) VALUE SPACES.
       01 WS-PEND-TAM         PIC 9 VALUE ZERO.
       01 WS-PEND-QTDE        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               DISPLAY "COMPETENCIA JA ESTAVA FECHADA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO WS-PEND-CHAVE
           MOVE 6 TO WS-PEND-TAM
           PERFORM 3300-TESTA-PENDENTES
           IF WS-PEND-QTDE > ZERO
               DISPLAY "COMPETENCIA COM " WS-PEND-QTDE
                       " LANCAMENTO(S) MANUAL(IS) AGUARDANDO "
                       "APROVACAO - APROVE OU REJEITE NO RAZAOAPROVA"
               DISPLAY "MES NAO FECHADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-GRAVA-FECHAMENTO
           DISPLAY "COMPETENCIA " WS-COMPETENCIA " FECHADA - O "
                   "RAZAO NAO ACEITA MAIS LANCAMENTOS NELA".
           WRITE PERIODO-LINHA
           CLOSE ARQ-PERIODOS.

      *===== CONTA OS LANCAMENTOS MANUAIS EM ABERTO (P) CUJA DATA
      *===== CAI NO PERIODO WS-PEND-CHAVE (OS WS-PEND-TAM PRIMEIROS
      *===== DIGITOS: 6 = UM MES, 4 = O ANO INTEIRO).
       3300-TESTA-PENDENTES.
           MOVE ZERO TO WS-PEND-QTDE
           OPEN INPUT ARQ-PENDENTES
           IF WS-STATUS-PENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PENDENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PENDENTE-ABERTO
                          AND PND-DATA (1:WS-PEND-TAM) =
                              WS-PEND-CHAVE (1:WS-PEND-TAM)
                           ADD 1 TO WS-PEND-QTDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PENDENTES.

      *===== FECHAMENTO DO EXERCICIO: ARQUIVA O ANO EM
      *===== lancamentos_AAAA.arq, GRAVA A ABERTURA DO ANO SEGUINTE
      *===== COM O RESULTADO TRANSPORTADO E FECHA OS 12 MESES.
           IF WS-ANO-FECHAR = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-FECHAR TO WS-PEND-CHAVE (1:4)
           MOVE 4 TO WS-PEND-TAM
           PERFORM 3300-TESTA-PENDENTES
           IF WS-PEND-QTDE > ZERO
               DISPLAY "EXERCICIO COM " WS-PEND-QTDE
                       " LANCAMENTO(S) MANUAL(IS) AGUARDANDO "
                       "APROVACAO - APROVE OU REJEITE NO RAZAOAPROVA"
               DISPLAY "EXERCICIO NAO FECHADO"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ANO-NOVO = WS-ANO-FECHAR + 1
           PERFORM 4100-ARQUIVA-ANO
           PERFORM 4200-ABERTURA-ANO-NOVO
           MOVE ZERO TO WS-TOTAL-ARQUIVADAS
           MOVE ZERO TO WS-TOTAL-MANTIDAS
           MOVE ZERO TO WS-RESULTADO
           MOVE ZERO TO WS-CARTEIRA-ANO
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING "lancamentos_" WS-ANO-FECHAR ".arq"
                  DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
                           ELSE
                               ADD LCT-VALOR TO WS-RESULTADO
                           END-IF
                           IF LCT-CONTA = "21001"
                               IF LCT-TIPO = 'D'
                                   SUBTRACT LCT-VALOR
                                       FROM WS-CARTEIRA-ANO
                               ELSE
                                   ADD LCT-VALOR TO WS-CARTEIRA-ANO
                               END-IF
                           END-IF
                           MOVE LANCAMENTO-LINHA TO ARQUIVO-LINHA
                           WRITE ARQUIVO-LINHA
                       ELSE
      *===== A ABERTURA DO ANO NOVO CARREGA O RESULTADO DO ANO
      *===== FECHADO: O JORNAL NOVO SOZINHO REPRODUZ O SALDO. O
      *===== saldo.txt NAO MUDA - ELE JA CARREGA TUDO DESDE SEMPRE.
      *===== A PARTE DO RESULTADO QUE E CREDITO PRE-PAGO (21001)
      *===== ABRE EM LINHA PROPRIA NA 21001 E O RESTO NA 11001; A
      *===== SOMA DAS DUAS CONTINUA SENDO O RESULTADO.
       4200-ABERTURA-ANO-NOVO.
           IF WS-RESULTADO = ZERO AND WS-CARTEIRA-ANO = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ABERTURA-VALOR = WS-RESULTADO - WS-CARTEIRA-ANO
           IF WS-ABERTURA-VALOR NOT = ZERO
               MOVE SPACES TO WS-ABERTURA-DESCR
               STRING "ABERTURA EXERCICIO " WS-ANO-NOVO
                      DELIMITED BY SIZE INTO WS-ABERTURA-DESCR
               MOVE "GER" TO WS-ABERTURA-CENTRO
               MOVE "11001" TO WS-ABERTURA-CONTA
               PERFORM 4250-GRAVA-ABERTURA
           END-IF
           IF WS-CARTEIRA-ANO NOT = ZERO
               MOVE WS-CARTEIRA-ANO TO WS-ABERTURA-VALOR
               MOVE SPACES TO WS-ABERTURA-DESCR
               STRING "ABERTURA CARTEIRA " WS-ANO-NOVO
                      DELIMITED BY SIZE INTO WS-ABERTURA-DESCR
               MOVE "BAL" TO WS-ABERTURA-CENTRO
               MOVE "21001" TO WS-ABERTURA-CONTA
               PERFORM 4250-GRAVA-ABERTURA
           END-IF
           MOVE ZERO TO WS-SALDO-ATUAL
           OPEN INPUT ARQ-SALDO
           IF WS-STATUS-SALDO = "00"
               READ ARQ-SALDO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SALDO-VALOR TO WS-SALDO-ATUAL
               END-READ
               CLOSE ARQ-SALDO
           END-IF.

       4250-GRAVA-ABERTURA.
           IF WS-ABERTURA-VALOR < ZERO
               COMPUTE WS-RESULTADO-ABS = ZERO - WS-ABERTURA-VALOR
           ELSE
               MOVE WS-ABERTURA-VALOR TO WS-RESULTADO-ABS
           END-IF
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
           END-IF
           MOVE SPACES TO LANCAMENTO-LINHA
           COMPUTE LCT-DATA = (WS-ANO-NOVO * 10000) + 101
           IF WS-ABERTURA-VALOR < ZERO
               MOVE 'D' TO LCT-TIPO
           ELSE
               MOVE 'C' TO LCT-TIPO
           END-IF
           MOVE WS-RESULTADO-ABS TO LCT-VALOR
           MOVE WS-ABERTURA-DESCR TO LCT-DESCRICAO
           MOVE WS-ABERTURA-CENTRO TO LCT-CENTRO
           MOVE WS-ABERTURA-CONTA TO LCT-CONTA
           WRITE LANCAMENTO-LINHA
           CLOSE ARQ-LANCAMENTOS.

       4300-FECHA-OS-MESES.
           PERFORM VARYING WS-MES-LACO FROM 1 BY 1
