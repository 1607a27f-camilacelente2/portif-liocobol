      *=======          LOJAS, O PAINEL GANHOU AS COPIAS FORA DA
      *=======          LOJA POR LOJA (copias.dat, CPY-LOJA; ZERO
      *=======          VALE A LOJA 01).
      *=======     MOD: 15/10/2026 - CE - CAIXA DE SAIDA DE AVISOS
      *=======          (avisos_clientes.dat): O PAINEL MOSTRA OS AVISOS
      *=======          PENDENTES E ESCALA, UM A UM, OS AVISOS DE
      *=======          RESERVA DISPONIVEL SEM CONTATO HA MAIS DE
      *=======          WS-DIAS-ESCALA DIAS.
      *=======     MOD: 15/10/2026 - CE - CONTROLE DUPLO DO RAZAO: O
      *=======          PAINEL MOSTRA OS LANCAMENTOS MANUAIS A APROVAR
      *=======          (lancamentos_pendentes.txt) E LISTA OS PEDIDOS
      *=======          HA MAIS DE WS-DIAS-PENDENCIA DIAS
      *=======          (razao_config.txt).
      *==============================

       ENVIRONMENT DIVISION.
               RECORD KEY IS CPY-CHAVE
           FILE STATUS IS WS-STATUS-COPIAS.

           SELECT ARQ-AVISOS ASSIGN TO "avisos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
           FILE STATUS IS WS-STATUS-AVISOS.

           SELECT ARQ-PENDENTES ASSIGN TO "lancamentos_pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.

           SELECT ARQ-CONFIG-RAZAO ASSIGN TO "razao_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIG-RAZAO.

           SELECT ARQ-PAINEL ASSIGN TO "painel_diario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAINEL.
       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-AVISOS.
           COPY "#avisodat".

       FD  ARQ-PENDENTES.
           COPY "#pendlctdat".

       FD  ARQ-CONFIG-RAZAO.
           COPY "#razaocfg".

       FD  ARQ-PAINEL.
       01  PAINEL-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-COPIAS      PIC XX VALUE SPACES.
       77 WS-STATUS-AVISOS      PIC XX VALUE SPACES.
      *===== AVISO DE RESERVA DISPONIVEL SEM CONTATO HA MAIS DESTES
      *===== DIAS SOBE PARA O PAINEL (A RESERVA PRENDE A COPIA NA
      *===== PRATELEIRA ENQUANTO O CLIENTE NAO SABE QUE ELA VOLTOU).
       77 WS-DIAS-ESCALA        PIC 9(3) VALUE 2.
       01 WS-AVISOS-PENDENTES   PIC 9(5) VALUE ZERO.
       01 WS-AVISOS-ESCALADOS   PIC 9(5) VALUE ZERO.
       01 WS-SUB-AVISO          PIC 9(2) VALUE ZERO.
       01 WS-DIAS-AVISO         PIC 9(5) VALUE ZERO.
      *===== OS PRIMEIROS 20 AVISOS ESCALADOS, LISTADOS UM A UM.
       01  WS-TABELA-ESCALADOS.
           05 WS-ESC-ITEM OCCURS 20 TIMES.
               10 WS-ESC-CLIENTE    PIC 9(4).
               10 WS-ESC-TELEFONE   PIC X(15).
               10 WS-ESC-DIAS       PIC 9(5).
               10 WS-ESC-TEXTO      PIC X(30).
       77 WS-STATUS-PENDENTES    PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIG-RAZAO PIC XX VALUE SPACES.
      *===== LANCAMENTO MANUAL ESPERANDO APROVACAO HA MAIS DESTES
      *===== DIAS SOBE PARA O PAINEL (razao_config.txt PREVALECE).
       77 WS-DIAS-PENDENCIA     PIC 9(3) VALUE 2.
       01 WS-PENDENTES-RAZAO    PIC 9(5) VALUE ZERO.
       01 WS-PENDENTES-ANTIGOS  PIC 9(5) VALUE ZERO.
       01 WS-SUB-PENDENTE       PIC 9(2) VALUE ZERO.
       01 WS-DIAS-PENDENTE      PIC 9(5) VALUE ZERO.
      *===== OS PRIMEIROS 20 PENDENTES ANTIGOS, LISTADOS UM A UM.
       01  WS-TABELA-PENDENTES.
           05 WS-PEN-ITEM OCCURS 20 TIMES.
               10 WS-PEN-NUMERO     PIC 9(6).
               10 WS-PEN-OPERADOR   PIC 9(4).
               10 WS-PEN-DIAS       PIC 9(5).
               10 WS-PEN-VALOR      PIC ZZZZZZ9.99.
               10 WS-PEN-DESCRICAO  PIC X(19).
       01 WS-LOJA-COPIA         PIC 9(2) VALUE ZERO.
       01 WS-SUB-LOJA           PIC 9(2) VALUE ZERO.
      *===== COPIAS ALUGADAS (FORA DA LOJA) POR LOJA, ATE 10 LOJAS.
           PERFORM 1000-PREPARA-DATAS
           PERFORM 2000-CONTA-FILMES
           PERFORM 2500-CONTA-COPIAS-LOJA
           PERFORM 2700-CONTA-AVISOS
           PERFORM 2800-CONTA-PENDENTES-RAZAO
           PERFORM 3000-CONTA-AUDITORIA
           PERFORM 4000-CONTA-FRETES
           PERFORM 5000-CONTA-CONVERSOES
           END-PERFORM.
           CLOSE ARQ-COPIAS.

      *===== CAIXA DE SAIDA DE AVISOS: PENDENTES NO TOTAL E AVISOS
      *===== DE RESERVA PENDENTES HA MAIS DE WS-DIAS-ESCALA DIAS.
       2700-CONTA-AVISOS.
           OPEN INPUT ARQ-AVISOS.
           IF WS-STATUS-AVISOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO AVI-TIPO.
           MOVE ZERO TO AVI-REFERENCIA.
           MOVE SPACES TO WS-STATUS-AVISOS.
           START ARQ-AVISOS KEY IS >= AVI-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-AVISOS
           END-START.
           PERFORM UNTIL WS-STATUS-AVISOS = "10"
               READ ARQ-AVISOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-AVISOS
                   NOT AT END
                       IF AVISO-PENDENTE
                           ADD 1 TO WS-AVISOS-PENDENTES
                           IF AVISO-RESERVA
                               PERFORM 2750-VERIFICA-ESCALA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AVISOS.

       2750-VERIFICA-ESCALA.
           MOVE 'D' TO CAL-FUNCAO
           MOVE AVI-DATA-GERACAO TO CAL-DATA-1
           MOVE WS-DATA-HOJE (1:8) TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-DIAS NOT > WS-DIAS-ESCALA
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-DIAS TO WS-DIAS-AVISO
           ADD 1 TO WS-AVISOS-ESCALADOS
           IF WS-AVISOS-ESCALADOS NOT > 20
               MOVE WS-AVISOS-ESCALADOS TO WS-SUB-AVISO
               MOVE AVI-CODIGO-CLIENTE TO WS-ESC-CLIENTE (WS-SUB-AVISO)
               MOVE AVI-TELEFONE TO WS-ESC-TELEFONE (WS-SUB-AVISO)
               MOVE WS-DIAS-AVISO TO WS-ESC-DIAS (WS-SUB-AVISO)
               MOVE AVI-TEXTO (21:30) TO WS-ESC-TEXTO (WS-SUB-AVISO)
           END-IF.

      *===== LANCAMENTOS MANUAIS ACIMA DO LIMITE AINDA SEM A
      *===== SEGUNDA ASSINATURA (RAZAOAPROVA): TOTAL E OS PEDIDOS HA
      *===== MAIS DE WS-DIAS-PENDENCIA DIAS.
       2800-CONTA-PENDENTES-RAZAO.
           OPEN INPUT ARQ-CONFIG-RAZAO.
           IF WS-STATUS-CONFIG-RAZAO = "00"
               READ ARQ-CONFIG-RAZAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-DIAS-PENDENCIA IS NUMERIC
                          AND CFG-DIAS-PENDENCIA > ZERO
                           MOVE CFG-DIAS-PENDENCIA
                             TO WS-DIAS-PENDENCIA
                       END-IF
               END-READ
               CLOSE ARQ-CONFIG-RAZAO
           END-IF.
           OPEN INPUT ARQ-PENDENTES.
           IF WS-STATUS-PENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PENDENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PENDENTE-ABERTO
                           ADD 1 TO WS-PENDENTES-RAZAO
                           PERFORM 2850-VERIFICA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PENDENTES.

       2850-VERIFICA-PENDENTE.
           MOVE 'D' TO CAL-FUNCAO
           MOVE PND-DATA-PEDIDO TO CAL-DATA-1
           MOVE WS-DATA-HOJE (1:8) TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-DIAS NOT > WS-DIAS-PENDENCIA
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-DIAS TO WS-DIAS-PENDENTE
           ADD 1 TO WS-PENDENTES-ANTIGOS
           IF WS-PENDENTES-ANTIGOS NOT > 20
               MOVE WS-PENDENTES-ANTIGOS TO WS-SUB-PENDENTE
               MOVE PND-NUMERO TO WS-PEN-NUMERO (WS-SUB-PENDENTE)
               MOVE PND-OPER-PEDIDO
                 TO WS-PEN-OPERADOR (WS-SUB-PENDENTE)
               MOVE WS-DIAS-PENDENTE TO WS-PEN-DIAS (WS-SUB-PENDENTE)
               MOVE PND-VALOR TO WS-PEN-VALOR (WS-SUB-PENDENTE)
               MOVE PND-DESCRICAO
                 TO WS-PEN-DESCRICAO (WS-SUB-PENDENTE)
           END-IF.

       3000-CONTA-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA NOT = "00"
               END-IF
           END-PERFORM.
           MOVE SPACES TO PAINEL-LINHA.
           STRING "AVISOS A CLIENTES PENDENTES.: "
                  WS-AVISOS-PENDENTES DELIMITED BY SIZE
                  INTO PAINEL-LINHA.
           PERFORM 7100-ESCREVE.
           IF WS-AVISOS-ESCALADOS > ZERO
               MOVE SPACES TO PAINEL-LINHA
               STRING "*** RESERVAS SEM CONTATO HA MAIS DE "
                      WS-DIAS-ESCALA " DIAS: " WS-AVISOS-ESCALADOS
                      DELIMITED BY SIZE INTO PAINEL-LINHA
               PERFORM 7100-ESCREVE
               PERFORM VARYING WS-SUB-AVISO FROM 1 BY 1
                       UNTIL WS-SUB-AVISO > 20
                          OR WS-SUB-AVISO > WS-AVISOS-ESCALADOS
                   MOVE SPACES TO PAINEL-LINHA
                   STRING "  CLI " WS-ESC-CLIENTE (WS-SUB-AVISO)
                          " " WS-ESC-TELEFONE (WS-SUB-AVISO)
                          " " WS-ESC-DIAS (WS-SUB-AVISO) " DIAS "
                          WS-ESC-TEXTO (WS-SUB-AVISO)
                          DELIMITED BY SIZE INTO PAINEL-LINHA
                   PERFORM 7100-ESCREVE
               END-PERFORM
           END-IF.
           MOVE SPACES TO PAINEL-LINHA.
           STRING "LANCAMENTOS DO RAZAO A APROVAR: "
                  WS-PENDENTES-RAZAO DELIMITED BY SIZE
                  INTO PAINEL-LINHA.
           PERFORM 7100-ESCREVE.
           IF WS-PENDENTES-ANTIGOS > ZERO
               MOVE SPACES TO PAINEL-LINHA
               STRING "*** PENDENTES DE APROVACAO HA MAIS DE "
                      WS-DIAS-PENDENCIA " DIAS: " WS-PENDENTES-ANTIGOS
                      DELIMITED BY SIZE INTO PAINEL-LINHA
               PERFORM 7100-ESCREVE
               PERFORM VARYING WS-SUB-PENDENTE FROM 1 BY 1
                       UNTIL WS-SUB-PENDENTE > 20
                          OR WS-SUB-PENDENTE > WS-PENDENTES-ANTIGOS
                   MOVE SPACES TO PAINEL-LINHA
                   STRING "  PEND " WS-PEN-NUMERO (WS-SUB-PENDENTE)
                          " OPER " WS-PEN-OPERADOR (WS-SUB-PENDENTE)
                          " " WS-PEN-DIAS (WS-SUB-PENDENTE) " DIAS "
                          WS-PEN-VALOR (WS-SUB-PENDENTE) " "
                          WS-PEN-DESCRICAO (WS-SUB-PENDENTE)
                          DELIMITED BY SIZE INTO PAINEL-LINHA
                   PERFORM 7100-ESCREVE
               END-PERFORM
           END-IF.
           MOVE SPACES TO PAINEL-LINHA.
           STRING "ACOES DE ONTEM NA AUDITORIA.: "
                  WS-AUD-ONTEM DELIMITED BY SIZE
                  INTO PAINEL-LINHA.
