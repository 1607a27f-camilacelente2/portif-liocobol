       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINISTRO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: ACOMPANHAMENTO DOS SINISTROS DE FRETE
      *=======           ABERTOS PELO SINISTROLOTE
      *=======           (sinistros_frete.txt, LAYOUT NO
      *=======           #sinistrodat): CONSULTA, MUDANCA DE
      *=======           SITUACAO (DOCUMENTADO, ACEITO, NEGADO) E
      *=======           REGISTRO DO VALOR RECUPERADO. CADA
      *=======           RECEBIMENTO VAI PARA O JORNAL
      *=======           sinistros_recuperacoes.txt, QUE O RAZAOAUTO
      *=======           POSTA NO RAZAO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: SINISTRO PAGO OU NEGADO ESTA ENCERRADO E
      *=======               NAO MUDA MAIS. RECEBIMENTO QUE COMPLETA
      *=======               O VALOR RECLAMADO ENCERRA COMO PAGO; O
      *=======               PARCIAL PODE SER ACEITO COMO FINAL
      *=======               (ACORDO). RESTRITO AO GERENTE (LOGIN
      *=======               PELO OPERLOGIN), PORQUE O RECEBIMENTO
      *=======               ENTRA NO RAZAO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SINISTROS ASSIGN TO "sinistros_frete.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SINISTROS.

           SELECT ARQ-RECUPERACOES
               ASSIGN TO "sinistros_recuperacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECUPERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SINISTROS.
           COPY "#sinistrodat".

       FD  ARQ-RECUPERACOES.
       01  RECUPERACAO-LINHA.
           05 REC-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 REC-NUMERO        PIC 9(06).
           05 FILLER            PIC X.
           05 REC-SEQUENCIA     PIC 9(02).
           05 FILLER            PIC X.
           05 REC-CONTRA        PIC X(01).
           05 FILLER            PIC X.
           05 REC-TRANSP        PIC 9(02).
           05 FILLER            PIC X.
           05 REC-VALOR         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       COPY "#operpar".
       77 WS-STATUS-SINISTROS  PIC XX VALUE SPACES.
       77 WS-STATUS-RECUPERACOES PIC XX VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-HOJE              PIC 9(8) VALUE ZERO.
       01 WS-NUMERO-INFORMADO  PIC 9(6) VALUE ZERO.
       01 WS-SITUACAO-INFORMADA PIC X VALUE SPACE.
       01 WS-VALOR-INFORMADO   PIC 9(7)V99 VALUE ZERO.
       01 WS-RESPOSTA          PIC X VALUE SPACE.
       01 WS-SO-ANDAMENTO      PIC X VALUE SPACE.
       01 WS-SUB-SIN           PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-SIN         PIC 9(4) VALUE ZERO.
       01 WS-SIN-ACHADO        PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
       01 WS-VALOR-ED          PIC ZZZZZZZZ9.99.
       01 WS-VALOR-ED-2        PIC ZZZZZZZZ9.99.

      *===== SINISTROS EM MEMORIA (ATE 1000).
       01  WS-TABELA-SINISTROS.
           05 WS-SIN-ITEM OCCURS 1000 TIMES.
               10 WS-SN-NUMERO      PIC 9(6).
               10 WS-SN-CONTRA      PIC X(1).
               10 WS-SN-TRANSP      PIC 9(2).
               10 WS-SN-PRODUTO     PIC X(30).
               10 WS-SN-DATA-MANIF  PIC 9(8).
               10 WS-SN-ABERTURA    PIC 9(8).
               10 WS-SN-SITUACAO    PIC X(1).
               10 WS-SN-DATA-SIT    PIC 9(8).
               10 WS-SN-RECLAMADO   PIC 9(8)V99.
               10 WS-SN-RECUPERADO  PIC 9(8)V99.
               10 WS-SN-RECEBIMENTOS PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           PERFORM 1000-CARREGA-SINISTROS.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR
                   WHEN '2' PERFORM 3000-ALTERAR-SITUACAO
                   WHEN '3' PERFORM 4000-REGISTRAR-RECEBIMENTO
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *===== RECEBIMENTO DE SINISTRO ENTRA NO RAZAO: SO O GERENTE.
       0050-LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL.
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS - ENCERRANDO"
               STOP RUN
           END-IF.
           IF NOT OPR-GERENTE
               DISPLAY "SINISTROS DE FRETE RESTRITOS AO GERENTE"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-CARREGA-SINISTROS.
           OPEN INPUT ARQ-SINISTROS.
           IF WS-STATUS-SINISTROS = "35"
               DISPLAY "sinistros_frete.txt AINDA NAO EXISTE - RODE "
                       "O SINISTROLOTE PARA ABRIR OS SINISTROS"
               STOP RUN
           END-IF.
           IF WS-STATUS-SINISTROS NOT = "00"
               DISPLAY "ERRO AO ABRIR sinistros_frete.txt - STATUS "
                       WS-STATUS-SINISTROS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-SINISTROS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF SIN-NUMERO IS NUMERIC
                          AND WS-TOTAL-SIN < 1000
                           PERFORM 1010-GUARDA-SINISTRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

       1010-GUARDA-SINISTRO.
           ADD 1 TO WS-TOTAL-SIN.
           MOVE SIN-NUMERO TO WS-SN-NUMERO (WS-TOTAL-SIN).
           MOVE SIN-CONTRA TO WS-SN-CONTRA (WS-TOTAL-SIN).
           MOVE SIN-TRANSP TO WS-SN-TRANSP (WS-TOTAL-SIN).
           MOVE SIN-PRODUTO TO WS-SN-PRODUTO (WS-TOTAL-SIN).
           MOVE SIN-DATA-MANIF TO WS-SN-DATA-MANIF (WS-TOTAL-SIN).
           MOVE SIN-DATA-ABERTURA TO WS-SN-ABERTURA (WS-TOTAL-SIN).
           MOVE SIN-SITUACAO TO WS-SN-SITUACAO (WS-TOTAL-SIN).
           MOVE SIN-DATA-SITUACAO TO WS-SN-DATA-SIT (WS-TOTAL-SIN).
           MOVE SIN-VALOR-RECLAMADO TO WS-SN-RECLAMADO (WS-TOTAL-SIN).
           MOVE SIN-VALOR-RECUPERADO
             TO WS-SN-RECUPERADO (WS-TOTAL-SIN).
           MOVE SIN-RECEBIMENTOS TO WS-SN-RECEBIMENTOS (WS-TOTAL-SIN).

      *===== REGRAVA O ARQUIVO INTEIRO A CADA ALTERACAO.
       1100-GRAVA-SINISTROS.
           OPEN OUTPUT ARQ-SINISTROS.
           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-TOTAL-SIN
               MOVE SPACES TO SINISTRO-LINHA
               MOVE WS-SN-NUMERO (WS-SUB-SIN)     TO SIN-NUMERO
               MOVE WS-SN-CONTRA (WS-SUB-SIN)     TO SIN-CONTRA
               MOVE WS-SN-TRANSP (WS-SUB-SIN)     TO SIN-TRANSP
               MOVE WS-SN-PRODUTO (WS-SUB-SIN)    TO SIN-PRODUTO
               MOVE WS-SN-DATA-MANIF (WS-SUB-SIN) TO SIN-DATA-MANIF
               MOVE WS-SN-ABERTURA (WS-SUB-SIN)   TO SIN-DATA-ABERTURA
               MOVE WS-SN-SITUACAO (WS-SUB-SIN)   TO SIN-SITUACAO
               MOVE WS-SN-DATA-SIT (WS-SUB-SIN)   TO SIN-DATA-SITUACAO
               MOVE WS-SN-RECLAMADO (WS-SUB-SIN)
                 TO SIN-VALOR-RECLAMADO
               MOVE WS-SN-RECUPERADO (WS-SUB-SIN)
                 TO SIN-VALOR-RECUPERADO
               MOVE WS-SN-RECEBIMENTOS (WS-SUB-SIN)
                 TO SIN-RECEBIMENTOS
               WRITE SINISTRO-LINHA
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

       2000-LISTAR.
           DISPLAY "SO OS EM ANDAMENTO? (S/N): ".
           MOVE SPACE TO WS-SO-ANDAMENTO.
           ACCEPT WS-SO-ANDAMENTO.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           DISPLAY "=== SINISTROS DE FRETE ===".
           DISPLAY "NUMERO P TR PRODUTO                        "
                   "ABERTURA S    RECLAMADO   RECUPERADO".
           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-TOTAL-SIN
               IF (WS-SO-ANDAMENTO NOT = 'S'
                   AND WS-SO-ANDAMENTO NOT = 's')
                  OR WS-SN-SITUACAO (WS-SUB-SIN) = 'A'
                  OR WS-SN-SITUACAO (WS-SUB-SIN) = 'D'
                  OR WS-SN-SITUACAO (WS-SUB-SIN) = 'C'
                   PERFORM 2100-MOSTRA-SINISTRO
               END-IF
           END-PERFORM.
           DISPLAY "LISTADOS: " WS-TOTAL-LISTADOS.
           DISPLAY "P: T=TRANSPORTADORA S=SEGURADORA   S: A=ABERTO "
                   "D=DOCUMENTADO C=ACEITO N=NEGADO P=PAGO".

       2100-MOSTRA-SINISTRO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE WS-SN-RECLAMADO (WS-SUB-SIN) TO WS-VALOR-ED.
           MOVE WS-SN-RECUPERADO (WS-SUB-SIN) TO WS-VALOR-ED-2.
           DISPLAY WS-SN-NUMERO (WS-SUB-SIN) " "
                   WS-SN-CONTRA (WS-SUB-SIN) " "
                   WS-SN-TRANSP (WS-SUB-SIN) " "
                   WS-SN-PRODUTO (WS-SUB-SIN) " "
                   WS-SN-ABERTURA (WS-SUB-SIN) " "
                   WS-SN-SITUACAO (WS-SUB-SIN) " "
                   WS-VALOR-ED " " WS-VALOR-ED-2.

      *===== A = ABERTO -> D = DOCUMENTADO (RECLAMACAO PROTOCOLADA)
      *===== -> C = ACEITO OU N = NEGADO. O VALOR RECLAMADO PODE SER
      *===== CORRIGIDO ENQUANTO NAO HOUVER RECEBIMENTO.
       3000-ALTERAR-SITUACAO.
           PERFORM 6000-PEDE-NUMERO.
           IF WS-SIN-ACHADO = ZERO
               DISPLAY "SINISTRO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SN-SITUACAO (WS-SIN-ACHADO) = 'P'
              OR WS-SN-SITUACAO (WS-SIN-ACHADO) = 'N'
               DISPLAY "SINISTRO ENCERRADO - SITUACAO "
                       WS-SN-SITUACAO (WS-SIN-ACHADO)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOVA SITUACAO D=DOCUMENTADO C=ACEITO N=NEGADO: ".
           MOVE SPACE TO WS-SITUACAO-INFORMADA.
           ACCEPT WS-SITUACAO-INFORMADA.
           EVALUATE WS-SITUACAO-INFORMADA
               WHEN 'D' WHEN 'd'
                   MOVE 'D' TO WS-SITUACAO-INFORMADA
               WHEN 'C' WHEN 'c'
                   MOVE 'C' TO WS-SITUACAO-INFORMADA
               WHEN 'N' WHEN 'n'
                   MOVE 'N' TO WS-SITUACAO-INFORMADA
               WHEN OTHER
                   DISPLAY "SITUACAO INVALIDA"
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-SITUACAO-INFORMADA = 'N'
              AND WS-SN-RECUPERADO (WS-SIN-ACHADO) > ZERO
               DISPLAY "SINISTRO COM RECEBIMENTO NAO PODE SER NEGADO"
                       " - ENCERRE COMO PAGO NO RECEBIMENTO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SN-RECEBIMENTOS (WS-SIN-ACHADO) = ZERO
              AND WS-SITUACAO-INFORMADA NOT = 'N'
               MOVE WS-SN-RECLAMADO (WS-SIN-ACHADO) TO WS-VALOR-ED
               DISPLAY "VALOR RECLAMADO ATUAL: " WS-VALOR-ED
               DISPLAY "NOVO VALOR RECLAMADO (0 = MANTEM): "
               MOVE ZERO TO WS-VALOR-INFORMADO
               ACCEPT WS-VALOR-INFORMADO
               IF WS-VALOR-INFORMADO > ZERO
                   MOVE WS-VALOR-INFORMADO
                     TO WS-SN-RECLAMADO (WS-SIN-ACHADO)
               END-IF
           END-IF.
           MOVE WS-SITUACAO-INFORMADA TO WS-SN-SITUACAO (WS-SIN-ACHADO).
           MOVE WS-HOJE TO WS-SN-DATA-SIT (WS-SIN-ACHADO).
           PERFORM 1100-GRAVA-SINISTROS.
           DISPLAY "SINISTRO " WS-NUMERO-INFORMADO " AGORA "
                   WS-SITUACAO-INFORMADA.

      *===== RECEBIMENTO DA TRANSPORTADORA OU DA SEGURADORA: SOMA NO
      *===== RECUPERADO E VAI PARA O JORNAL DE RECUPERACOES COM O
      *===== NUMERO DE ORDEM DO RECEBIMENTO NO SINISTRO.
       4000-REGISTRAR-RECEBIMENTO.
           PERFORM 6000-PEDE-NUMERO.
           IF WS-SIN-ACHADO = ZERO
               DISPLAY "SINISTRO NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SN-SITUACAO (WS-SIN-ACHADO) = 'P'
              OR WS-SN-SITUACAO (WS-SIN-ACHADO) = 'N'
               DISPLAY "SINISTRO ENCERRADO - SITUACAO "
                       WS-SN-SITUACAO (WS-SIN-ACHADO)
               EXIT PARAGRAPH
           END-IF.
           IF WS-SN-RECEBIMENTOS (WS-SIN-ACHADO) >= 99
               DISPLAY "LIMITE DE RECEBIMENTOS DO SINISTRO (99)"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SN-RECLAMADO (WS-SIN-ACHADO) TO WS-VALOR-ED.
           MOVE WS-SN-RECUPERADO (WS-SIN-ACHADO) TO WS-VALOR-ED-2.
           DISPLAY "RECLAMADO: " WS-VALOR-ED
                   "  JA RECUPERADO: " WS-VALOR-ED-2.
           DISPLAY "VALOR RECEBIDO: ".
           MOVE ZERO TO WS-VALOR-INFORMADO.
           ACCEPT WS-VALOR-INFORMADO.
           IF WS-VALOR-INFORMADO = ZERO
               DISPLAY "VALOR INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SN-RECEBIMENTOS (WS-SIN-ACHADO).
           ADD WS-VALOR-INFORMADO TO WS-SN-RECUPERADO (WS-SIN-ACHADO).
           IF WS-SN-RECUPERADO (WS-SIN-ACHADO)
              NOT < WS-SN-RECLAMADO (WS-SIN-ACHADO)
               MOVE 'P' TO WS-SN-SITUACAO (WS-SIN-ACHADO)
           ELSE
               DISPLAY "RECEBIMENTO PARCIAL - ENCERRAR COMO PAGO "
                       "(ACORDO FINAL)? (S/N): "
               MOVE SPACE TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                   MOVE 'P' TO WS-SN-SITUACAO (WS-SIN-ACHADO)
               ELSE
                   MOVE 'C' TO WS-SN-SITUACAO (WS-SIN-ACHADO)
               END-IF
           END-IF.
           MOVE WS-HOJE TO WS-SN-DATA-SIT (WS-SIN-ACHADO).
           PERFORM 4100-GRAVA-RECUPERACAO.
           PERFORM 1100-GRAVA-SINISTROS.
           DISPLAY "RECEBIMENTO REGISTRADO - SINISTRO "
                   WS-NUMERO-INFORMADO " SITUACAO "
                   WS-SN-SITUACAO (WS-SIN-ACHADO).

       4100-GRAVA-RECUPERACAO.
           OPEN EXTEND ARQ-RECUPERACOES.
           IF WS-STATUS-RECUPERACOES = "35"
               OPEN OUTPUT ARQ-RECUPERACOES
               CLOSE ARQ-RECUPERACOES
               OPEN EXTEND ARQ-RECUPERACOES
           END-IF.
           MOVE SPACES TO RECUPERACAO-LINHA.
           MOVE WS-HOJE TO REC-DATA.
           MOVE WS-SN-NUMERO (WS-SIN-ACHADO) TO REC-NUMERO.
           MOVE WS-SN-RECEBIMENTOS (WS-SIN-ACHADO) TO REC-SEQUENCIA.
           MOVE WS-SN-CONTRA (WS-SIN-ACHADO) TO REC-CONTRA.
           MOVE WS-SN-TRANSP (WS-SIN-ACHADO) TO REC-TRANSP.
           MOVE WS-VALOR-INFORMADO TO REC-VALOR.
           WRITE RECUPERACAO-LINHA.
           CLOSE ARQ-RECUPERACOES.

       6000-PEDE-NUMERO.
           DISPLAY "NUMERO DO SINISTRO: ".
           MOVE ZERO TO WS-NUMERO-INFORMADO.
           ACCEPT WS-NUMERO-INFORMADO.
           MOVE ZERO TO WS-SIN-ACHADO.
           PERFORM VARYING WS-SUB-SIN FROM 1 BY 1
                   UNTIL WS-SUB-SIN > WS-TOTAL-SIN
               IF WS-SN-NUMERO (WS-SUB-SIN) = WS-NUMERO-INFORMADO
                   MOVE WS-SUB-SIN TO WS-SIN-ACHADO
               END-IF
           END-PERFORM.
           IF WS-SIN-ACHADO NOT = ZERO
               MOVE WS-SIN-ACHADO TO WS-SUB-SIN
               PERFORM 2100-MOSTRA-SINISTRO
           END-IF.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== SINISTROS DE FRETE ===".
           DISPLAY "1 - LISTAR SINISTROS".
           DISPLAY "2 - ALTERAR SITUACAO".
           DISPLAY "3 - REGISTRAR RECEBIMENTO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       END PROGRAM SINISTRO.
