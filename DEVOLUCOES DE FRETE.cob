       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETEDEVOL.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: LOGISTICA REVERSA - REGISTRO DAS
      *=======           DEVOLUCOES DE EMBARQUE (RECUSA DO
      *=======           DESTINATARIO, ENDERECO ERRADO) CONTRA A
      *=======           LINHA ORIGINAL DO manifesto_fretes.txt, COM
      *=======           O MOTIVO E, SE FOR O CASO, O FRETE DE
      *=======           RETORNO COBRADO DO EMBARCADOR. AS
      *=======           DEVOLUCOES (devolucoes_fretes.txt, LAYOUT NO
      *=======           #devoldat) ESTORNAM O FRETE E O ICMS: O
      *=======           ICMSAPURACAO ABATE O ICMS NO MES DA
      *=======           DEVOLUCAO, O FRETEFATURA EMITE A NOTA DE
      *=======           CREDITO E O RAZAOAUTO POSTA O ESTORNO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: UMA DEVOLUCAO POR EMBARQUE (PRODUTO +
      *=======               DATA DO MANIFESTO). O FRETE DE RETORNO
      *=======               NAO PASSA DO FRETE ORIGINAL E LEVA O ICMS
      *=======               NA MESMA PROPORCAO. A OPCAO 3 LISTA OS
      *=======               EMBARQUES QUE A TRANSPORTADORA DEU COMO
      *=======               DEVOLVIDOS (entregas_confirmadas.txt,
      *=======               DO ENTREGARETORNO) E AINDA SEM REGISTRO.
      *=======               RESTRITO AO GERENTE (LOGIN PELO
      *=======               OPERLOGIN), PORQUE O ESTORNO ENTRA NO
      *=======               RAZAO E NA FATURA.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVOLUCOES ASSIGN TO "devolucoes_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEVOLUCOES.

           SELECT ARQ-MANIFESTO ASSIGN TO "manifesto_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MANIFESTO.

           SELECT ARQ-CONFIRMADAS
               ASSIGN TO "entregas_confirmadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONFIRMADAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEVOLUCOES.
           COPY "#devoldat".

       FD  ARQ-MANIFESTO.
       01  MANIFESTO-LINHA.
           05 MN-PRODUTO        PIC X(30).
           05 FILLER            PIC X.
           05 MN-ESTADO         PIC X(02).
           05 FILLER            PIC X.
           05 MN-VALOR-X        PIC X(10).
           05 FILLER            PIC X.
           05 MN-FRETE-X        PIC X(10).
           05 FILLER            PIC X.
           05 MN-ICMS-X         PIC X(10).
           05 FILLER            PIC X.
           05 MN-VALOR-FINAL-X  PIC X(10).
           05 FILLER            PIC X.
           05 MN-DATA-X         PIC X(08).
           05 FILLER            PIC X.
           05 MN-TRANSP-X       PIC X(02).
           05 FILLER            PIC X.
           05 MN-SEGURO-X       PIC X(10).
           05 FILLER            PIC X.
           05 MN-PREVISTA-X     PIC X(08).
           05 FILLER            PIC X.
           05 MN-EMBARCADOR-X   PIC X(04).

       FD  ARQ-CONFIRMADAS.
       01  CONFIRMADA-LINHA.
           05 CNF-PRODUTO       PIC X(30).
           05 FILLER            PIC X.
           05 CNF-DATA-MANIF    PIC 9(08).
           05 FILLER            PIC X.
           05 CNF-DATA-ENTREGA  PIC 9(08).
           05 FILLER            PIC X.
           05 CNF-STATUS        PIC X(01).

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       COPY "#operpar".
       77 WS-STATUS-DEVOLUCOES PIC XX VALUE SPACES.
       77 WS-STATUS-MANIFESTO  PIC XX VALUE SPACES.
       77 WS-STATUS-CONFIRMADAS PIC XX VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-HOJE              PIC 9(8) VALUE ZERO.
       01 WS-PRODUTO-INFORMADO PIC X(30) VALUE SPACES.
       01 WS-DATA-INFORMADA    PIC 9(8) VALUE ZERO.
       01 WS-MOTIVO-INFORMADO  PIC X VALUE SPACE.
       01 WS-RETORNO-INFORMADO PIC 9(7)V99 VALUE ZERO.
       01 WS-RESPOSTA          PIC X VALUE SPACE.
       01 WS-ACHOU-MANIFESTO   PIC X VALUE 'N'.
       01 WS-MAN-ESTADO        PIC X(02) VALUE SPACES.
       01 WS-MAN-TRANSP        PIC 9(02) VALUE ZERO.
       01 WS-MAN-EMBARCADOR    PIC 9(04) VALUE ZERO.
       01 WS-MAN-FRETE         PIC 9(7)V99 VALUE ZERO.
       01 WS-MAN-ICMS          PIC 9(7)V99 VALUE ZERO.
       01 WS-ICMS-RETORNO      PIC 9(7)V99 VALUE ZERO.
       01 WS-ULTIMO-NUMERO     PIC 9(6) VALUE ZERO.
       01 WS-SUB-DEV           PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-DEV         PIC 9(4) VALUE ZERO.
       01 WS-DEV-ACHADA        PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-LISTADOS    PIC 9(4) VALUE ZERO.
       01 WS-VALOR-ED          PIC ZZZZZZ9.99.
       01 WS-VALOR-ED-2        PIC ZZZZZZ9.99.
       01 WS-VALOR-ED-3        PIC ZZZZZZ9.99.
       01 WS-CAMPO-EDITADO.
           05 WS-CED-INTEIRO   PIC X(7).
           05 FILLER           PIC X.
           05 WS-CED-DECIMAL   PIC X(2).
       01 WS-CED-NUM REDEFINES WS-CAMPO-EDITADO.
           05 WS-CED-INT-9     PIC 9(7).
           05 FILLER           PIC X.
           05 WS-CED-DEC-9     PIC 9(2).
       01 WS-VALOR-CONVERTIDO  PIC 9(7)V99 VALUE ZERO.

      *===== DEVOLUCOES JA REGISTRADAS (ATE 1000): A CHAVE DO
      *===== EMBARQUE, PARA NAO DEVOLVER DUAS VEZES, E O RESUMO DA
      *===== LISTAGEM.
       01  WS-TABELA-DEVOLUCOES.
           05 WS-DEV-ITEM OCCURS 1000 TIMES.
               10 WS-DV-NUMERO      PIC 9(6).
               10 WS-DV-DATA        PIC 9(8).
               10 WS-DV-PRODUTO     PIC X(30).
               10 WS-DV-DATA-MANIF  PIC 9(8).
               10 WS-DV-MOTIVO      PIC X(1).
               10 WS-DV-FRETE       PIC 9(7)V99.
               10 WS-DV-RETORNO     PIC 9(7)V99.
               10 WS-DV-NOTA        PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           PERFORM 1000-CARREGA-DEVOLUCOES.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR
                   WHEN '2' PERFORM 3000-REGISTRAR-DEVOLUCAO
                   WHEN '3' PERFORM 4000-DEVOLVIDOS-SEM-REGISTRO
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *===== O ESTORNO ENTRA NO RAZAO E NA FATURA: SO O GERENTE.
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
               DISPLAY "DEVOLUCOES DE FRETE RESTRITAS AO GERENTE"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-CARREGA-DEVOLUCOES.
           MOVE ZERO TO WS-TOTAL-DEV.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF WS-STATUS-DEVOLUCOES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEVOLUCOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF DEV-NUMERO IS NUMERIC
                          AND WS-TOTAL-DEV < 1000
                           PERFORM 1010-GUARDA-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.

       1010-GUARDA-DEVOLUCAO.
           ADD 1 TO WS-TOTAL-DEV.
           MOVE DEV-NUMERO TO WS-DV-NUMERO (WS-TOTAL-DEV).
           MOVE DEV-DATA TO WS-DV-DATA (WS-TOTAL-DEV).
           MOVE DEV-PRODUTO TO WS-DV-PRODUTO (WS-TOTAL-DEV).
           MOVE DEV-DATA-MANIF TO WS-DV-DATA-MANIF (WS-TOTAL-DEV).
           MOVE DEV-MOTIVO TO WS-DV-MOTIVO (WS-TOTAL-DEV).
           MOVE DEV-FRETE TO WS-DV-FRETE (WS-TOTAL-DEV).
           MOVE DEV-FRETE-RETORNO TO WS-DV-RETORNO (WS-TOTAL-DEV).
           MOVE DEV-NOTA-CREDITO TO WS-DV-NOTA (WS-TOTAL-DEV).
           IF DEV-NUMERO > WS-ULTIMO-NUMERO
               MOVE DEV-NUMERO TO WS-ULTIMO-NUMERO
           END-IF.

       2000-LISTAR.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           DISPLAY "=== DEVOLUCOES DE FRETE ===".
           DISPLAY "NUMERO DEVOLUC. PRODUTO                        "
                   "MANIFEST M  FRETE ESTOR. FRETE RETOR. NOTA CR.".
           PERFORM VARYING WS-SUB-DEV FROM 1 BY 1
                   UNTIL WS-SUB-DEV > WS-TOTAL-DEV
               PERFORM 2100-MOSTRA-DEVOLUCAO
           END-PERFORM.
           DISPLAY "LISTADAS: " WS-TOTAL-LISTADOS.
           DISPLAY "M: R=RECUSADO E=ENDERECO ERRADO O=OUTRO   "
                   "NOTA CR. 000000 = AINDA NAO EMITIDA".

       2100-MOSTRA-DEVOLUCAO.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE WS-DV-FRETE (WS-SUB-DEV) TO WS-VALOR-ED.
           MOVE WS-DV-RETORNO (WS-SUB-DEV) TO WS-VALOR-ED-2.
           DISPLAY WS-DV-NUMERO (WS-SUB-DEV) " "
                   WS-DV-DATA (WS-SUB-DEV) " "
                   WS-DV-PRODUTO (WS-SUB-DEV) " "
                   WS-DV-DATA-MANIF (WS-SUB-DEV) " "
                   WS-DV-MOTIVO (WS-SUB-DEV) " "
                   WS-VALOR-ED "   " WS-VALOR-ED-2 " "
                   WS-DV-NOTA (WS-SUB-DEV).

      *===== A DEVOLUCAO APONTA O EMBARQUE DO MANIFESTO; FRETE, ICMS,
      *===== UF, TRANSPORTADORA E EMBARCADOR VEM DA LINHA ORIGINAL.
       3000-REGISTRAR-DEVOLUCAO.
           IF WS-TOTAL-DEV >= 1000
               DISPLAY "LIMITE DE DEVOLUCOES EM MEMORIA (1000)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUTO DO EMBARQUE: ".
           MOVE SPACES TO WS-PRODUTO-INFORMADO.
           ACCEPT WS-PRODUTO-INFORMADO.
           DISPLAY "DATA DO MANIFESTO (AAAAMMDD): ".
           MOVE ZERO TO WS-DATA-INFORMADA.
           ACCEPT WS-DATA-INFORMADA.
           PERFORM 3100-PROCURA-DEVOLUCAO.
           IF WS-DEV-ACHADA NOT = ZERO
               DISPLAY "EMBARQUE JA DEVOLVIDO - DEVOLUCAO "
                       WS-DV-NUMERO (WS-DEV-ACHADA)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-PROCURA-MANIFESTO.
           IF WS-ACHOU-MANIFESTO NOT = 'S'
               DISPLAY "EMBARQUE NAO ENCONTRADO NO MANIFESTO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAN-FRETE = ZERO AND WS-MAN-ICMS = ZERO
               DISPLAY "EMBARQUE SEM FRETE NEM ICMS - NADA A ESTORNAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAN-FRETE TO WS-VALOR-ED.
           MOVE WS-MAN-ICMS TO WS-VALOR-ED-2.
           DISPLAY "UF " WS-MAN-ESTADO " TRANSP " WS-MAN-TRANSP
                   " EMBARCADOR " WS-MAN-EMBARCADOR
                   " FRETE " WS-VALOR-ED " ICMS " WS-VALOR-ED-2.
           DISPLAY "MOTIVO R=RECUSADO PELO DESTINATARIO "
                   "E=ENDERECO ERRADO O=OUTRO: ".
           MOVE SPACE TO WS-MOTIVO-INFORMADO.
           ACCEPT WS-MOTIVO-INFORMADO.
           EVALUATE WS-MOTIVO-INFORMADO
               WHEN 'R' WHEN 'r'
                   MOVE 'R' TO WS-MOTIVO-INFORMADO
               WHEN 'E' WHEN 'e'
                   MOVE 'E' TO WS-MOTIVO-INFORMADO
               WHEN 'O' WHEN 'o'
                   MOVE 'O' TO WS-MOTIVO-INFORMADO
               WHEN OTHER
                   DISPLAY "MOTIVO INVALIDO"
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "FRETE DE RETORNO A COBRAR DO EMBARCADOR "
                   "(0 = NAO COBRA): ".
           MOVE ZERO TO WS-RETORNO-INFORMADO.
           ACCEPT WS-RETORNO-INFORMADO.
           IF WS-RETORNO-INFORMADO > WS-MAN-FRETE
               DISPLAY "FRETE DE RETORNO NAO PODE PASSAR DO FRETE "
                       "ORIGINAL"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ICMS-RETORNO.
           IF WS-RETORNO-INFORMADO > ZERO
               COMPUTE WS-ICMS-RETORNO ROUNDED =
                   WS-MAN-ICMS * WS-RETORNO-INFORMADO / WS-MAN-FRETE
           END-IF.
           MOVE WS-RETORNO-INFORMADO TO WS-VALOR-ED.
           MOVE WS-ICMS-RETORNO TO WS-VALOR-ED-3.
           DISPLAY "ESTORNA FRETE E ICMS DO EMBARQUE; COBRA RETORNO "
                   WS-VALOR-ED " + ICMS " WS-VALOR-ED-3.
           DISPLAY "CONFIRMA A DEVOLUCAO? (S/N): ".
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               DISPLAY "DEVOLUCAO NAO REGISTRADA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3300-GRAVA-DEVOLUCAO.

       3100-PROCURA-DEVOLUCAO.
           MOVE ZERO TO WS-DEV-ACHADA.
           PERFORM VARYING WS-SUB-DEV FROM 1 BY 1
                   UNTIL WS-SUB-DEV > WS-TOTAL-DEV
               IF WS-DV-PRODUTO (WS-SUB-DEV) = WS-PRODUTO-INFORMADO
                  AND WS-DV-DATA-MANIF (WS-SUB-DEV) = WS-DATA-INFORMADA
                   MOVE WS-SUB-DEV TO WS-DEV-ACHADA
               END-IF
           END-PERFORM.

      *===== PRIMEIRA LINHA DO MANIFESTO COM O PRODUTO E A DATA.
       3200-PROCURA-MANIFESTO.
           MOVE 'N' TO WS-ACHOU-MANIFESTO.
           OPEN INPUT ARQ-MANIFESTO.
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "SEM manifesto_fretes.txt"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-MANIFESTO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF MN-PRODUTO = WS-PRODUTO-INFORMADO
                          AND MN-DATA-X IS NUMERIC
                          AND MN-DATA-X = WS-DATA-INFORMADA
                           PERFORM 3210-DADOS-DO-EMBARQUE
                           MOVE 'S' TO WS-ACHOU-MANIFESTO
                           MOVE 'S' TO WS-EOF-ARQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MANIFESTO.

       3210-DADOS-DO-EMBARQUE.
           MOVE MN-ESTADO TO WS-MAN-ESTADO.
           MOVE MN-FRETE-X TO WS-CAMPO-EDITADO.
           PERFORM 7100-CONVERTE-EDITADO.
           MOVE WS-VALOR-CONVERTIDO TO WS-MAN-FRETE.
           MOVE MN-ICMS-X TO WS-CAMPO-EDITADO.
           PERFORM 7100-CONVERTE-EDITADO.
           MOVE WS-VALOR-CONVERTIDO TO WS-MAN-ICMS.
           IF MN-TRANSP-X IS NUMERIC
               MOVE MN-TRANSP-X TO WS-MAN-TRANSP
           ELSE
               MOVE ZERO TO WS-MAN-TRANSP
           END-IF.
           IF MN-EMBARCADOR-X IS NUMERIC
               MOVE MN-EMBARCADOR-X TO WS-MAN-EMBARCADOR
           ELSE
               MOVE ZERO TO WS-MAN-EMBARCADOR
           END-IF.

       3300-GRAVA-DEVOLUCAO.
           ADD 1 TO WS-ULTIMO-NUMERO.
           OPEN EXTEND ARQ-DEVOLUCOES.
           IF WS-STATUS-DEVOLUCOES = "35"
               OPEN OUTPUT ARQ-DEVOLUCOES
               CLOSE ARQ-DEVOLUCOES
               OPEN EXTEND ARQ-DEVOLUCOES
           END-IF.
           MOVE SPACES TO DEVOLUCAO-LINHA.
           MOVE WS-ULTIMO-NUMERO TO DEV-NUMERO.
           MOVE WS-HOJE TO DEV-DATA.
           MOVE WS-PRODUTO-INFORMADO TO DEV-PRODUTO.
           MOVE WS-DATA-INFORMADA TO DEV-DATA-MANIF.
           MOVE WS-MAN-ESTADO TO DEV-ESTADO.
           MOVE WS-MAN-TRANSP TO DEV-TRANSP.
           MOVE WS-MAN-EMBARCADOR TO DEV-EMBARCADOR.
           MOVE WS-MOTIVO-INFORMADO TO DEV-MOTIVO.
           MOVE WS-MAN-FRETE TO DEV-FRETE.
           MOVE WS-MAN-ICMS TO DEV-ICMS.
           MOVE WS-RETORNO-INFORMADO TO DEV-FRETE-RETORNO.
           MOVE WS-ICMS-RETORNO TO DEV-ICMS-RETORNO.
           MOVE ZERO TO DEV-NOTA-CREDITO.
           PERFORM 1010-GUARDA-DEVOLUCAO.
           WRITE DEVOLUCAO-LINHA.
           CLOSE ARQ-DEVOLUCOES.
           DISPLAY "DEVOLUCAO " WS-ULTIMO-NUMERO " REGISTRADA - "
                   "NOTA DE CREDITO NO PROXIMO FATURAMENTO DE "
                   WS-HOJE (1:6).

      *===== EMBARQUES QUE O RETORNO DA TRANSPORTADORA MARCOU COMO
      *===== DEVOLVIDOS (STATUS D) E QUE AINDA NAO TEM DEVOLUCAO.
       4000-DEVOLVIDOS-SEM-REGISTRO.
           OPEN INPUT ARQ-CONFIRMADAS.
           IF WS-STATUS-CONFIRMADAS NOT = "00"
               DISPLAY "SEM entregas_confirmadas.txt - RODE O "
                       "ENTREGARETORNO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           DISPLAY "=== DEVOLVIDOS SEM REGISTRO ===".
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CONFIRMADAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CNF-STATUS = 'D'
                           MOVE CNF-PRODUTO TO WS-PRODUTO-INFORMADO
                           MOVE CNF-DATA-MANIF TO WS-DATA-INFORMADA
                           PERFORM 3100-PROCURA-DEVOLUCAO
                           IF WS-DEV-ACHADA = ZERO
                               ADD 1 TO WS-TOTAL-LISTADOS
                               DISPLAY CNF-PRODUTO " MANIFESTO "
                                       CNF-DATA-MANIF " RETORNO "
                                       CNF-DATA-ENTREGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONFIRMADAS.
           DISPLAY "SEM REGISTRO: " WS-TOTAL-LISTADOS
                   " - REGISTRE PELA OPCAO 2".

       7100-CONVERTE-EDITADO.
           INSPECT WS-CED-INTEIRO
               REPLACING LEADING SPACE BY "0"
           IF WS-CED-INTEIRO IS NUMERIC
              AND WS-CED-DECIMAL IS NUMERIC
               COMPUTE WS-VALOR-CONVERTIDO =
                   WS-CED-INT-9 + (WS-CED-DEC-9 / 100)
           ELSE
               MOVE ZERO TO WS-VALOR-CONVERTIDO
           END-IF.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== DEVOLUCOES DE FRETE ===".
           DISPLAY "1 - LISTAR DEVOLUCOES".
           DISPLAY "2 - REGISTRAR DEVOLUCAO".
           DISPLAY "3 - DEVOLVIDOS PELA TRANSPORTADORA SEM REGISTRO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       END PROGRAM FRETEDEVOL.
