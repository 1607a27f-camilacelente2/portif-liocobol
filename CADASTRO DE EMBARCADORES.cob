       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBARCADOR.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: MANUTENCAO DO CADASTRO DE EMBARCADORES
      *=======           CORPORATIVOS (embarcadores.txt, LAYOUT NO
      *=======           #embarcadat): CODIGO, NOME, CNPJ, ENDERECO
      *=======           DE COBRANCA E O CONTRATO DE FRETE NEGOCIADO
      *=======           - DESCONTO EM % SOBRE O FRETE DE TABELA OU
      *=======           TARIFA ESPECIAL POR UF, COM VIGENCIA. O
      *=======           FRETELOTE APLICA O CONTRATO E O FRETEFATURA
      *=======           FATURA POR EMBARCADOR.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: SITUACAO A = ATIVO, I = INATIVO; O
      *=======               INATIVO FICA NO CADASTRO PARA AS FATURAS
      *=======               ANTIGAS, MAS O LOTE REJEITA EMBARQUE
      *=======               NOVO DELE. MANUTENCAO RESTRITA AO
      *=======               GERENTE (LOGIN PELO OPERLOGIN).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMBARCADORES ASSIGN TO "embarcadores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMBARCADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMBARCADORES.
           COPY "#embarcadat".

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       COPY "#operpar".
       77 WS-STATUS-EMBARCADORES PIC XX VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-HOJE              PIC 9(8) VALUE ZERO.
       01 WS-CODIGO-INFORMADO  PIC 9(4) VALUE ZERO.
       01 WS-NOME-INFORMADO    PIC X(30) VALUE SPACES.
       01 WS-CNPJ-INFORMADO    PIC X(14) VALUE SPACES.
       01 WS-ENDERECO-INFORMADO PIC X(50) VALUE SPACES.
       01 WS-DESCONTO-INFORMADO PIC 9(2)V99 VALUE ZERO.
       01 WS-INICIO-INFORMADO  PIC 9(8) VALUE ZERO.
       01 WS-FIM-INFORMADO     PIC 9(8) VALUE ZERO.
       01 WS-SITUACAO-INFORMADA PIC X VALUE SPACE.
       01 WS-UF-INFORMADA      PIC X(02) VALUE SPACES.
       01 WS-TAXA-INFORMADA    PIC 9(03) VALUE ZERO.
       01 WS-SUB-EMB           PIC 9(3) VALUE ZERO.
       01 WS-EMB-ACHADO        PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-EMB         PIC 9(3) VALUE ZERO.
       01 WS-SUB-TAR           PIC 9(3) VALUE ZERO.
       01 WS-TAR-ACHADA        PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-TAR         PIC 9(3) VALUE ZERO.
       01 WS-DESCONTO-ED       PIC Z9.99.

      *===== EMBARCADORES EM MEMORIA (ATE 200).
       01  WS-TABELA-EMBARCADORES.
           05 WS-EMB-ITEM OCCURS 200 TIMES.
               10 WS-EM-CODIGO     PIC 9(4) VALUE ZERO.
               10 WS-EM-NOME       PIC X(30) VALUE SPACES.
               10 WS-EM-CNPJ       PIC X(14) VALUE SPACES.
               10 WS-EM-ENDERECO   PIC X(50) VALUE SPACES.
               10 WS-EM-DESCONTO   PIC 9(2)V99 VALUE ZERO.
               10 WS-EM-INICIO     PIC 9(8) VALUE ZERO.
               10 WS-EM-FIM        PIC 9(8) VALUE ZERO.
               10 WS-EM-SITUACAO   PIC X VALUE SPACE.

      *===== TARIFAS ESPECIAIS POR UF DOS CONTRATOS (ATE 500).
       01  WS-TABELA-TARIFAS.
           05 WS-TAR-ITEM OCCURS 500 TIMES.
               10 WS-TR-CODIGO     PIC 9(4) VALUE ZERO.
               10 WS-TR-UF         PIC X(2) VALUE SPACES.
               10 WS-TR-TAXA       PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.
           PERFORM 1000-CARREGA-EMBARCADORES.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR
                   WHEN '2' PERFORM 3000-INCLUIR
                   WHEN '3' PERFORM 4000-ALTERAR
                   WHEN '4' PERFORM 5000-TARIFA-UF
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *===== CONTRATO DE FRETE E FUNCAO DE GERENTE, COMO AS TAXAS.
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
               DISPLAY "CADASTRO DE EMBARCADORES RESTRITO AO GERENTE"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-CARREGA-EMBARCADORES.
           OPEN INPUT ARQ-EMBARCADORES.
           IF WS-STATUS-EMBARCADORES = "35"
               DISPLAY "embarcadores.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA GRAVACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-EMBARCADORES NOT = "00"
               DISPLAY "ERRO AO ABRIR embarcadores.txt - STATUS "
                       WS-STATUS-EMBARCADORES
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-EMBARCADORES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EMB-LINHA-CADASTRO
                               PERFORM 1010-GUARDA-EMBARCADOR
                           WHEN EMB-LINHA-TARIFA-UF
                               PERFORM 1020-GUARDA-TARIFA
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMBARCADORES.

       1010-GUARDA-EMBARCADOR.
           IF WS-TOTAL-EMB >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-EMB.
           MOVE EMB-CODIGO       TO WS-EM-CODIGO (WS-TOTAL-EMB).
           MOVE EMB-NOME         TO WS-EM-NOME (WS-TOTAL-EMB).
           MOVE EMB-CNPJ         TO WS-EM-CNPJ (WS-TOTAL-EMB).
           MOVE EMB-ENDERECO     TO WS-EM-ENDERECO (WS-TOTAL-EMB).
           MOVE EMB-DESCONTO     TO WS-EM-DESCONTO (WS-TOTAL-EMB).
           MOVE EMB-VIGENCIA-INI TO WS-EM-INICIO (WS-TOTAL-EMB).
           MOVE EMB-VIGENCIA-FIM TO WS-EM-FIM (WS-TOTAL-EMB).
           MOVE EMB-SITUACAO     TO WS-EM-SITUACAO (WS-TOTAL-EMB).

       1020-GUARDA-TARIFA.
           IF WS-TOTAL-TAR >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-TAR.
           MOVE EMU-CODIGO TO WS-TR-CODIGO (WS-TOTAL-TAR).
           MOVE EMU-UF     TO WS-TR-UF (WS-TOTAL-TAR).
           MOVE EMU-TAXA   TO WS-TR-TAXA (WS-TOTAL-TAR).

      *===== REGRAVA O ARQUIVO INTEIRO: CADA EMBARCADOR SEGUIDO DAS
      *===== SUAS TARIFAS POR UF.
       1100-GRAVA-EMBARCADORES.
           OPEN OUTPUT ARQ-EMBARCADORES.
           PERFORM VARYING WS-SUB-EMB FROM 1 BY 1
                   UNTIL WS-SUB-EMB > WS-TOTAL-EMB
               MOVE SPACES TO EMBARCADOR-LINHA
               MOVE 'E' TO EMB-TIPO
               MOVE WS-EM-CODIGO (WS-SUB-EMB)   TO EMB-CODIGO
               MOVE WS-EM-NOME (WS-SUB-EMB)     TO EMB-NOME
               MOVE WS-EM-CNPJ (WS-SUB-EMB)     TO EMB-CNPJ
               MOVE WS-EM-ENDERECO (WS-SUB-EMB) TO EMB-ENDERECO
               MOVE WS-EM-DESCONTO (WS-SUB-EMB) TO EMB-DESCONTO
               MOVE WS-EM-INICIO (WS-SUB-EMB)   TO EMB-VIGENCIA-INI
               MOVE WS-EM-FIM (WS-SUB-EMB)      TO EMB-VIGENCIA-FIM
               MOVE WS-EM-SITUACAO (WS-SUB-EMB) TO EMB-SITUACAO
               WRITE EMBARCADOR-LINHA
               PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                       UNTIL WS-SUB-TAR > WS-TOTAL-TAR
                   IF WS-TR-CODIGO (WS-SUB-TAR)
                      = WS-EM-CODIGO (WS-SUB-EMB)
                      AND WS-TR-TAXA (WS-SUB-TAR) > ZERO
                       MOVE SPACES TO EMBARCADOR-UF-LINHA
                       MOVE 'U' TO EMU-TIPO
                       MOVE WS-TR-CODIGO (WS-SUB-TAR) TO EMU-CODIGO
                       MOVE WS-TR-UF (WS-SUB-TAR)     TO EMU-UF
                       MOVE WS-TR-TAXA (WS-SUB-TAR)   TO EMU-TAXA
                       WRITE EMBARCADOR-UF-LINHA
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE ARQ-EMBARCADORES.

       2000-LISTAR.
           DISPLAY "=== EMBARCADORES ===".
           PERFORM VARYING WS-SUB-EMB FROM 1 BY 1
                   UNTIL WS-SUB-EMB > WS-TOTAL-EMB
               MOVE WS-EM-DESCONTO (WS-SUB-EMB) TO WS-DESCONTO-ED
               DISPLAY WS-EM-CODIGO (WS-SUB-EMB) " "
                       WS-EM-NOME (WS-SUB-EMB) " "
                       WS-EM-CNPJ (WS-SUB-EMB) " "
                       WS-EM-SITUACAO (WS-SUB-EMB)
               DISPLAY "     " WS-EM-ENDERECO (WS-SUB-EMB)
               DISPLAY "     DESCONTO " WS-DESCONTO-ED "% VIGENCIA "
                       WS-EM-INICIO (WS-SUB-EMB) " A "
                       WS-EM-FIM (WS-SUB-EMB)
               PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                       UNTIL WS-SUB-TAR > WS-TOTAL-TAR
                   IF WS-TR-CODIGO (WS-SUB-TAR)
                      = WS-EM-CODIGO (WS-SUB-EMB)
                      AND WS-TR-TAXA (WS-SUB-TAR) > ZERO
                       DISPLAY "     TARIFA UF " WS-TR-UF (WS-SUB-TAR)
                               " " WS-TR-TAXA (WS-SUB-TAR) " PERMILE"
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-INCLUIR.
           PERFORM 6000-PEDE-CODIGO.
           IF WS-EMB-ACHADO NOT = ZERO
               DISPLAY "CODIGO JA CADASTRADO - USE A ALTERACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CODIGO-INFORMADO = ZERO
               DISPLAY "CODIGO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-EMB >= 200
               DISPLAY "TABELA DE EMBARCADORES CHEIA (200)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOME DO EMBARCADOR: ".
           MOVE SPACES TO WS-NOME-INFORMADO.
           ACCEPT WS-NOME-INFORMADO.
           IF WS-NOME-INFORMADO = SPACES
               DISPLAY "NOME OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CNPJ (14 DIGITOS): ".
           MOVE SPACES TO WS-CNPJ-INFORMADO.
           ACCEPT WS-CNPJ-INFORMADO.
           IF WS-CNPJ-INFORMADO IS NOT NUMERIC
               DISPLAY "CNPJ INVALIDO - INFORME OS 14 DIGITOS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ENDERECO DE COBRANCA: ".
           MOVE SPACES TO WS-ENDERECO-INFORMADO.
           ACCEPT WS-ENDERECO-INFORMADO.
           PERFORM 6100-PEDE-CONTRATO.
           IF WS-FIM-INFORMADO NOT = ZERO
              AND WS-FIM-INFORMADO < WS-INICIO-INFORMADO
               DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-EMB.
           MOVE WS-CODIGO-INFORMADO   TO WS-EM-CODIGO (WS-TOTAL-EMB).
           MOVE WS-NOME-INFORMADO     TO WS-EM-NOME (WS-TOTAL-EMB).
           MOVE WS-CNPJ-INFORMADO     TO WS-EM-CNPJ (WS-TOTAL-EMB).
           MOVE WS-ENDERECO-INFORMADO TO WS-EM-ENDERECO (WS-TOTAL-EMB).
           MOVE WS-DESCONTO-INFORMADO TO WS-EM-DESCONTO (WS-TOTAL-EMB).
           MOVE WS-INICIO-INFORMADO   TO WS-EM-INICIO (WS-TOTAL-EMB).
           MOVE WS-FIM-INFORMADO      TO WS-EM-FIM (WS-TOTAL-EMB).
           MOVE 'A' TO WS-EM-SITUACAO (WS-TOTAL-EMB).
           PERFORM 1100-GRAVA-EMBARCADORES.
           DISPLAY "EMBARCADOR INCLUIDO".

       4000-ALTERAR.
           PERFORM 6000-PEDE-CODIGO.
           IF WS-EMB-ACHADO = ZERO
               DISPLAY "CODIGO NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOVO NOME (BRANCO MANTEM): ".
           MOVE SPACES TO WS-NOME-INFORMADO.
           ACCEPT WS-NOME-INFORMADO.
           IF WS-NOME-INFORMADO NOT = SPACES
               MOVE WS-NOME-INFORMADO TO WS-EM-NOME (WS-EMB-ACHADO)
           END-IF.
           DISPLAY "NOVO CNPJ (BRANCO MANTEM): ".
           MOVE SPACES TO WS-CNPJ-INFORMADO.
           ACCEPT WS-CNPJ-INFORMADO.
           IF WS-CNPJ-INFORMADO NOT = SPACES
               IF WS-CNPJ-INFORMADO IS NUMERIC
                   MOVE WS-CNPJ-INFORMADO
                     TO WS-EM-CNPJ (WS-EMB-ACHADO)
               ELSE
                   DISPLAY "CNPJ INVALIDO - MANTIDO"
               END-IF
           END-IF.
           DISPLAY "NOVO ENDERECO DE COBRANCA (BRANCO MANTEM): ".
           MOVE SPACES TO WS-ENDERECO-INFORMADO.
           ACCEPT WS-ENDERECO-INFORMADO.
           IF WS-ENDERECO-INFORMADO NOT = SPACES
               MOVE WS-ENDERECO-INFORMADO
                 TO WS-EM-ENDERECO (WS-EMB-ACHADO)
           END-IF.
           MOVE WS-EM-DESCONTO (WS-EMB-ACHADO) TO WS-DESCONTO-ED.
           DISPLAY "CONTRATO ATUAL: DESCONTO " WS-DESCONTO-ED
                   "% VIGENCIA " WS-EM-INICIO (WS-EMB-ACHADO)
                   " A " WS-EM-FIM (WS-EMB-ACHADO).
           PERFORM 6100-PEDE-CONTRATO.
           IF WS-FIM-INFORMADO NOT = ZERO
              AND WS-FIM-INFORMADO < WS-INICIO-INFORMADO
               DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO - "
                       "CONTRATO MANTIDO"
           ELSE
               MOVE WS-DESCONTO-INFORMADO
                 TO WS-EM-DESCONTO (WS-EMB-ACHADO)
               MOVE WS-INICIO-INFORMADO TO WS-EM-INICIO (WS-EMB-ACHADO)
               MOVE WS-FIM-INFORMADO TO WS-EM-FIM (WS-EMB-ACHADO)
           END-IF.
           DISPLAY "SITUACAO A=ATIVO I=INATIVO (BRANCO MANTEM): ".
           MOVE SPACE TO WS-SITUACAO-INFORMADA.
           ACCEPT WS-SITUACAO-INFORMADA.
           EVALUATE WS-SITUACAO-INFORMADA
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO WS-EM-SITUACAO (WS-EMB-ACHADO)
               WHEN 'I' WHEN 'i'
                   MOVE 'I' TO WS-EM-SITUACAO (WS-EMB-ACHADO)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SITUACAO INVALIDA - MANTIDA"
           END-EVALUATE.
           PERFORM 1100-GRAVA-EMBARCADORES.
           DISPLAY "EMBARCADOR ALTERADO".

      *===== TARIFA ESPECIAL DE UMA UF NO CONTRATO; TAXA ZERO TIRA
      *===== A UF DO CONTRATO (VOLTA A TABELA COM O DESCONTO).
       5000-TARIFA-UF.
           PERFORM 6000-PEDE-CODIGO.
           IF WS-EMB-ACHADO = ZERO
               DISPLAY "CODIGO NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "UF DA TARIFA ESPECIAL: ".
           MOVE SPACES TO WS-UF-INFORMADA.
           ACCEPT WS-UF-INFORMADA.
           IF WS-UF-INFORMADA (1:1) = SPACE
              OR WS-UF-INFORMADA (2:1) = SPACE
              OR WS-UF-INFORMADA IS NUMERIC
               DISPLAY "UF INVALIDA - INFORME 2 LETRAS"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TARIFA (PERMILE, 1 A 999; 0 = TIRA A UF): ".
           MOVE ZERO TO WS-TAXA-INFORMADA.
           ACCEPT WS-TAXA-INFORMADA.
           MOVE ZERO TO WS-TAR-ACHADA.
           PERFORM VARYING WS-SUB-TAR FROM 1 BY 1
                   UNTIL WS-SUB-TAR > WS-TOTAL-TAR
               IF WS-TR-CODIGO (WS-SUB-TAR) = WS-CODIGO-INFORMADO
                  AND WS-TR-UF (WS-SUB-TAR) = WS-UF-INFORMADA
                   MOVE WS-SUB-TAR TO WS-TAR-ACHADA
               END-IF
           END-PERFORM.
           IF WS-TAR-ACHADA = ZERO
               IF WS-TAXA-INFORMADA = ZERO
                   DISPLAY "UF NAO ESTA NO CONTRATO"
                   EXIT PARAGRAPH
               END-IF
               IF WS-TOTAL-TAR >= 500
                   DISPLAY "TABELA DE TARIFAS CHEIA (500)"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-TAR
               MOVE WS-TOTAL-TAR TO WS-TAR-ACHADA
               MOVE WS-CODIGO-INFORMADO TO WS-TR-CODIGO (WS-TAR-ACHADA)
               MOVE WS-UF-INFORMADA TO WS-TR-UF (WS-TAR-ACHADA)
           END-IF.
           MOVE WS-TAXA-INFORMADA TO WS-TR-TAXA (WS-TAR-ACHADA).
           PERFORM 1100-GRAVA-EMBARCADORES.
           IF WS-TAXA-INFORMADA = ZERO
               DISPLAY "UF " WS-UF-INFORMADA " RETIRADA DO CONTRATO"
           ELSE
               DISPLAY "TARIFA DA UF " WS-UF-INFORMADA " GRAVADA"
           END-IF.

       6000-PEDE-CODIGO.
           DISPLAY "CODIGO DO EMBARCADOR: ".
           MOVE ZERO TO WS-CODIGO-INFORMADO.
           ACCEPT WS-CODIGO-INFORMADO.
           MOVE ZERO TO WS-EMB-ACHADO.
           PERFORM VARYING WS-SUB-EMB FROM 1 BY 1
                   UNTIL WS-SUB-EMB > WS-TOTAL-EMB
               IF WS-EM-CODIGO (WS-SUB-EMB) = WS-CODIGO-INFORMADO
                   MOVE WS-SUB-EMB TO WS-EMB-ACHADO
               END-IF
           END-PERFORM.

      *===== DESCONTO E VIGENCIA DO CONTRATO. INICIO ZERADO VIRA
      *===== HOJE; FIM ZERADO = CONTRATO SEM VENCIMENTO.
       6100-PEDE-CONTRATO.
           DISPLAY "DESCONTO SOBRE O FRETE DE TABELA EM % (99.99): ".
           MOVE ZERO TO WS-DESCONTO-INFORMADO.
           ACCEPT WS-DESCONTO-INFORMADO.
           DISPLAY "INICIO DA VIGENCIA AAAAMMDD (0 = HOJE): ".
           MOVE ZERO TO WS-INICIO-INFORMADO.
           ACCEPT WS-INICIO-INFORMADO.
           IF WS-INICIO-INFORMADO = ZERO
               MOVE WS-HOJE TO WS-INICIO-INFORMADO
           END-IF.
           DISPLAY "FIM DA VIGENCIA AAAAMMDD (0 = SEM VENCIMENTO): ".
           MOVE ZERO TO WS-FIM-INFORMADO.
           ACCEPT WS-FIM-INFORMADO.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== CADASTRO DE EMBARCADORES ===".
           DISPLAY "1 - LISTAR".
           DISPLAY "2 - INCLUIR".
           DISPLAY "3 - ALTERAR DADOS E CONTRATO".
           DISPLAY "4 - TARIFA ESPECIAL POR UF".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       END PROGRAM EMBARCADOR.
