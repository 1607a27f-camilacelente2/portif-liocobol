       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOCLIENTE.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CADASTRO DE CLIENTES DE CAMBIO
      *=======           (clientes_cambio.txt, CHAVE = DOCUMENTO)
      *=======           E MANUTENCAO DA LISTA DE PESSOAS
      *=======           RESTRITAS (cambio_restritos.txt) QUE A
      *=======           CONVERSAO-DOLAR CONSULTA ANTES DE
      *=======           COMPLETAR A OPERACAO. LISTA TAMBEM OS
      *=======           ALERTAS DE CONFORMIDADE GRAVADOS PELA
      *=======           CONVERSAO (cambio_alertas.txt).
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: CLIENTES QUALQUER OPERADOR LOGADO
      *=======               MANTEM; LISTA DE RESTRITOS E ALERTAS
      *=======               SAO FUNCAO DE GERENTE.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO "clientes_cambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLIENTES.

           SELECT ARQ-RESTRITOS ASSIGN TO "cambio_restritos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESTRITOS.

           SELECT ARQ-ALERTAS ASSIGN TO "cambio_alertas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
       COPY "#clicambiodat".

       FD  ARQ-RESTRITOS.
       COPY "#restritodat".

       FD  ARQ-ALERTAS.
       COPY "#alertacambiodat".

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       COPY "#operpar".
       77 WS-STATUS-CLIENTES   PIC XX VALUE SPACES.
       77 WS-STATUS-RESTRITOS  PIC XX VALUE SPACES.
       77 WS-STATUS-ALERTAS    PIC XX VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-DOC-INFORMADO     PIC X(14) VALUE SPACES.
       01 WS-NOME-INFORMADO    PIC X(30) VALUE SPACES.
       01 WS-NASC-INFORMADO    PIC 9(08) VALUE ZERO.
       01 WS-END-INFORMADO     PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-INFORMADO  PIC X(30) VALUE SPACES.
       01 WS-CONFIRMA          PIC X VALUE SPACE.
       01 WS-SUB-CLI           PIC 9(3) VALUE ZERO.
       01 WS-CLI-ACHADO        PIC 9(3) VALUE ZERO.
       01 WS-SUB-RST           PIC 9(3) VALUE ZERO.
       01 WS-RST-ACHADO        PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ALERTAS     PIC 9(5) VALUE ZERO.

      *===== CLIENTES EM MEMORIA (ATE 500), REGRAVADOS INTEIROS A
      *===== CADA INCLUSAO OU ALTERACAO.
       01  WS-TABELA-CLIENTES.
           05 WS-CLI-ITEM OCCURS 500 TIMES.
               10 WS-CLI-DOC    PIC X(14).
               10 WS-CLI-NOME   PIC X(30).
               10 WS-CLI-NASC   PIC 9(08).
               10 WS-CLI-END    PIC X(40).
               10 WS-CLI-DATA-ID PIC 9(08).
       01  WS-TOTAL-CLI        PIC 9(3) VALUE ZERO.

      *===== LISTA DE RESTRITOS EM MEMORIA (ATE 200).
       01  WS-TABELA-RESTRITOS.
           05 WS-RST-ITEM OCCURS 200 TIMES.
               10 WS-RST-DOC    PIC X(14).
               10 WS-RST-NOME   PIC X(30).
               10 WS-RST-MOTIVO PIC X(30).
               10 WS-RST-DATA   PIC 9(08).
       01  WS-TOTAL-RST        PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           PERFORM 1000-CARREGA-CLIENTES.
           PERFORM 1200-CARREGA-RESTRITOS.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR-CLIENTES
                   WHEN '2' PERFORM 3000-INCLUIR-CLIENTE
                   WHEN '3' PERFORM 3500-ALTERAR-CLIENTE
                   WHEN '4' WHEN '5' WHEN '6' WHEN '7'
                       IF NOT OPR-GERENTE
                           DISPLAY "OPCAO RESTRITA AO GERENTE"
                       ELSE
                           EVALUATE WS-OPCAO
                               WHEN '4' PERFORM 4000-LISTAR-RESTRITOS
                               WHEN '5' PERFORM 4500-INCLUIR-RESTRITO
                               WHEN '6' PERFORM 4800-EXCLUIR-RESTRITO
                               WHEN '7' PERFORM 5000-LISTAR-ALERTAS
                           END-EVALUATE
                       END-IF
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.


      *===== LOGIN DE OPERADOR PELO MODULO OPERLOGIN. O CADASTRO DE
      *===== CLIENTES E DO BALCAO; A LISTA DE RESTRITOS E OS
      *===== ALERTAS FICAM COM O PERFIL GERENTE.
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
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-CARREGA-CLIENTES.
           MOVE ZERO TO WS-TOTAL-CLI.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               DISPLAY "clientes_cambio.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA GRAVACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR clientes_cambio.txt - STATUS "
                       WS-STATUS-CLIENTES
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CLIENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-CLI < 500
                           ADD 1 TO WS-TOTAL-CLI
                           MOVE CCB-DOCUMENTO
                             TO WS-CLI-DOC (WS-TOTAL-CLI)
                           MOVE CCB-NOME
                             TO WS-CLI-NOME (WS-TOTAL-CLI)
                           MOVE CCB-NASCIMENTO
                             TO WS-CLI-NASC (WS-TOTAL-CLI)
                           MOVE CCB-ENDERECO
                             TO WS-CLI-END (WS-TOTAL-CLI)
                           MOVE CCB-DATA-IDENTIFICACAO
                             TO WS-CLI-DATA-ID (WS-TOTAL-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.

       1100-GRAVA-CLIENTES.
           OPEN OUTPUT ARQ-CLIENTES.
           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > WS-TOTAL-CLI
               MOVE SPACES TO CLIENTE-CAMBIO-LINHA
               MOVE WS-CLI-DOC (WS-SUB-CLI) TO CCB-DOCUMENTO
               MOVE WS-CLI-NOME (WS-SUB-CLI) TO CCB-NOME
               MOVE WS-CLI-NASC (WS-SUB-CLI) TO CCB-NASCIMENTO
               MOVE WS-CLI-END (WS-SUB-CLI) TO CCB-ENDERECO
               MOVE WS-CLI-DATA-ID (WS-SUB-CLI)
                 TO CCB-DATA-IDENTIFICACAO
               WRITE CLIENTE-CAMBIO-LINHA
           END-PERFORM.
           CLOSE ARQ-CLIENTES.

       1200-CARREGA-RESTRITOS.
           MOVE ZERO TO WS-TOTAL-RST.
           OPEN INPUT ARQ-RESTRITOS.
           IF WS-STATUS-RESTRITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RESTRITOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-RST < 200
                           ADD 1 TO WS-TOTAL-RST
                           MOVE RST-DOCUMENTO
                             TO WS-RST-DOC (WS-TOTAL-RST)
                           MOVE RST-NOME
                             TO WS-RST-NOME (WS-TOTAL-RST)
                           MOVE RST-MOTIVO
                             TO WS-RST-MOTIVO (WS-TOTAL-RST)
                           MOVE RST-DATA-INCLUSAO
                             TO WS-RST-DATA (WS-TOTAL-RST)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESTRITOS.

      *===== A EXCLUSAO DEIXA A POSICAO EM BRANCO NA TABELA; A
      *===== REGRAVACAO PULA AS POSICOES VAZIAS.
       1300-GRAVA-RESTRITOS.
           OPEN OUTPUT ARQ-RESTRITOS.
           PERFORM VARYING WS-SUB-RST FROM 1 BY 1
                   UNTIL WS-SUB-RST > WS-TOTAL-RST
               IF WS-RST-DOC (WS-SUB-RST) NOT = SPACES
                  OR WS-RST-NOME (WS-SUB-RST) NOT = SPACES
                   MOVE SPACES TO RESTRITO-LINHA
                   MOVE WS-RST-DOC (WS-SUB-RST) TO RST-DOCUMENTO
                   MOVE WS-RST-NOME (WS-SUB-RST) TO RST-NOME
                   MOVE WS-RST-MOTIVO (WS-SUB-RST) TO RST-MOTIVO
                   MOVE WS-RST-DATA (WS-SUB-RST)
                     TO RST-DATA-INCLUSAO
                   WRITE RESTRITO-LINHA
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESTRITOS.
           PERFORM 1200-CARREGA-RESTRITOS.

       2000-LISTAR-CLIENTES.
           DISPLAY "=== CLIENTES DE CAMBIO ===".
           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > WS-TOTAL-CLI
               DISPLAY WS-CLI-DOC (WS-SUB-CLI) " "
                       WS-CLI-NOME (WS-SUB-CLI)
                       " NASC " WS-CLI-NASC (WS-SUB-CLI)
                       " IDENT " WS-CLI-DATA-ID (WS-SUB-CLI)
               DISPLAY "               "
                       WS-CLI-END (WS-SUB-CLI)
           END-PERFORM.
           DISPLAY "TOTAL DE CLIENTES: " WS-TOTAL-CLI.

       3000-INCLUIR-CLIENTE.
           PERFORM 6000-PEDE-DOCUMENTO.
           IF WS-DOC-INFORMADO = SPACES
               DISPLAY "DOCUMENTO OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLI-ACHADO NOT = ZERO
               DISPLAY "DOCUMENTO JA CADASTRADO - USE A ALTERACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-CLI >= 500
               DISPLAY "CADASTRO DE CLIENTES CHEIO (500)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6100-PEDE-DADOS.
           IF WS-NOME-INFORMADO = SPACES
               DISPLAY "NOME OBRIGATORIO - INCLUSAO RECUSADA"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-CLI.
           MOVE WS-DOC-INFORMADO TO WS-CLI-DOC (WS-TOTAL-CLI).
           MOVE WS-NOME-INFORMADO TO WS-CLI-NOME (WS-TOTAL-CLI).
           MOVE WS-NASC-INFORMADO TO WS-CLI-NASC (WS-TOTAL-CLI).
           MOVE WS-END-INFORMADO TO WS-CLI-END (WS-TOTAL-CLI).
           MOVE WS-DATA-HOJE (1:8) TO WS-CLI-DATA-ID (WS-TOTAL-CLI).
           PERFORM 1100-GRAVA-CLIENTES.
           DISPLAY "CLIENTE " WS-DOC-INFORMADO " INCLUIDO".

      *===== A ALTERACAO NAO MEXE NO DOCUMENTO (CHAVE) NEM NA DATA
      *===== DE IDENTIFICACAO; CAMPO DEIXADO EM BRANCO/ZERO FICA
      *===== COMO ESTAVA.
       3500-ALTERAR-CLIENTE.
           PERFORM 6000-PEDE-DOCUMENTO.
           IF WS-CLI-ACHADO = ZERO
               DISPLAY "DOCUMENTO NAO CADASTRADO - USE A INCLUSAO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ATUAL: " WS-CLI-NOME (WS-CLI-ACHADO)
                   " NASC " WS-CLI-NASC (WS-CLI-ACHADO).
           DISPLAY "       " WS-CLI-END (WS-CLI-ACHADO).
           DISPLAY "(EM BRANCO OU ZERO MANTEM O VALOR ATUAL)".
           PERFORM 6100-PEDE-DADOS.
           IF WS-NOME-INFORMADO NOT = SPACES
               MOVE WS-NOME-INFORMADO TO WS-CLI-NOME (WS-CLI-ACHADO)
           END-IF.
           IF WS-NASC-INFORMADO NOT = ZERO
               MOVE WS-NASC-INFORMADO TO WS-CLI-NASC (WS-CLI-ACHADO)
           END-IF.
           IF WS-END-INFORMADO NOT = SPACES
               MOVE WS-END-INFORMADO TO WS-CLI-END (WS-CLI-ACHADO)
           END-IF.
           PERFORM 1100-GRAVA-CLIENTES.
           DISPLAY "CLIENTE " WS-DOC-INFORMADO " ALTERADO".

       4000-LISTAR-RESTRITOS.
           DISPLAY "=== LISTA DE PESSOAS RESTRITAS ===".
           PERFORM VARYING WS-SUB-RST FROM 1 BY 1
                   UNTIL WS-SUB-RST > WS-TOTAL-RST
               DISPLAY WS-SUB-RST " "
                       WS-RST-DOC (WS-SUB-RST) " "
                       WS-RST-NOME (WS-SUB-RST) " "
                       WS-RST-DATA (WS-SUB-RST)
               DISPLAY "    MOTIVO: " WS-RST-MOTIVO (WS-SUB-RST)
           END-PERFORM.
           DISPLAY "TOTAL NA LISTA: " WS-TOTAL-RST.

      *===== DOCUMENTO OU NOME PODE FICAR EM BRANCO (LISTAS
      *===== EXTERNAS AS VEZES SO TRAZEM UM DOS DOIS), MAS NAO OS
      *===== DOIS.
       4500-INCLUIR-RESTRITO.
           IF WS-TOTAL-RST >= 200
               DISPLAY "LISTA DE RESTRITOS CHEIA (200)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DOCUMENTO (CPF/PASSAPORTE, BRANCO = SO NOME): ".
           MOVE SPACES TO WS-DOC-INFORMADO.
           ACCEPT WS-DOC-INFORMADO.
           DISPLAY "NOME (BRANCO = SO DOCUMENTO): ".
           MOVE SPACES TO WS-NOME-INFORMADO.
           ACCEPT WS-NOME-INFORMADO.
           IF WS-DOC-INFORMADO = SPACES
              AND WS-NOME-INFORMADO = SPACES
               DISPLAY "INFORME DOCUMENTO OU NOME - RECUSADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO: ".
           MOVE SPACES TO WS-MOTIVO-INFORMADO.
           ACCEPT WS-MOTIVO-INFORMADO.
           ADD 1 TO WS-TOTAL-RST.
           MOVE WS-DOC-INFORMADO TO WS-RST-DOC (WS-TOTAL-RST).
           MOVE WS-NOME-INFORMADO TO WS-RST-NOME (WS-TOTAL-RST).
           MOVE WS-MOTIVO-INFORMADO TO WS-RST-MOTIVO (WS-TOTAL-RST).
           MOVE WS-DATA-HOJE (1:8) TO WS-RST-DATA (WS-TOTAL-RST).
           PERFORM 1300-GRAVA-RESTRITOS.
           DISPLAY "PESSOA INCLUIDA NA LISTA DE RESTRITOS".

       4800-EXCLUIR-RESTRITO.
           PERFORM 4000-LISTAR-RESTRITOS.
           DISPLAY "NUMERO DA LINHA A EXCLUIR (0 = NENHUMA): ".
           MOVE ZERO TO WS-RST-ACHADO.
           ACCEPT WS-RST-ACHADO.
           IF WS-RST-ACHADO = ZERO
              OR WS-RST-ACHADO > WS-TOTAL-RST
               DISPLAY "NENHUMA LINHA EXCLUIDA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA A EXCLUSAO DE "
                   WS-RST-DOC (WS-RST-ACHADO) " "
                   WS-RST-NOME (WS-RST-ACHADO) " (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "EXCLUSAO CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RST-ITEM (WS-RST-ACHADO).
           PERFORM 1300-GRAVA-RESTRITOS.
           DISPLAY "LINHA EXCLUIDA DA LISTA DE RESTRITOS".

       5000-LISTAR-ALERTAS.
           OPEN INPUT ARQ-ALERTAS.
           IF WS-STATUS-ALERTAS NOT = "00"
               DISPLAY "NENHUM ALERTA DE CONFORMIDADE REGISTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== ALERTAS DE CONFORMIDADE DO CAMBIO ===".
           MOVE ZERO TO WS-TOTAL-ALERTAS.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ALERTAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF ALERTA-BLOQUEADA
                           ADD 1 TO WS-TOTAL-ALERTAS
                       END-IF
                       DISPLAY ALERTA-CAMBIO-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ALERTAS.
           DISPLAY "OPERACOES BLOQUEADAS: " WS-TOTAL-ALERTAS.

       6000-PEDE-DOCUMENTO.
           DISPLAY "DOCUMENTO (CPF/PASSAPORTE): ".
           MOVE SPACES TO WS-DOC-INFORMADO.
           ACCEPT WS-DOC-INFORMADO.
           MOVE ZERO TO WS-CLI-ACHADO.
           PERFORM VARYING WS-SUB-CLI FROM 1 BY 1
                   UNTIL WS-SUB-CLI > WS-TOTAL-CLI
               IF WS-CLI-DOC (WS-SUB-CLI) = WS-DOC-INFORMADO
                   MOVE WS-SUB-CLI TO WS-CLI-ACHADO
               END-IF
           END-PERFORM.

       6100-PEDE-DADOS.
           DISPLAY "NOME: ".
           MOVE SPACES TO WS-NOME-INFORMADO.
           ACCEPT WS-NOME-INFORMADO.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD): ".
           MOVE ZERO TO WS-NASC-INFORMADO.
           ACCEPT WS-NASC-INFORMADO.
           DISPLAY "ENDERECO: ".
           MOVE SPACES TO WS-END-INFORMADO.
           ACCEPT WS-END-INFORMADO.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== CADASTRO DE CLIENTES DE CAMBIO ===".
           DISPLAY "1 - LISTAR CLIENTES".
           DISPLAY "2 - INCLUIR CLIENTE".
           DISPLAY "3 - ALTERAR CLIENTE".
           DISPLAY "4 - LISTAR PESSOAS RESTRITAS (GERENTE)".
           DISPLAY "5 - INCLUIR PESSOA RESTRITA (GERENTE)".
           DISPLAY "6 - EXCLUIR PESSOA RESTRITA (GERENTE)".
           DISPLAY "7 - ALERTAS DE CONFORMIDADE (GERENTE)".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       END PROGRAM CAMBIOCLIENTE.
