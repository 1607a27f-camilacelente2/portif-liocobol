      *      identificacao; so depois da identificacao aceita vem a
      *      chamada definitiva, que move o estoque. Cancelamento
      *      nao deixa mais a gaveta andada sem auditoria.
      * Mod: 15/10/2026 - CE - acima do limite o cliente vem do
      *      cadastro clientes_cambio.txt pelo documento (cliente
      *      novo e cadastrado na hora, com nascimento e
      *      endereco); o cliente identificado e conferido contra a
      *      lista de restritos cambio_restritos.txt - batendo, a
      *      operacao fica bloqueada, sai alerta em
      *      cambio_alertas.txt e so segue com liberacao do gerente.
      * Mod: 15/10/2026 - CE - venda maior que o estoque da gaveta
      *      (retorno '2' do CAMBIOCONV) e recusada com a indicacao
      *      da encomenda de moeda no CAIXA DE MOEDAS.
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSAO-DOLAR.
           SELECT ARQ-LIMITES ASSIGN TO "cambio_limites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIMITES.
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
       FD  ARQ-AUDITORIA.
       01  LIMITE-LINHA.
           05 LIM-VALOR         PIC 9(07)V99.

       FD  ARQ-CLIENTES.
       COPY "#clicambiodat".

       FD  ARQ-RESTRITOS.
       COPY "#restritodat".

       FD  ARQ-ALERTAS.
       COPY "#alertacambiodat".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-LIMITES   PIC XX VALUE SPACES.
       01 WS-LIMITE           PIC 9(7)V99 VALUE ZERO.
       01 WS-LIQUIDO-FMT      PIC ZZZZ9.99.
       01 WS-MOEDA-DESTINO    PIC X(03) VALUE SPACES.
       01 WS-DESTINO-FMT      PIC ZZZZ9.99.
       01 WS-STATUS-CLIENTES  PIC XX VALUE SPACES.
       01 WS-STATUS-RESTRITOS PIC XX VALUE SPACES.
       01 WS-STATUS-ALERTAS   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-CLI-ACHADO       PIC X VALUE 'N'.
       01 WS-CLI-NASCIMENTO   PIC 9(08) VALUE ZERO.
       01 WS-CLI-ENDERECO     PIC X(40) VALUE SPACES.
       01 WS-RESTRITO         PIC X VALUE 'N'.
       01 WS-RST-MOTIVO       PIC X(30) VALUE SPACES.
       01 WS-NOME-COMPARA     PIC X(30) VALUE SPACES.
       01 WS-RST-NOME-COMPARA PIC X(30) VALUE SPACES.
       01 WS-LIBERA-GERENTE   PIC X VALUE SPACE.
       01 WS-DATA-ALERTA      PIC X(40) VALUE SPACES.
       01 WS-SITUACAO-ALERTA  PIC X(09) VALUE SPACES.

      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR,
      *===== USADA NA LIBERACAO DO GERENTE.
       COPY "#operpar".

      *===== AREA DE PARAMETROS DO MODULO DE CONVERSAO.
       COPY "#cambiopar".
           MOVE WS-DIRECAO          TO CMB-DIRECAO.
           MOVE WS-QUANTIDADE-DOLAR TO CMB-QUANTIDADE.
           MOVE WS-MOEDA-DESTINO    TO CMB-MOEDA-DESTINO.
           MOVE ZERO                TO CMB-TAXA-FIXA.
      *===== FASE 1: SIMULACAO - CALCULA O BRUTO SEM MOVER A GAVETA,
      *===== SO PARA A CRITICA DO LIMITE DE IDENTIFICACAO.
           MOVE 'S' TO CMB-SIMULACAO.
                   STOP RUN
           END-CALL.

           IF CMB-RETORNO = '2'
               PERFORM ESTOQUE-INSUFICIENTE
           END-IF.
           IF CMB-RETORNO NOT = '0'
               DISPLAY "MOEDA NAO CADASTRADA EM taxas_cambio.txt"
               STOP RUN
                   STOP RUN
           END-CALL.

           IF CMB-RETORNO = '2'
               PERFORM ESTOQUE-INSUFICIENTE
           END-IF.
           IF CMB-RETORNO NOT = '0'
               DISPLAY "MOEDA NAO CADASTRADA EM taxas_cambio.txt"
               STOP RUN
           END-IF.
           STOP RUN.

      *===== A GAVETA NAO TEM A MOEDA PARA ESTA VENDA: NADA SE MOVE
      *===== E O CLIENTE PODE DEIXAR ENCOMENDA COM SINAL (CAIXA DE
      *===== MOEDAS, OPCAO 4).
       ESTOQUE-INSUFICIENTE.
           IF WS-DIRECAO = 'X'
               DISPLAY "ESTOQUE INSUFICIENTE DE " WS-MOEDA-DESTINO
                       " NA GAVETA - OPERACAO RECUSADA"
           ELSE
               DISPLAY "ESTOQUE INSUFICIENTE DE " WS-MOEDA
                       " NA GAVETA - OPERACAO RECUSADA"
           END-IF
           DISPLAY "OFERECA A ENCOMENDA DA MOEDA (CAIXA DE MOEDAS, "
                   "OPCAO 4)."
           STOP RUN.

      *===== OPERACAO COM BRUTO ACIMA DO LIMITE (cambio_limites.txt;
      *===== SEM ARQUIVO O CONTROLE FICA DESLIGADO) SO COMPLETA COM
      *===== NOME E DOCUMENTO DO CLIENTE, QUE VAO PARA A AUDITORIA.
      *===== O CLIENTE E PROCURADO PELO DOCUMENTO NO CADASTRO DE
      *===== CLIENTES DE CAMBIO; DOCUMENTO NOVO E CADASTRADO AQUI.
      *===== CLIENTE IDENTIFICADO PASSA PELA LISTA DE RESTRITOS.
      *===== RODA SOBRE O BRUTO DA SIMULACAO, ANTES DE A GAVETA
      *===== ANDAR - CANCELAR AQUI NAO DEIXA RASTRO NO ESTOQUE.
       EXIGE-IDENTIFICACAO.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPERACAO ACIMA DO LIMITE DE IDENTIFICACAO."
           MOVE SPACES TO WS-CLI-DOC
           DISPLAY "Documento (CPF/PASSAPORTE): "
           ACCEPT WS-CLI-DOC
           IF WS-CLI-DOC = SPACES
               DISPLAY "SEM IDENTIFICACAO NAO HA OPERACAO - "
                       "CANCELADA"
               STOP RUN
           END-IF
           PERFORM PROCURA-CLIENTE
           IF WS-CLI-ACHADO = 'S'
               DISPLAY "Cliente: " WS-CLI-NOME
           ELSE
               PERFORM CADASTRA-CLIENTE
           END-IF
           PERFORM VERIFICA-RESTRITOS.

       PROCURA-CLIENTE.
           MOVE 'N' TO WS-CLI-ACHADO
           MOVE SPACES TO WS-CLI-NOME
           OPEN INPUT ARQ-CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CLIENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CCB-DOCUMENTO = WS-CLI-DOC
                           MOVE CCB-NOME TO WS-CLI-NOME
                           MOVE 'S' TO WS-CLI-ACHADO
                           MOVE 'S' TO WS-EOF-ARQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CLIENTES.

      *===== DOCUMENTO FORA DO CADASTRO: O CLIENTE E IDENTIFICADO
      *===== AGORA (NOME, NASCIMENTO, ENDERECO) E ENTRA NO CADASTRO
      *===== COM A DATA DE HOJE COMO DATA DE IDENTIFICACAO.
       CADASTRA-CLIENTE.
           DISPLAY "Cliente nao cadastrado - identificacao nova."
           MOVE SPACES TO WS-CLI-NOME
           DISPLAY "Nome do cliente: "
           ACCEPT WS-CLI-NOME
           IF WS-CLI-NOME = SPACES
               DISPLAY "SEM IDENTIFICACAO NAO HA OPERACAO - "
                       "CANCELADA"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-CLI-NASCIMENTO
           DISPLAY "Data de nascimento (AAAAMMDD): "
           ACCEPT WS-CLI-NASCIMENTO
           MOVE SPACES TO WS-CLI-ENDERECO
           DISPLAY "Endereco: "
           ACCEPT WS-CLI-ENDERECO
           MOVE SPACES TO WS-DATA-ALERTA
           CALL "DATAMES" USING WS-DATA-ALERTA
           OPEN EXTEND ARQ-CLIENTES
           IF WS-STATUS-CLIENTES = "35"
               OPEN OUTPUT ARQ-CLIENTES
               CLOSE ARQ-CLIENTES
               OPEN EXTEND ARQ-CLIENTES
           END-IF
           MOVE SPACES TO CLIENTE-CAMBIO-LINHA
           MOVE WS-CLI-DOC          TO CCB-DOCUMENTO
           MOVE WS-CLI-NOME         TO CCB-NOME
           MOVE WS-CLI-NASCIMENTO   TO CCB-NASCIMENTO
           MOVE WS-CLI-ENDERECO     TO CCB-ENDERECO
           MOVE WS-DATA-ALERTA (1:8) TO CCB-DATA-IDENTIFICACAO
           WRITE CLIENTE-CAMBIO-LINHA
           CLOSE ARQ-CLIENTES
           DISPLAY "Cliente incluido no cadastro de cambio.".

      *===== LISTA DE RESTRITOS (SEM ARQUIVO NAO HA CONFERENCIA):
      *===== BATE PELO DOCUMENTO OU PELO NOME, SEM DIFERENCA DE
      *===== MAIUSCULAS. BATENDO, A OPERACAO FICA BLOQUEADA E SAI O
      *===== ALERTA; SO O GERENTE, COM CODIGO E SENHA (OPERLOGIN),
      *===== LIBERA. SEM LIBERACAO A OPERACAO E CANCELADA ANTES DE
      *===== A GAVETA ANDAR.
       VERIFICA-RESTRITOS.
           MOVE 'N' TO WS-RESTRITO
           MOVE WS-CLI-NOME TO WS-NOME-COMPARA
           INSPECT WS-NOME-COMPARA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN INPUT ARQ-RESTRITOS
           IF WS-STATUS-RESTRITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RESTRITOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE RST-NOME TO WS-RST-NOME-COMPARA
                       INSPECT WS-RST-NOME-COMPARA CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF (RST-DOCUMENTO NOT = SPACES
                           AND RST-DOCUMENTO = WS-CLI-DOC)
                          OR (WS-RST-NOME-COMPARA NOT = SPACES
                           AND WS-RST-NOME-COMPARA = WS-NOME-COMPARA)
                           MOVE 'S' TO WS-RESTRITO
                           MOVE RST-MOTIVO TO WS-RST-MOTIVO
                           MOVE 'S' TO WS-EOF-ARQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RESTRITOS
           IF WS-RESTRITO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE CONSTA DA LISTA DE RESTRITOS - "
                   "OPERACAO BLOQUEADA"
           DISPLAY "Motivo: " WS-RST-MOTIVO
           MOVE ZERO TO OPR-CODIGO
           MOVE 'BLOQUEADA' TO WS-SITUACAO-ALERTA
           PERFORM GRAVA-ALERTA
           DISPLAY "Liberacao exige o gerente."
           DISPLAY "Codigo do gerente (0 cancela): "
           ACCEPT OPR-CODIGO
           IF OPR-CODIGO = ZERO
               PERFORM CANCELA-BLOQUEADA
           END-IF
           MOVE SPACES TO OPR-SENHA
           DISPLAY "Senha do gerente: "
           ACCEPT OPR-SENHA
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   MOVE '1' TO OPR-RETORNO
           END-CALL
           IF OPR-RETORNO NOT = '0' OR NOT OPR-GERENTE
               DISPLAY "CREDENCIAL DE GERENTE INVALIDA."
               PERFORM CANCELA-BLOQUEADA
           END-IF
           MOVE SPACE TO WS-LIBERA-GERENTE
           DISPLAY "Confirma a liberacao da operacao (S/N)? "
           ACCEPT WS-LIBERA-GERENTE
           IF NOT (WS-LIBERA-GERENTE = 'S'
                   OR WS-LIBERA-GERENTE = 's')
               PERFORM CANCELA-BLOQUEADA
           END-IF
           MOVE 'LIBERADA' TO WS-SITUACAO-ALERTA
           PERFORM GRAVA-ALERTA
           DISPLAY "Operacao liberada por " OPR-NOME.

       CANCELA-BLOQUEADA.
           MOVE 'CANCELADA' TO WS-SITUACAO-ALERTA
           MOVE ZERO TO OPR-CODIGO
           PERFORM GRAVA-ALERTA
           DISPLAY "OPERACAO CANCELADA - CLIENTE RESTRITO"
           STOP RUN.

      *===== UMA LINHA POR EVENTO EM cambio_alertas.txt; A
      *===== SITUACAO JA VEM PREENCHIDA EM WS-SITUACAO-ALERTA.
       GRAVA-ALERTA.
           MOVE SPACES TO WS-DATA-ALERTA
           CALL "DATAMES" USING WS-DATA-ALERTA
           OPEN EXTEND ARQ-ALERTAS
           IF WS-STATUS-ALERTAS = "35"
               OPEN OUTPUT ARQ-ALERTAS
               CLOSE ARQ-ALERTAS
               OPEN EXTEND ARQ-ALERTAS
           END-IF
           MOVE SPACES TO ALERTA-CAMBIO-LINHA
           MOVE WS-SITUACAO-ALERTA  TO ALR-SITUACAO
           MOVE WS-DATA-ALERTA (1:14) TO ALR-DATA-HORA
           MOVE WS-CLI-DOC          TO ALR-DOCUMENTO
           MOVE WS-CLI-NOME         TO ALR-NOME
           MOVE WS-MOEDA            TO ALR-MOEDA
           MOVE WS-DIRECAO          TO ALR-DIRECAO
           MOVE CMB-VALOR-BRUTO     TO ALR-VALOR
           MOVE OPR-CODIGO          TO ALR-GERENTE
           MOVE WS-RST-MOTIVO       TO ALR-MOTIVO
           WRITE ALERTA-CAMBIO-LINHA
           CLOSE ARQ-ALERTAS.

      *===== AS DUAS PERNAS DA TROCA CRUZADA SAEM COMO PAR LIGADO:
      *===== MESMA DATA/HORA, PERNA 1 COMO COMPRA DA MOEDA DE
