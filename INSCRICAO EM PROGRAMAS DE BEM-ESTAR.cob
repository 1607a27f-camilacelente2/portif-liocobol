       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEMESTARINSC.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: APOIO DA ENFERMEIRA DO TRABALHO: INSCRICAO
      *=======           DE FUNCIONARIOS NOS PROGRAMAS DE BEM-ESTAR
      *=======           (PESO OU PRESSAO ARTERIAL) EM
      *=======           programas_bem_estar.txt, COM DATA DE INICIO,
      *=======           BASE TIRADA DA MEDICAO MAIS PROXIMA DO
      *=======           HISTORICO (imc_historico.dat OU
      *=======           vitais_historico.dat), META E DATA DA META.
      *=======           LISTA AS INSCRICOES ATIVAS E ENCERRA
      *=======           INSCRICAO. O PROGRESSO SAI NO BEMESTARRELAT.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: UMA INSCRICAO ATIVA POR FUNCIONARIO E
      *=======               TIPO DE PROGRAMA. SEM MEDICAO NO
      *=======               HISTORICO NAO HA BASE E A INSCRICAO E
      *=======               RECUSADA - TRIAR ANTES.
      *=======     MOD: 15/10/2026 - CE - EXIGE LOGIN DO PERFIL SAUDE
      *=======          PELO OPERLOGIN; CADA INSCRICAO LISTADA, CADA
      *=======          BASE PROCURADA NO HISTORICO E CADA GRAVACAO
      *=======          FICAM NO REGISTRO DE ACESSOS (SAUDEACESSO).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROGRAMAS ASSIGN TO "programas_bem_estar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROGRAMAS.

           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-HISTORICO ASSIGN TO "imc_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
           FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-VITAIS ASSIGN TO "vitais_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIT-CHAVE
           FILE STATUS IS WS-STATUS-VITAIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROGRAMAS.
           COPY "#bemestardat".

       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-HISTORICO.
           COPY "#imchist".

       FD  ARQ-VITAIS.
           COPY "#vitaisdat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PROGRAMAS    PIC XX VALUE SPACES.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO    PIC XX VALUE SPACES.
       77 WS-STATUS-VITAIS       PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-SUB-BEM            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-TABELA       PIC 9(3) VALUE ZERO.
       01 WS-TABELA-ESTOUROU    PIC X VALUE 'N'.
       01 WS-TOTAL-ATIVAS       PIC 9(3) VALUE ZERO.
       01 WS-MATRICULA          PIC 9(4) VALUE ZERO.
       01 WS-TIPO               PIC X VALUE SPACE.
       01 WS-NOME-FUNCIONARIO   PIC X(20) VALUE SPACES.
       01 WS-JA-INSCRITO        PIC X VALUE 'N'.
       01 WS-ACHOU-INSCRICAO    PIC X VALUE 'N'.
       01 WS-DATA-INICIO        PIC 9(8) VALUE ZERO.
       01 WS-DATA-META          PIC 9(8) VALUE ZERO.
       01 WS-VALOR-META         PIC 9(3)V99 VALUE ZERO.
       01 WS-ACHOU-BASE         PIC X VALUE 'N'.
       01 WS-DATA-BASE          PIC 9(8) VALUE ZERO.
       01 WS-VALOR-BASE         PIC 9(3)V99 VALUE ZERO.
       01 WS-DATA-MEDICAO       PIC 9(8) VALUE ZERO.
       01 WS-VALOR-MEDICAO      PIC 9(3)V99 VALUE ZERO.
       01 WS-DISTANCIA          PIC S9(5) VALUE ZERO.
       01 WS-MENOR-DISTANCIA    PIC S9(5) VALUE ZERO.
       01 WS-VALOR-ED           PIC ZZ9.99.
       01 WS-META-ED            PIC ZZ9.99.
       01 WS-UNIDADE            PIC X(4) VALUE SPACES.
       01 WS-NOME-PROGRAMA      PIC X(7) VALUE SPACES.
       COPY "#operpar".
       COPY "#saudepar".

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE MEDE A
      *===== DISTANCIA EM DIAS ENTRE A MEDICAO E O INICIO.
       COPY "#calenpar".

      *===== INSCRICOES EM MEMORIA PARA O ENCERRAMENTO (ATE 500),
      *===== GUARDADAS COMO A LINHA INTEIRA DO ARQUIVO.
       01  WS-TABELA-PROGRAMAS.
           05 WS-BEM-LINHA OCCURS 500 TIMES PIC X(56).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-INSCRICOES
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           PERFORM 0070-FECHA-ACESSOS
           STOP RUN.

      *===== DADOS DE SAUDE: SO O PERFIL S (EQUIPE DE SAUDE) ENTRA.
      *===== ENTRADA E RECUSA FICAM NO REGISTRO DE ACESSOS, E O
      *===== PROGRAMA NAO ABRE SEM ESSE REGISTRO.
       0050-LOGIN-OPERADOR.
           MOVE "BEMESTARINSC" TO SAC-PROGRAMA.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL.
           MOVE OPR-CODIGO TO SAC-OPERADOR.
           MOVE OPR-NOME TO SAC-NOME-OPERADOR.
           MOVE ZERO TO SAC-MATRICULA.
           IF OPR-RETORNO NOT = '0' OR NOT OPR-SAUDE
               MOVE 'R' TO SAC-ACAO
               PERFORM 0060-REGISTRA-ACESSO
               PERFORM 0070-FECHA-ACESSOS
               DISPLAY "ACESSO RESTRITO A EQUIPE DE SAUDE - "
                       "ENCERRANDO"
               STOP RUN
           END-IF.
           MOVE 'E' TO SAC-ACAO.
           PERFORM 0060-REGISTRA-ACESSO.
           IF SAC-RETORNO NOT = '0'
               DISPLAY "REGISTRO DE ACESSOS INDISPONIVEL - "
                       "ENCERRANDO"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

      *===== UMA LINHA NO REGISTRO DE ACESSOS (SAC-MATRICULA E
      *===== SAC-ACAO PREENCHIDOS PELO CHAMADOR).
       0060-REGISTRA-ACESSO.
           SET SAC-GRAVAR TO TRUE.
           CALL "SAUDEACESSO" USING SAC-PARAMETROS
               ON EXCEPTION
                   MOVE '1' TO SAC-RETORNO
           END-CALL.

       0070-FECHA-ACESSOS.
           SET SAC-FECHAR TO TRUE.
           CALL "SAUDEACESSO" USING SAC-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       0080-CONSULTA-FUNCIONARIO.
           MOVE 'C' TO SAC-ACAO.
           PERFORM 0060-REGISTRA-ACESSO.

       1000-CARREGA-INSCRICOES.
           MOVE ZERO TO WS-TOTAL-TABELA
           MOVE 'N' TO WS-TABELA-ESTOUROU
           OPEN INPUT ARQ-PROGRAMAS
           IF WS-STATUS-PROGRAMAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PROGRAMAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-TABELA < 500
                           ADD 1 TO WS-TOTAL-TABELA
                           MOVE PROGRAMA-BEM-ESTAR-LINHA
                             TO WS-BEM-LINHA (WS-TOTAL-TABELA)
                       ELSE
                           MOVE 'S' TO WS-TABELA-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PROGRAMAS.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== PROGRAMAS DE BEM-ESTAR ===".
           DISPLAY "1 - INSCRICOES ATIVAS".
           DISPLAY "2 - INSCREVER FUNCIONARIO".
           DISPLAY "3 - ENCERRAR INSCRICAO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTA-ATIVAS
               WHEN '2' PERFORM 4000-INSCREVE
               WHEN '3' PERFORM 5000-ENCERRA
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTA-ATIVAS.
           MOVE ZERO TO WS-TOTAL-ATIVAS
           DISPLAY "MATR PROGRAMA INICIO   BASE    META   PRAZO"
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-TABELA
               MOVE WS-BEM-LINHA (WS-SUB-BEM)
                 TO PROGRAMA-BEM-ESTAR-LINHA
               IF BEM-INSCRICAO-ATIVA
                   ADD 1 TO WS-TOTAL-ATIVAS
                   MOVE BEM-MATRICULA TO SAC-MATRICULA
                   PERFORM 0080-CONSULTA-FUNCIONARIO
                   PERFORM 3100-NOME-PROGRAMA
                   MOVE BEM-VALOR-BASE TO WS-VALOR-ED
                   MOVE BEM-VALOR-META TO WS-META-ED
                   DISPLAY BEM-MATRICULA " " WS-NOME-PROGRAMA " "
                           BEM-DATA-INICIO " " WS-VALOR-ED " "
                           WS-META-ED " " BEM-DATA-META " "
                           WS-UNIDADE
               END-IF
           END-PERFORM
           DISPLAY "ATIVAS...: " WS-TOTAL-ATIVAS.

       3100-NOME-PROGRAMA.
           IF BEM-PROGRAMA-PESO
               MOVE "PESO" TO WS-NOME-PROGRAMA
               MOVE "KG" TO WS-UNIDADE
           ELSE
               MOVE "PRESSAO" TO WS-NOME-PROGRAMA
               MOVE "MMHG" TO WS-UNIDADE
           END-IF.

      *===== A INSCRICAO VAI PARA O FIM DO ARQUIVO E PARA A TABELA;
      *===== A BASE E A MEDICAO DO HISTORICO MAIS PROXIMA DA DATA DE
      *===== INICIO, ANTES OU DEPOIS (NO EMPATE, A ANTERIOR).
       4000-INSCREVE.
           MOVE ZERO TO WS-MATRICULA
           DISPLAY "MATRICULA (0 CANCELA): "
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-LE-FUNCIONARIO
           IF WS-NOME-FUNCIONARIO = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FUNCIONARIO: " WS-NOME-FUNCIONARIO
           MOVE SPACE TO WS-TIPO
           DISPLAY "PROGRAMA (P = PESO, A = PRESSAO ARTERIAL): "
           ACCEPT WS-TIPO
           IF WS-TIPO = 'p'
               MOVE 'P' TO WS-TIPO
           END-IF
           IF WS-TIPO = 'a'
               MOVE 'A' TO WS-TIPO
           END-IF
           IF WS-TIPO NOT = 'P' AND WS-TIPO NOT = 'A'
               DISPLAY "PROGRAMA INVALIDO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JA-INSCRITO
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-TABELA
               MOVE WS-BEM-LINHA (WS-SUB-BEM)
                 TO PROGRAMA-BEM-ESTAR-LINHA
               IF BEM-MATRICULA = WS-MATRICULA
                  AND BEM-TIPO = WS-TIPO
                  AND BEM-INSCRICAO-ATIVA
                   MOVE 'S' TO WS-JA-INSCRITO
               END-IF
           END-PERFORM
           IF WS-JA-INSCRITO = 'S'
               DISPLAY "FUNCIONARIO JA INSCRITO NESTE PROGRAMA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DATA-INICIO
           DISPLAY "DATA DE INICIO (AAAAMMDD, 0 = HOJE): "
           ACCEPT WS-DATA-INICIO
           IF WS-DATA-INICIO = ZERO
               MOVE WS-HOJE TO WS-DATA-INICIO
           END-IF
           MOVE WS-MATRICULA TO SAC-MATRICULA
           PERFORM 0080-CONSULTA-FUNCIONARIO
           PERFORM 4200-PROCURA-BASE
           IF WS-ACHOU-BASE NOT = 'S'
               DISPLAY "SEM MEDICAO NO HISTORICO - TRIAR O "
                       "FUNCIONARIO ANTES DE INSCREVER"
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO = 'P'
               MOVE "KG" TO WS-UNIDADE
           ELSE
               MOVE "MMHG" TO WS-UNIDADE
           END-IF
           MOVE WS-VALOR-BASE TO WS-VALOR-ED
           DISPLAY "BASE: " WS-VALOR-ED " " WS-UNIDADE
                   " (MEDICAO DE " WS-DATA-BASE ")"
           MOVE ZERO TO WS-VALOR-META
           DISPLAY "META (" WS-UNIDADE "): "
           ACCEPT WS-VALOR-META
           IF WS-VALOR-META = ZERO OR WS-VALOR-META = WS-VALOR-BASE
               DISPLAY "META INVALIDA - IGUAL A BASE OU ZERADA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DATA-META
           DISPLAY "DATA DA META (AAAAMMDD): "
           ACCEPT WS-DATA-META
           IF WS-DATA-META NOT > WS-DATA-INICIO
               DISPLAY "DATA DA META DEVE SER POSTERIOR AO INICIO"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-TABELA >= 500
               DISPLAY "ARQUIVO COM 500 INSCRICOES - INSCRICAO "
                       "RECUSADA; ARQUIVE AS ENCERRADAS ANTES"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROGRAMA-BEM-ESTAR-LINHA
           MOVE WS-MATRICULA TO BEM-MATRICULA
           MOVE WS-TIPO TO BEM-TIPO
           MOVE WS-DATA-INICIO TO BEM-DATA-INICIO
           MOVE WS-DATA-BASE TO BEM-DATA-BASE
           MOVE WS-VALOR-BASE TO BEM-VALOR-BASE
           MOVE WS-VALOR-META TO BEM-VALOR-META
           MOVE WS-DATA-META TO BEM-DATA-META
           MOVE 'A' TO BEM-SITUACAO
           MOVE ZERO TO BEM-DATA-ENCERRAMENTO
           ADD 1 TO WS-TOTAL-TABELA
           MOVE PROGRAMA-BEM-ESTAR-LINHA
             TO WS-BEM-LINHA (WS-TOTAL-TABELA)
           OPEN EXTEND ARQ-PROGRAMAS
           IF WS-STATUS-PROGRAMAS = "35"
               OPEN OUTPUT ARQ-PROGRAMAS
               CLOSE ARQ-PROGRAMAS
               OPEN EXTEND ARQ-PROGRAMAS
           END-IF
           WRITE PROGRAMA-BEM-ESTAR-LINHA
           CLOSE ARQ-PROGRAMAS
           MOVE 'G' TO SAC-ACAO
           PERFORM 0060-REGISTRA-ACESSO
           DISPLAY "INSCRICAO GRAVADA".

      *===== SO FUNCIONARIO ATIVO DO CADASTRO PODE SER INSCRITO.
       4100-LE-FUNCIONARIO.
           MOVE SPACES TO WS-NOME-FUNCIONARIO
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRICULA TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   DISPLAY "MATRICULA NAO CADASTRADA"
               NOT INVALID KEY
                   IF FUNCIONARIO-DESLIGADO
                       DISPLAY "FUNCIONARIO DESLIGADO"
                   ELSE
                       MOVE FUNC-NOME TO WS-NOME-FUNCIONARIO
                   END-IF
           END-READ
           CLOSE ARQ-FUNCIONARIOS.

       4200-PROCURA-BASE.
           MOVE 'N' TO WS-ACHOU-BASE
           MOVE ZERO TO WS-DATA-BASE
           MOVE ZERO TO WS-VALOR-BASE
           IF WS-TIPO = 'P'
               PERFORM 4300-BASE-PESO
           ELSE
               PERFORM 4400-BASE-PRESSAO
           END-IF.

       4300-BASE-PESO.
           OPEN INPUT ARQ-HISTORICO
           IF WS-STATUS-HISTORICO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRICULA TO HIST-MATRICULA
           MOVE ZERO TO HIST-DATA-MEDICAO
           START ARQ-HISTORICO KEY IS >= HIST-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-HISTORICO
           END-START
           PERFORM UNTIL WS-STATUS-HISTORICO = "10"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HISTORICO
                   NOT AT END
                       IF HIST-MATRICULA NOT = WS-MATRICULA
                           MOVE "10" TO WS-STATUS-HISTORICO
                       ELSE
                           MOVE HIST-DATA-MEDICAO TO WS-DATA-MEDICAO
                           MOVE HIST-PESO TO WS-VALOR-MEDICAO
                           PERFORM 4500-COMPARA-MEDICAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-HISTORICO.

       4400-BASE-PRESSAO.
           OPEN INPUT ARQ-VITAIS
           IF WS-STATUS-VITAIS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRICULA TO VIT-MATRICULA
           MOVE ZERO TO VIT-DATA-MEDICAO
           START ARQ-VITAIS KEY IS >= VIT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-VITAIS
           END-START
           PERFORM UNTIL WS-STATUS-VITAIS = "10"
               READ ARQ-VITAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-VITAIS
                   NOT AT END
                       IF VIT-MATRICULA NOT = WS-MATRICULA
                           MOVE "10" TO WS-STATUS-VITAIS
                       ELSE
                           MOVE VIT-DATA-MEDICAO TO WS-DATA-MEDICAO
                           MOVE VIT-SISTOLICA TO WS-VALOR-MEDICAO
                           PERFORM 4500-COMPARA-MEDICAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-VITAIS.

      *===== AS MEDICOES CHEGAM EM ORDEM DE DATA: SO TROCA A BASE
      *===== QUANDO A DISTANCIA FOR ESTRITAMENTE MENOR.
       4500-COMPARA-MEDICAO.
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-DATA-MEDICAO TO CAL-DATA-1
           MOVE WS-DATA-INICIO TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DISTANCIA
           IF WS-DISTANCIA < ZERO
               COMPUTE WS-DISTANCIA = ZERO - WS-DISTANCIA
           END-IF
           IF WS-ACHOU-BASE NOT = 'S'
              OR WS-DISTANCIA < WS-MENOR-DISTANCIA
               MOVE 'S' TO WS-ACHOU-BASE
               MOVE WS-DISTANCIA TO WS-MENOR-DISTANCIA
               MOVE WS-DATA-MEDICAO TO WS-DATA-BASE
               MOVE WS-VALOR-MEDICAO TO WS-VALOR-BASE
           END-IF.

       5000-ENCERRA.
           IF WS-TABELA-ESTOUROU = 'S'
               DISPLAY "ARQUIVO COM MAIS DE 500 INSCRICOES - "
                       "ENCERRAMENTO RECUSADO; ARQUIVE AS ENCERRADAS"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MATRICULA
           DISPLAY "MATRICULA (0 CANCELA): "
           ACCEPT WS-MATRICULA
           IF WS-MATRICULA = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-TIPO
           DISPLAY "PROGRAMA (P = PESO, A = PRESSAO ARTERIAL): "
           ACCEPT WS-TIPO
           IF WS-TIPO = 'p'
               MOVE 'P' TO WS-TIPO
           END-IF
           IF WS-TIPO = 'a'
               MOVE 'A' TO WS-TIPO
           END-IF
           MOVE 'N' TO WS-ACHOU-INSCRICAO
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-TABELA
               MOVE WS-BEM-LINHA (WS-SUB-BEM)
                 TO PROGRAMA-BEM-ESTAR-LINHA
               IF BEM-MATRICULA = WS-MATRICULA
                  AND BEM-TIPO = WS-TIPO
                  AND BEM-INSCRICAO-ATIVA
                   MOVE 'E' TO BEM-SITUACAO
                   MOVE WS-HOJE TO BEM-DATA-ENCERRAMENTO
                   MOVE PROGRAMA-BEM-ESTAR-LINHA
                     TO WS-BEM-LINHA (WS-SUB-BEM)
                   MOVE 'S' TO WS-ACHOU-INSCRICAO
               END-IF
           END-PERFORM
           IF WS-ACHOU-INSCRICAO = 'S'
               MOVE WS-MATRICULA TO SAC-MATRICULA
               MOVE 'G' TO SAC-ACAO
               PERFORM 0060-REGISTRA-ACESSO
               PERFORM 5100-REGRAVA-ARQUIVO
               DISPLAY "INSCRICAO ENCERRADA"
           ELSE
               DISPLAY "INSCRICAO ATIVA NAO ENCONTRADA"
           END-IF.

       5100-REGRAVA-ARQUIVO.
           OPEN OUTPUT ARQ-PROGRAMAS.
           PERFORM VARYING WS-SUB-BEM FROM 1 BY 1
                   UNTIL WS-SUB-BEM > WS-TOTAL-TABELA
               MOVE WS-BEM-LINHA (WS-SUB-BEM)
                 TO PROGRAMA-BEM-ESTAR-LINHA
               WRITE PROGRAMA-BEM-ESTAR-LINHA
           END-PERFORM.
           CLOSE ARQ-PROGRAMAS.

       END PROGRAM BEMESTARINSC.
