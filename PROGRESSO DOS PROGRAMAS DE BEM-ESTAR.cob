       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEMESTARRELAT.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: PROGRESSO DOS PROGRAMAS DE BEM-ESTAR: PARA
      *=======           CADA INSCRICAO ATIVA DE
      *=======           programas_bem_estar.txt, COMPARA A MEDICAO
      *=======           MAIS RECENTE DO HISTORICO (PESO OU
      *=======           SISTOLICA) COM A BASE E A META, E MARCA QUEM
      *=======           ESTA FORA DO RITMO; NO FIM, RESUME OS
      *=======           RESULTADOS POR DEPARTAMENTO PARA A REVISAO DO
      *=======           ORCAMENTO DE BEM-ESTAR DO RH, EM
      *=======           bem_estar_programas.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O RITMO ESPERADO E LINEAR ENTRE O INICIO
      *=======               E A DATA DA META. FORA DO RITMO = O
      *=======               PERCENTUAL ATINGIDO DO CAMINHO BASE ->
      *=======               META ESTA MAIS DE 10 PONTOS ABAIXO DO
      *=======               ESPERADO PARA HOJE, OU O PRAZO VENCEU SEM
      *=======               A META, OU NAO HA MEDICAO NOVA DESDE A
      *=======               BASE COM MAIS DE 30 DIAS DE PROGRAMA.
      *=======               FUNCIONARIOS DESLIGADOS FICAM DE FORA.
      *=======     MOD: 15/10/2026 - CE - EXIGE LOGIN DO PERFIL SAUDE
      *=======          PELO OPERLOGIN; CADA INSCRICAO AVALIADA FICA NO
      *=======          REGISTRO DE ACESSOS (SAUDEACESSO). DEPARTAMENTO
      *=======          COM MENOS PARTICIPANTES QUE O MINIMO DE GRUPO
      *=======          (saude_config.txt, PADRAO 5) SAI SUPRIMIDO NO
      *=======          RESUMO.
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

           SELECT ARQ-RELATORIO ASSIGN TO "bem_estar_programas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

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

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(110).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PROGRAMAS    PIC XX VALUE SPACES.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO    PIC XX VALUE SPACES.
       77 WS-STATUS-VITAIS       PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-FUNCIONARIO-OK     PIC X VALUE 'N'.
       01 WS-HISTORICO-ABERTO   PIC X VALUE 'N'.
       01 WS-VITAIS-ABERTO      PIC X VALUE 'N'.
       01 WS-DATA-ATUAL         PIC 9(8) VALUE ZERO.
       01 WS-VALOR-ATUAL        PIC 9(3)V99 VALUE ZERO.
       01 WS-VARIACAO           PIC S9(3)V99 VALUE ZERO.
       01 WS-CAMINHO            PIC S9(3)V99 VALUE ZERO.
       01 WS-PCT-ATINGIDO       PIC S9(5) VALUE ZERO.
       01 WS-PCT-ESPERADO       PIC S9(5) VALUE ZERO.
       01 WS-DIAS-PROGRAMA      PIC S9(5) VALUE ZERO.
       01 WS-DIAS-DECORRIDOS    PIC S9(5) VALUE ZERO.
       01 WS-DIAS-SEM-MEDICAO   PIC S9(5) VALUE ZERO.
       01 WS-TOLERANCIA         PIC 9(3) VALUE 10.
       01 WS-CARENCIA-MEDICAO   PIC 9(3) VALUE 30.
       01 WS-SITUACAO           PIC X(16) VALUE SPACES.
       01 WS-FORA-DO-RITMO      PIC X VALUE 'N'.
       01 WS-NOME-PROGRAMA      PIC X(7) VALUE SPACES.
       01 WS-BASE-ED            PIC ZZ9.99.
       01 WS-META-ED            PIC ZZ9.99.
       01 WS-ATUAL-ED           PIC ZZ9.99.
       01 WS-PCT-ED             PIC ----9.
       01 WS-ESPERADO-ED        PIC ----9.
       01 WS-VARIACAO-ED        PIC -----9.99.
       01 WS-QTDE-ED            PIC ZZZ9.
       01 WS-TOTAL-ATIVAS       PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-FORA         PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ATINGIDAS    PIC 9(4) VALUE ZERO.
       01 WS-SUB-DEPTO          PIC 99 VALUE ZERO.
       01 WS-DEPTO-CORRENTE     PIC 99 VALUE ZERO.
       01 WS-TOTAL-DEPTOS       PIC 99 VALUE ZERO.
       01 WS-ACHOU-DEPTO        PIC X VALUE 'N'.
       01 WS-DEPTOS-SUPRIMIDOS  PIC 99 VALUE ZERO.
       01 WS-PARTICIPANTES      PIC 9(5) VALUE ZERO.
       COPY "#operpar".
       COPY "#saudepar".

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, QUE CONTA
      *===== OS DIAS DO PROGRAMA E OS DIAS JA DECORRIDOS.
       COPY "#calenpar".

      *===== RESULTADOS POR DEPARTAMENTO (ATE 20): PARTICIPANTES,
      *===== SITUACAO E A VARIACAO SOMADA DE CADA PROGRAMA (KG NO
      *===== DE PESO, MMHG DA SISTOLICA NO DE PRESSAO).
       01  WS-TABELA-DEPARTAMENTOS.
           05 WS-DEPTO-ITEM OCCURS 20 TIMES.
               10 WS-DEPTO-NOME      PIC X(10).
               10 WS-DEPTO-PESO      PIC 9(4).
               10 WS-DEPTO-PRESSAO   PIC 9(4).
               10 WS-DEPTO-ATINGIDAS PIC 9(4).
               10 WS-DEPTO-NO-RITMO  PIC 9(4).
               10 WS-DEPTO-FORA      PIC 9(4).
               10 WS-DEPTO-VAR-PESO  PIC S9(5)V99.
               10 WS-DEPTO-VAR-PRESSAO PIC S9(5)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-VARRE-INSCRICOES
           PERFORM 4000-RESUMO-DEPARTAMENTOS
           PERFORM 3000-FECHAR-ARQUIVOS
           PERFORM 0070-FECHA-ACESSOS
           STOP RUN.

      *===== DADOS DE SAUDE: SO O PERFIL S (EQUIPE DE SAUDE) ENTRA.
      *===== ENTRADA E RECUSA FICAM NO REGISTRO DE ACESSOS, E O
      *===== PROGRAMA NAO ABRE SEM ESSE REGISTRO.
       0050-LOGIN-OPERADOR.
           MOVE "BEMESTARRELAT" TO SAC-PROGRAMA.
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

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PROGRAMAS.
           IF WS-STATUS-PROGRAMAS NOT = "00"
               DISPLAY "SEM programas_bem_estar.txt - NENHUMA "
                       "INSCRICAO"
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               STOP RUN
           END-IF.
      *===== SEM UM DOS HISTORICOS, A MEDICAO ATUAL DAQUELE
      *===== PROGRAMA FICA SENDO A BASE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               MOVE 'S' TO WS-HISTORICO-ABERTO
           END-IF.
           OPEN INPUT ARQ-VITAIS.
           IF WS-STATUS-VITAIS = "00"
               MOVE 'S' TO WS-VITAIS-ABERTO
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PROGRESSO DOS PROGRAMAS DE BEM-ESTAR - POSICAO DE "
                  WS-HOJE
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "MATR NOME                 DEPTO      PROGR.   BASE"
             TO RELATORIO-LINHA.
           MOVE "   META  ATUAL EM       PCT ESPER SITUACAO"
             TO RELATORIO-LINHA (51:).
           WRITE RELATORIO-LINHA.

       2000-VARRE-INSCRICOES.
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PROGRAMAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF BEM-INSCRICAO-ATIVA
                           PERFORM 2100-LE-FUNCIONARIO
                           IF WS-FUNCIONARIO-OK = 'S'
                               PERFORM 2200-MEDICAO-ATUAL
                               PERFORM 2500-AVALIA-PROGRESSO
                               PERFORM 2600-LINHA-PARTICIPANTE
                               PERFORM 2700-ACUMULA-DEPARTAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-LE-FUNCIONARIO.
           MOVE 'N' TO WS-FUNCIONARIO-OK
           MOVE BEM-MATRICULA TO FUNC-CODIGO
           READ ARQ-FUNCIONARIOS
               INVALID KEY
                   DISPLAY "AVISO: INSCRICAO DE MATRICULA FORA DO "
                           "CADASTRO: " BEM-MATRICULA
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-DESLIGADO
                       MOVE 'S' TO WS-FUNCIONARIO-OK
                   END-IF
           END-READ.

      *===== MEDICAO MAIS RECENTE DO HISTORICO DO PROGRAMA; A CHAVE E
      *===== CRESCENTE POR DATA, ENTAO A ULTIMA LIDA E A MAIS NOVA.
      *===== SEM MEDICAO NOVA, A ATUAL E A PROPRIA BASE.
       2200-MEDICAO-ATUAL.
           MOVE BEM-MATRICULA TO SAC-MATRICULA
           PERFORM 0080-CONSULTA-FUNCIONARIO
           MOVE BEM-DATA-BASE TO WS-DATA-ATUAL
           MOVE BEM-VALOR-BASE TO WS-VALOR-ATUAL
           IF BEM-PROGRAMA-PESO
               PERFORM 2300-ULTIMO-PESO
           ELSE
               PERFORM 2400-ULTIMA-PRESSAO
           END-IF.

       2300-ULTIMO-PESO.
           IF WS-HISTORICO-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE BEM-MATRICULA TO HIST-MATRICULA
           MOVE BEM-DATA-BASE TO HIST-DATA-MEDICAO
           MOVE SPACES TO WS-STATUS-HISTORICO
           START ARQ-HISTORICO KEY IS >= HIST-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-HISTORICO
           END-START
           PERFORM UNTIL WS-STATUS-HISTORICO = "10"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HISTORICO
                   NOT AT END
                       IF HIST-MATRICULA NOT = BEM-MATRICULA
                           MOVE "10" TO WS-STATUS-HISTORICO
                       ELSE
                           MOVE HIST-DATA-MEDICAO TO WS-DATA-ATUAL
                           MOVE HIST-PESO TO WS-VALOR-ATUAL
                       END-IF
               END-READ
           END-PERFORM.

       2400-ULTIMA-PRESSAO.
           IF WS-VITAIS-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE BEM-MATRICULA TO VIT-MATRICULA
           MOVE BEM-DATA-BASE TO VIT-DATA-MEDICAO
           MOVE SPACES TO WS-STATUS-VITAIS
           START ARQ-VITAIS KEY IS >= VIT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-VITAIS
           END-START
           PERFORM UNTIL WS-STATUS-VITAIS = "10"
               READ ARQ-VITAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-VITAIS
                   NOT AT END
                       IF VIT-MATRICULA NOT = BEM-MATRICULA
                           MOVE "10" TO WS-STATUS-VITAIS
                       ELSE
                           MOVE VIT-DATA-MEDICAO TO WS-DATA-ATUAL
                           MOVE VIT-SISTOLICA TO WS-VALOR-ATUAL
                       END-IF
               END-READ
           END-PERFORM.

      *===== PERCENTUAL ATINGIDO = VARIACAO DESDE A BASE SOBRE O
      *===== CAMINHO BASE -> META (VALE PARA REDUCAO E PARA GANHO);
      *===== PERCENTUAL ESPERADO = DIAS DECORRIDOS SOBRE OS DIAS DO
      *===== PROGRAMA, LIMITADO A 100.
       2500-AVALIA-PROGRESSO.
           COMPUTE WS-VARIACAO = WS-VALOR-ATUAL - BEM-VALOR-BASE
           COMPUTE WS-CAMINHO = BEM-VALOR-META - BEM-VALOR-BASE
           IF WS-CAMINHO = ZERO
               MOVE 100 TO WS-PCT-ATINGIDO
           ELSE
               COMPUTE WS-PCT-ATINGIDO ROUNDED =
                   WS-VARIACAO * 100 / WS-CAMINHO
           END-IF
           MOVE 'D' TO CAL-FUNCAO
           MOVE BEM-DATA-INICIO TO CAL-DATA-1
           MOVE BEM-DATA-META TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-PROGRAMA
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-DECORRIDOS
           IF WS-DIAS-DECORRIDOS < ZERO
               MOVE ZERO TO WS-DIAS-DECORRIDOS
           END-IF
           IF WS-DIAS-PROGRAMA NOT > ZERO
              OR WS-DIAS-DECORRIDOS >= WS-DIAS-PROGRAMA
               MOVE 100 TO WS-PCT-ESPERADO
           ELSE
               COMPUTE WS-PCT-ESPERADO ROUNDED =
                   WS-DIAS-DECORRIDOS * 100 / WS-DIAS-PROGRAMA
           END-IF
           MOVE BEM-DATA-BASE TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-SEM-MEDICAO
           MOVE 'N' TO WS-FORA-DO-RITMO
           EVALUATE TRUE
               WHEN WS-PCT-ATINGIDO >= 100
                   MOVE "META ATINGIDA" TO WS-SITUACAO
               WHEN WS-HOJE > BEM-DATA-META
                   MOVE "PRAZO VENCIDO" TO WS-SITUACAO
                   MOVE 'S' TO WS-FORA-DO-RITMO
               WHEN WS-DATA-ATUAL = BEM-DATA-BASE
                    AND WS-DIAS-SEM-MEDICAO > WS-CARENCIA-MEDICAO
                   MOVE "SEM MEDICAO NOVA" TO WS-SITUACAO
                   MOVE 'S' TO WS-FORA-DO-RITMO
               WHEN WS-PCT-ATINGIDO + WS-TOLERANCIA
                    < WS-PCT-ESPERADO
                   MOVE "FORA DO RITMO" TO WS-SITUACAO
                   MOVE 'S' TO WS-FORA-DO-RITMO
               WHEN OTHER
                   MOVE "NO RITMO" TO WS-SITUACAO
           END-EVALUATE
           ADD 1 TO WS-TOTAL-ATIVAS
           IF WS-FORA-DO-RITMO = 'S'
               ADD 1 TO WS-TOTAL-FORA
           END-IF
           IF WS-PCT-ATINGIDO >= 100
               ADD 1 TO WS-TOTAL-ATINGIDAS
           END-IF.

       2600-LINHA-PARTICIPANTE.
           IF BEM-PROGRAMA-PESO
               MOVE "PESO" TO WS-NOME-PROGRAMA
           ELSE
               MOVE "PRESSAO" TO WS-NOME-PROGRAMA
           END-IF
           MOVE BEM-VALOR-BASE TO WS-BASE-ED
           MOVE BEM-VALOR-META TO WS-META-ED
           MOVE WS-VALOR-ATUAL TO WS-ATUAL-ED
           MOVE WS-PCT-ATINGIDO TO WS-PCT-ED
           MOVE WS-PCT-ESPERADO TO WS-ESPERADO-ED
           MOVE SPACES TO RELATORIO-LINHA
           STRING BEM-MATRICULA " " FUNC-NOME " "
                  FUNC-DEPARTAMENTO " " WS-NOME-PROGRAMA " "
                  WS-BASE-ED " " WS-META-ED " " WS-ATUAL-ED " "
                  WS-DATA-ATUAL " " WS-PCT-ED " " WS-ESPERADO-ED " "
                  WS-SITUACAO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           IF WS-FORA-DO-RITMO = 'S'
               DISPLAY "ATENCAO: " BEM-MATRICULA " " FUNC-NOME " "
                       WS-NOME-PROGRAMA " " WS-SITUACAO
           END-IF.

       2700-ACUMULA-DEPARTAMENTO.
           MOVE 'N' TO WS-ACHOU-DEPTO
           PERFORM VARYING WS-SUB-DEPTO FROM 1 BY 1
                   UNTIL WS-SUB-DEPTO > WS-TOTAL-DEPTOS
               IF WS-DEPTO-NOME (WS-SUB-DEPTO) = FUNC-DEPARTAMENTO
                   MOVE WS-SUB-DEPTO TO WS-DEPTO-CORRENTE
                   MOVE 'S' TO WS-ACHOU-DEPTO
               END-IF
           END-PERFORM
           IF WS-ACHOU-DEPTO NOT = 'S'
               IF WS-TOTAL-DEPTOS >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-DEPTOS
               MOVE WS-TOTAL-DEPTOS TO WS-DEPTO-CORRENTE
               INITIALIZE WS-DEPTO-ITEM (WS-DEPTO-CORRENTE)
               MOVE FUNC-DEPARTAMENTO
                 TO WS-DEPTO-NOME (WS-DEPTO-CORRENTE)
           END-IF
           IF BEM-PROGRAMA-PESO
               ADD 1 TO WS-DEPTO-PESO (WS-DEPTO-CORRENTE)
               ADD WS-VARIACAO TO WS-DEPTO-VAR-PESO (WS-DEPTO-CORRENTE)
           ELSE
               ADD 1 TO WS-DEPTO-PRESSAO (WS-DEPTO-CORRENTE)
               ADD WS-VARIACAO
                 TO WS-DEPTO-VAR-PRESSAO (WS-DEPTO-CORRENTE)
           END-IF
           EVALUATE TRUE
               WHEN WS-PCT-ATINGIDO >= 100
                   ADD 1 TO WS-DEPTO-ATINGIDAS (WS-DEPTO-CORRENTE)
               WHEN WS-FORA-DO-RITMO = 'S'
                   ADD 1 TO WS-DEPTO-FORA (WS-DEPTO-CORRENTE)
               WHEN OTHER
                   ADD 1 TO WS-DEPTO-NO-RITMO (WS-DEPTO-CORRENTE)
           END-EVALUATE.

       4000-RESUMO-DEPARTAMENTOS.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "RESULTADO POR DEPARTAMENTO" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE "DEPTO      PESO PRES META RITMO FORA  VAR.KG "
             TO RELATORIO-LINHA
           MOVE "VAR.MMHG" TO RELATORIO-LINHA (47:)
           WRITE RELATORIO-LINHA
           PERFORM VARYING WS-SUB-DEPTO FROM 1 BY 1
                   UNTIL WS-SUB-DEPTO > WS-TOTAL-DEPTOS
               MOVE SPACES TO RELATORIO-LINHA
               MOVE WS-DEPTO-NOME (WS-SUB-DEPTO)
                 TO RELATORIO-LINHA (1:10)
               COMPUTE WS-PARTICIPANTES =
                       WS-DEPTO-PESO (WS-SUB-DEPTO)
                     + WS-DEPTO-PRESSAO (WS-SUB-DEPTO)
               IF WS-PARTICIPANTES < SAC-GRUPO-MINIMO
                   PERFORM 4100-GRUPO-SUPRIMIDO
               ELSE
                   PERFORM 4200-LINHA-DEPARTAMENTO
               END-IF
           END-PERFORM
           DISPLAY "=== PROGRESSO DOS PROGRAMAS DE BEM-ESTAR ==="
           DISPLAY "INSCRICOES ATIVAS: " WS-TOTAL-ATIVAS
           DISPLAY "METAS ATINGIDAS..: " WS-TOTAL-ATINGIDAS
           DISPLAY "FORA DO RITMO....: " WS-TOTAL-FORA
           IF WS-DEPTOS-SUPRIMIDOS > ZERO
               DISPLAY "DEPTOS SUPRIMIDOS: " WS-DEPTOS-SUPRIMIDOS
                       " (MENOS DE " SAC-GRUPO-MINIMO
                       " PARTICIPANTES)"
           END-IF
           DISPLAY "DETALHE EM bem_estar_programas.txt".

      *===== DEPARTAMENTO COM MENOS PARTICIPANTES QUE O MINIMO DE
      *===== GRUPO (SAUDEACESSO / saude_config.txt): OS NUMEROS
      *===== DEIXARIAM IDENTIFICAR A PESSOA E NAO SAEM NO RESUMO.
       4100-GRUPO-SUPRIMIDO.
           ADD 1 TO WS-DEPTOS-SUPRIMIDOS
           STRING " GRUPO MENOR QUE " SAC-GRUPO-MINIMO
                  " - SUPRIMIDO"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA (11:)
           WRITE RELATORIO-LINHA.

       4200-LINHA-DEPARTAMENTO.
           MOVE WS-DEPTO-PESO (WS-SUB-DEPTO) TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (12:4)
           MOVE WS-DEPTO-PRESSAO (WS-SUB-DEPTO) TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (17:4)
           MOVE WS-DEPTO-ATINGIDAS (WS-SUB-DEPTO) TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (22:4)
           MOVE WS-DEPTO-NO-RITMO (WS-SUB-DEPTO) TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (28:4)
           MOVE WS-DEPTO-FORA (WS-SUB-DEPTO) TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (33:4)
           MOVE WS-DEPTO-VAR-PESO (WS-SUB-DEPTO) TO WS-VARIACAO-ED
           MOVE WS-VARIACAO-ED TO RELATORIO-LINHA (37:9)
           MOVE WS-DEPTO-VAR-PRESSAO (WS-SUB-DEPTO)
             TO WS-VARIACAO-ED
           MOVE WS-VARIACAO-ED TO RELATORIO-LINHA (46:9)
           WRITE RELATORIO-LINHA.

       3000-FECHAR-ARQUIVOS.
           CLOSE ARQ-PROGRAMAS.
           CLOSE ARQ-FUNCIONARIOS.
           IF WS-HISTORICO-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
           END-IF.
           IF WS-VITAIS-ABERTO = 'S'
               CLOSE ARQ-VITAIS
           END-IF.
           CLOSE ARQ-RELATORIO.

       END PROGRAM BEMESTARRELAT.
