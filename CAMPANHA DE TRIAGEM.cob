       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAGEMCAMP.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CAMPANHA DE TRIAGEM EM MASSA (O DIA DO
      *=======           IMCLOTE): ESCOLHE A DATA (DIA UTIL PELO
      *=======           MODULO CALENDARIO), DISTRIBUI OS
      *=======           FUNCIONARIOS ATIVOS DE funcionarios.dat EM
      *=======           JANELAS DE HORARIO POR DEPARTAMENTO, GRAVA
      *=======           OS CONVITES EM convites_triagem.txt E
      *=======           IMPRIME A LISTA EM
      *=======           convites_triagem_lista.txt. DEPOIS DO
      *=======           IMCLOTE, CRUZA AS MEDICOES DO DIA EM
      *=======           imc_historico.dat COM OS CONVITES E GERA A
      *=======           LISTA DE FALTOSOS (faltas_triagem.txt); E
      *=======           LISTA QUEM ESTA SEM MEDICAO HA MAIS DE 12
      *=======           MESES (triagem_pendentes.txt), PARA A
      *=======           PROXIMA CAMPANHA.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O IMCLOTE DATA A MEDICAO COM O DIA EM QUE
      *=======               RODA - A APURACAO DEVE SER FEITA DEPOIS
      *=======               DO LOTE DO PROPRIO DIA DA CAMPANHA. CADA
      *=======               DEPARTAMENTO COMECA NUMA JANELA NOVA, PARA
      *=======               O SETOR DESCER JUNTO.
      *=======     MOD: 15/10/2026 - CE - EXIGE LOGIN DO PERFIL SAUDE
      *=======          PELO OPERLOGIN; CADA HISTORICO DE FUNCIONARIO
      *=======          CONSULTADO FICA NO REGISTRO DE ACESSOS
      *=======          (SAUDEACESSO).
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-CONVITES ASSIGN TO "convites_triagem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONVITES.

           SELECT ARQ-LISTA ASSIGN TO "convites_triagem_lista.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LISTA.

           SELECT ARQ-FALTAS ASSIGN TO "faltas_triagem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FALTAS.

           SELECT ARQ-PENDENTES ASSIGN TO "triagem_pendentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-HISTORICO.
           COPY "#imchist".

       FD  ARQ-CONVITES.
           COPY "#convitedat".

       FD  ARQ-LISTA.
       01  LISTA-LINHA          PIC X(80).

       FD  ARQ-FALTAS.
       01  FALTA-LINHA          PIC X(80).

       FD  ARQ-PENDENTES.
       01  PENDENTE-LINHA       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO    PIC XX VALUE SPACES.
       77 WS-STATUS-CONVITES     PIC XX VALUE SPACES.
       77 WS-STATUS-LISTA        PIC XX VALUE SPACES.
       77 WS-STATUS-FALTAS       PIC XX VALUE SPACES.
       77 WS-STATUS-PENDENTES    PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-OPCAO              PIC X VALUE SPACE.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-DATA-CAMPANHA      PIC 9(8) VALUE ZERO.
       01 WS-HISTORICO-ABERTO   PIC X VALUE 'N'.
       01 WS-SO-PENDENTES       PIC X VALUE 'N'.
       01 WS-CAMPANHA-EXISTE    PIC X VALUE 'N'.
       01 WS-HORA-INICIO        PIC 9(4) VALUE ZERO.
       01 WS-MINUTOS-JANELA     PIC 9(3) VALUE ZERO.
       01 WS-POR-JANELA         PIC 9(3) VALUE ZERO.
       01 WS-MINUTOS-INICIO     PIC 9(5) VALUE ZERO.
       01 WS-MINUTOS-CORRENTE   PIC 9(5) VALUE ZERO.
       01 WS-HORA               PIC 9(3) VALUE ZERO.
       01 WS-MINUTO             PIC 9(2) VALUE ZERO.
       01 WS-HORARIO            PIC 9(4) VALUE ZERO.
       01 WS-HORARIO-X REDEFINES WS-HORARIO.
           05 WS-HORARIO-HH     PIC 9(2).
           05 WS-HORARIO-MM     PIC 9(2).
       01 WS-JANELA             PIC 9(4) VALUE ZERO.
       01 WS-NA-JANELA          PIC 9(3) VALUE ZERO.
       01 WS-ULTIMA-MEDICAO     PIC 9(8) VALUE ZERO.
       01 WS-DIAS-SEM-MEDICAO   PIC S9(5) VALUE ZERO.
       01 WS-PENDENTE           PIC X VALUE 'N'.
       01 WS-SUB-FUNC           PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FUNC         PIC 9(3) VALUE ZERO.
       01 WS-SUB-DEPTO          PIC 99 VALUE ZERO.
       01 WS-TOTAL-DEPTOS       PIC 99 VALUE ZERO.
       01 WS-ACHOU-DEPTO        PIC X VALUE 'N'.
       01 WS-SUB-CNV            PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-CNV          PIC 9(4) VALUE ZERO.
       01 WS-TABELA-ESTOUROU    PIC X VALUE 'N'.
       01 WS-TOTAL-CONVIDADOS   PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PRESENTES    PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-FALTAS       PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PENDENTES    PIC 9(4) VALUE ZERO.
       01 WS-ULTIMA-ED          PIC X(8) VALUE SPACES.
       COPY "#operpar".
       COPY "#saudepar".

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO (DIA UTIL DA
      *===== CAMPANHA E IDADE DA ULTIMA MEDICAO).
       COPY "#calenpar".

      *===== FUNCIONARIOS ATIVOS A CONVIDAR (ATE 500).
       01  WS-TABELA-FUNCIONARIOS.
           05 WS-FUNC-ITEM OCCURS 500 TIMES.
               10 WS-FN-MATRICULA   PIC 9(4).
               10 WS-FN-NOME        PIC X(20).
               10 WS-FN-DEPTO       PIC X(10).

      *===== DEPARTAMENTOS NA ORDEM EM QUE APARECEM (ATE 30).
       01  WS-TABELA-DEPTOS.
           05 WS-DEPTO-NOME OCCURS 30 TIMES PIC X(10).

      *===== CONVITES EM MEMORIA PARA A APURACAO (ATE 2000),
      *===== GUARDADOS COMO A LINHA INTEIRA DO ARQUIVO.
       01  WS-TABELA-CONVITES.
           05 WS-CNV-LINHA OCCURS 2000 TIMES PIC X(52).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 1000-MENU
           END-PERFORM
           PERFORM 0070-FECHA-ACESSOS
           STOP RUN.

      *===== DADOS DE SAUDE: SO O PERFIL S (EQUIPE DE SAUDE) ENTRA.
      *===== ENTRADA E RECUSA FICAM NO REGISTRO DE ACESSOS, E O
      *===== PROGRAMA NAO ABRE SEM ESSE REGISTRO.
       0050-LOGIN-OPERADOR.
           MOVE "TRIAGEMCAMP" TO SAC-PROGRAMA.
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

       1000-MENU.
           DISPLAY " ".
           DISPLAY "=== CAMPANHA DE TRIAGEM ===".
           DISPLAY "1 - AGENDAR CAMPANHA E GERAR CONVITES".
           DISPLAY "2 - APURAR COMPARECIMENTO (DEPOIS DO IMCLOTE)".
           DISPLAY "3 - SEM MEDICAO HA MAIS DE 12 MESES".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 2000-AGENDA-CAMPANHA
               WHEN '2' PERFORM 4000-APURA-COMPARECIMENTO
               WHEN '3' PERFORM 5000-PENDENTES
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== A DATA PEDIDA QUE NAO FOR DIA UTIL (FIM DE SEMANA OU
      *===== feriados.txt) ANDA PARA O PROXIMO DIA UTIL.
       2000-AGENDA-CAMPANHA.
           MOVE ZERO TO WS-DATA-CAMPANHA
           DISPLAY "DATA DA CAMPANHA (AAAAMMDD, 0 = PROXIMO DIA "
                   "UTIL): "
           ACCEPT WS-DATA-CAMPANHA
           IF WS-DATA-CAMPANHA = ZERO
               MOVE 'A' TO CAL-FUNCAO
               MOVE WS-HOJE TO CAL-DATA-1
               MOVE 1 TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-DATA-CAMPANHA
           END-IF
           IF WS-DATA-CAMPANHA < WS-HOJE
               DISPLAY "DATA NO PASSADO - CAMPANHA NAO AGENDADA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'U' TO CAL-FUNCAO
           MOVE WS-DATA-CAMPANHA TO CAL-DATA-1
           CALL "CALENDARIO" USING CAL-PARAMETROS
           PERFORM UNTIL CAL-RESPOSTA = 'S'
               MOVE 'C' TO CAL-FUNCAO
               MOVE 1 TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WS-DATA-CAMPANHA
               MOVE 'U' TO CAL-FUNCAO
               MOVE WS-DATA-CAMPANHA TO CAL-DATA-1
               CALL "CALENDARIO" USING CAL-PARAMETROS
           END-PERFORM
           DISPLAY "CAMPANHA EM " WS-DATA-CAMPANHA
           PERFORM 4100-CARREGA-CONVITES
           MOVE 'N' TO WS-CAMPANHA-EXISTE
           PERFORM VARYING WS-SUB-CNV FROM 1 BY 1
                   UNTIL WS-SUB-CNV > WS-TOTAL-CNV
               MOVE WS-CNV-LINHA (WS-SUB-CNV) TO CONVITE-LINHA
               IF CNV-DATA-CAMPANHA = WS-DATA-CAMPANHA
                   MOVE 'S' TO WS-CAMPANHA-EXISTE
               END-IF
           END-PERFORM
           IF WS-CAMPANHA-EXISTE = 'S'
               DISPLAY "JA EXISTEM CONVITES PARA ESTA DATA"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HORA-INICIO
           DISPLAY "HORA DE INICIO (HHMM, 0 = 0800): "
           ACCEPT WS-HORA-INICIO
           IF WS-HORA-INICIO = ZERO
               MOVE 0800 TO WS-HORA-INICIO
           END-IF
           MOVE ZERO TO WS-MINUTOS-JANELA
           DISPLAY "MINUTOS POR JANELA (0 = 15): "
           ACCEPT WS-MINUTOS-JANELA
           IF WS-MINUTOS-JANELA = ZERO
               MOVE 15 TO WS-MINUTOS-JANELA
           END-IF
           MOVE ZERO TO WS-POR-JANELA
           DISPLAY "PESSOAS POR JANELA (0 = 4): "
           ACCEPT WS-POR-JANELA
           IF WS-POR-JANELA = ZERO
               MOVE 4 TO WS-POR-JANELA
           END-IF
           MOVE 'N' TO WS-SO-PENDENTES
           DISPLAY "SO QUEM ESTA SEM MEDICAO HA 12 MESES (S/N)? "
           ACCEPT WS-SO-PENDENTES
           IF WS-SO-PENDENTES = 's'
               MOVE 'S' TO WS-SO-PENDENTES
           END-IF
           PERFORM 2100-CARREGA-FUNCIONARIOS
           IF WS-TOTAL-FUNC = ZERO
               DISPLAY "NENHUM FUNCIONARIO A CONVIDAR"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-GRAVA-CONVITES.

       2100-CARREGA-FUNCIONARIOS.
           MOVE ZERO TO WS-TOTAL-FUNC
           MOVE ZERO TO WS-TOTAL-DEPTOS
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-ABRE-HISTORICO
           MOVE ZERO TO FUNC-CODIGO
           MOVE SPACES TO WS-STATUS-FUNCIONARIOS
           START ARQ-FUNCIONARIOS KEY IS >= FUNC-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FUNCIONARIOS
           END-START
           PERFORM UNTIL WS-STATUS-FUNCIONARIOS = "10"
               READ ARQ-FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FUNCIONARIOS
                   NOT AT END
                       IF NOT FUNCIONARIO-DESLIGADO
                           PERFORM 2200-TABELA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FUNCIONARIOS
           PERFORM 6100-FECHA-HISTORICO.

       2200-TABELA-FUNCIONARIO.
           IF WS-SO-PENDENTES = 'S'
               PERFORM 6200-ULTIMA-MEDICAO
               IF WS-PENDENTE NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TOTAL-FUNC >= 500
               DISPLAY "MAIS DE 500 FUNCIONARIOS - EXCEDENTE FICA "
                       "PARA A PROXIMA CAMPANHA"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FUNC
           MOVE FUNC-CODIGO TO WS-FN-MATRICULA (WS-TOTAL-FUNC)
           MOVE FUNC-NOME TO WS-FN-NOME (WS-TOTAL-FUNC)
           MOVE FUNC-DEPARTAMENTO TO WS-FN-DEPTO (WS-TOTAL-FUNC)
           MOVE 'N' TO WS-ACHOU-DEPTO
           PERFORM VARYING WS-SUB-DEPTO FROM 1 BY 1
                   UNTIL WS-SUB-DEPTO > WS-TOTAL-DEPTOS
               IF WS-DEPTO-NOME (WS-SUB-DEPTO) = FUNC-DEPARTAMENTO
                   MOVE 'S' TO WS-ACHOU-DEPTO
               END-IF
           END-PERFORM
           IF WS-ACHOU-DEPTO NOT = 'S' AND WS-TOTAL-DEPTOS < 30
               ADD 1 TO WS-TOTAL-DEPTOS
               MOVE FUNC-DEPARTAMENTO
                 TO WS-DEPTO-NOME (WS-TOTAL-DEPTOS)
           END-IF.

      *===== JANELAS EM SEQUENCIA A PARTIR DA HORA DE INICIO: CADA
      *===== DEPARTAMENTO ABRE JANELA NOVA E ENCHE AS SUAS ATE O
      *===== LIMITE DE PESSOAS POR JANELA. DEPARTAMENTO ALEM DO 30O
      *===== CAI NO ULTIMO GRUPO, NA ORDEM DO CADASTRO.
       3000-GRAVA-CONVITES.
           DIVIDE WS-HORA-INICIO BY 100
               GIVING WS-HORA REMAINDER WS-MINUTO
           COMPUTE WS-MINUTOS-INICIO = WS-HORA * 60 + WS-MINUTO
           MOVE ZERO TO WS-JANELA
           MOVE ZERO TO WS-TOTAL-CONVIDADOS
           OPEN EXTEND ARQ-CONVITES
           IF WS-STATUS-CONVITES = "35"
               OPEN OUTPUT ARQ-CONVITES
               CLOSE ARQ-CONVITES
               OPEN EXTEND ARQ-CONVITES
           END-IF
           OPEN OUTPUT ARQ-LISTA
           MOVE SPACES TO LISTA-LINHA
           STRING "CONVITES DA CAMPANHA DE TRIAGEM DE "
                  WS-DATA-CAMPANHA (7:2) "/" WS-DATA-CAMPANHA (5:2)
                  "/" WS-DATA-CAMPANHA (1:4)
                  DELIMITED BY SIZE INTO LISTA-LINHA
           WRITE LISTA-LINHA
           MOVE "HORA  MATR NOME                 DEPARTAMENTO"
             TO LISTA-LINHA
           WRITE LISTA-LINHA
           PERFORM VARYING WS-SUB-DEPTO FROM 1 BY 1
                   UNTIL WS-SUB-DEPTO > WS-TOTAL-DEPTOS
               MOVE ZERO TO WS-NA-JANELA
               PERFORM VARYING WS-SUB-FUNC FROM 1 BY 1
                       UNTIL WS-SUB-FUNC > WS-TOTAL-FUNC
                   IF WS-FN-DEPTO (WS-SUB-FUNC)
                      = WS-DEPTO-NOME (WS-SUB-DEPTO)
                      OR (WS-SUB-DEPTO = WS-TOTAL-DEPTOS
                          AND WS-TOTAL-DEPTOS = 30
                          AND WS-FN-MATRICULA (WS-SUB-FUNC) > ZERO)
                       PERFORM 3100-CONVITE
                   END-IF
               END-PERFORM
               IF WS-NA-JANELA > ZERO
                   ADD 1 TO WS-JANELA
               END-IF
           END-PERFORM
           CLOSE ARQ-CONVITES
           CLOSE ARQ-LISTA
           DISPLAY "CONVIDADOS.......: " WS-TOTAL-CONVIDADOS
           DISPLAY "JANELAS..........: " WS-JANELA
           DISPLAY "LISTA EM convites_triagem_lista.txt".

      *===== O CONVIDADO SAI DA TABELA (MATRICULA ZERADA), PARA O
      *===== GRUPO DE SOBRA NAO O CONVIDAR DE NOVO.
       3100-CONVITE.
           IF WS-NA-JANELA >= WS-POR-JANELA
               ADD 1 TO WS-JANELA
               MOVE ZERO TO WS-NA-JANELA
           END-IF
           ADD 1 TO WS-NA-JANELA
           COMPUTE WS-MINUTOS-CORRENTE =
               WS-MINUTOS-INICIO + WS-JANELA * WS-MINUTOS-JANELA
           DIVIDE WS-MINUTOS-CORRENTE BY 60
               GIVING WS-HORA REMAINDER WS-MINUTO
           MOVE WS-HORA TO WS-HORARIO-HH
           MOVE WS-MINUTO TO WS-HORARIO-MM
           MOVE SPACES TO CONVITE-LINHA
           MOVE WS-DATA-CAMPANHA TO CNV-DATA-CAMPANHA
           MOVE WS-HORARIO TO CNV-HORARIO
           MOVE WS-FN-MATRICULA (WS-SUB-FUNC) TO CNV-MATRICULA
           MOVE WS-FN-NOME (WS-SUB-FUNC) TO CNV-NOME
           MOVE WS-FN-DEPTO (WS-SUB-FUNC) TO CNV-DEPARTAMENTO
           MOVE 'C' TO CNV-SITUACAO
           WRITE CONVITE-LINHA
           ADD 1 TO WS-TOTAL-CONVIDADOS
           MOVE SPACES TO LISTA-LINHA
           STRING WS-HORARIO-HH ":" WS-HORARIO-MM " "
                  CNV-MATRICULA " " CNV-NOME " " CNV-DEPARTAMENTO
                  DELIMITED BY SIZE INTO LISTA-LINHA
           WRITE LISTA-LINHA
           MOVE ZERO TO WS-FN-MATRICULA (WS-SUB-FUNC).

      *===== PRESENTE = TEM MEDICAO NO imc_historico.dat COM A DATA
      *===== DA CAMPANHA (CHAVE MATRICULA + DATA). O ARQUIVO DE
      *===== CONVITES E REGRAVADO COM A SITUACAO APURADA.
       4000-APURA-COMPARECIMENTO.
           MOVE ZERO TO WS-DATA-CAMPANHA
           DISPLAY "DATA DA CAMPANHA (AAAAMMDD): "
           ACCEPT WS-DATA-CAMPANHA
           PERFORM 4100-CARREGA-CONVITES
           IF WS-TABELA-ESTOUROU = 'S'
               DISPLAY "ARQUIVO COM MAIS DE 2000 CONVITES - "
                       "APURACAO RECUSADA; ARQUIVE OS ANTIGOS"
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-ABRE-HISTORICO
           IF WS-HISTORICO-ABERTO NOT = 'S'
               DISPLAY "SEM imc_historico.dat - RODE O IMCLOTE ANTES"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TOTAL-CONVIDADOS
           MOVE ZERO TO WS-TOTAL-PRESENTES
           MOVE ZERO TO WS-TOTAL-FALTAS
           OPEN OUTPUT ARQ-FALTAS
           MOVE SPACES TO FALTA-LINHA
           STRING "FALTOSOS DA CAMPANHA DE TRIAGEM DE "
                  WS-DATA-CAMPANHA (7:2) "/" WS-DATA-CAMPANHA (5:2)
                  "/" WS-DATA-CAMPANHA (1:4)
                  DELIMITED BY SIZE INTO FALTA-LINHA
           WRITE FALTA-LINHA
           PERFORM VARYING WS-SUB-CNV FROM 1 BY 1
                   UNTIL WS-SUB-CNV > WS-TOTAL-CNV
               MOVE WS-CNV-LINHA (WS-SUB-CNV) TO CONVITE-LINHA
               IF CNV-DATA-CAMPANHA = WS-DATA-CAMPANHA
                   PERFORM 4200-CONFERE-CONVITE
                   MOVE CONVITE-LINHA TO WS-CNV-LINHA (WS-SUB-CNV)
               END-IF
           END-PERFORM
           CLOSE ARQ-FALTAS
           PERFORM 6100-FECHA-HISTORICO
           IF WS-TOTAL-CONVIDADOS = ZERO
               DISPLAY "NENHUM CONVITE PARA ESTA DATA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-REGRAVA-CONVITES
           DISPLAY "CONVIDADOS.......: " WS-TOTAL-CONVIDADOS
           DISPLAY "PRESENTES........: " WS-TOTAL-PRESENTES
           DISPLAY "FALTOSOS.........: " WS-TOTAL-FALTAS
           DISPLAY "LISTA EM faltas_triagem.txt".

       4100-CARREGA-CONVITES.
           MOVE ZERO TO WS-TOTAL-CNV
           MOVE 'N' TO WS-TABELA-ESTOUROU
           OPEN INPUT ARQ-CONVITES
           IF WS-STATUS-CONVITES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CONVITES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-CNV < 2000
                           ADD 1 TO WS-TOTAL-CNV
                           MOVE CONVITE-LINHA
                             TO WS-CNV-LINHA (WS-TOTAL-CNV)
                       ELSE
                           MOVE 'S' TO WS-TABELA-ESTOUROU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CONVITES.

       4200-CONFERE-CONVITE.
           ADD 1 TO WS-TOTAL-CONVIDADOS
           MOVE CNV-MATRICULA TO SAC-MATRICULA
           PERFORM 0080-CONSULTA-FUNCIONARIO
           MOVE CNV-MATRICULA TO HIST-MATRICULA
           MOVE WS-DATA-CAMPANHA TO HIST-DATA-MEDICAO
           READ ARQ-HISTORICO
               INVALID KEY
                   MOVE 'F' TO CNV-SITUACAO
               NOT INVALID KEY
                   MOVE 'P' TO CNV-SITUACAO
           END-READ
           IF CNV-PRESENTE
               ADD 1 TO WS-TOTAL-PRESENTES
           ELSE
               ADD 1 TO WS-TOTAL-FALTAS
               MOVE SPACES TO FALTA-LINHA
               STRING CNV-HORARIO (1:2) ":" CNV-HORARIO (3:2) " "
                      CNV-MATRICULA " " CNV-NOME " "
                      CNV-DEPARTAMENTO
                      DELIMITED BY SIZE INTO FALTA-LINHA
               WRITE FALTA-LINHA
           END-IF.

       4300-REGRAVA-CONVITES.
           OPEN OUTPUT ARQ-CONVITES.
           PERFORM VARYING WS-SUB-CNV FROM 1 BY 1
                   UNTIL WS-SUB-CNV > WS-TOTAL-CNV
               MOVE WS-CNV-LINHA (WS-SUB-CNV) TO CONVITE-LINHA
               WRITE CONVITE-LINHA
           END-PERFORM.
           CLOSE ARQ-CONVITES.

      *===== FUNCIONARIO ATIVO SEM MEDICAO, OU COM A ULTIMA HA MAIS
      *===== DE 365 DIAS, ENTRA NA LISTA DA PROXIMA CAMPANHA.
       5000-PENDENTES.
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "ERRO AO ABRIR funcionarios.dat - STATUS "
                       WS-STATUS-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-ABRE-HISTORICO
           MOVE ZERO TO WS-TOTAL-PENDENTES
           OPEN OUTPUT ARQ-PENDENTES
           MOVE SPACES TO PENDENTE-LINHA
           STRING "SEM MEDICAO HA MAIS DE 12 MESES - POSICAO DE "
                  WS-HOJE
                  DELIMITED BY SIZE INTO PENDENTE-LINHA
           WRITE PENDENTE-LINHA
           MOVE "MATR NOME                 DEPARTAMENTO ULTIMA"
             TO PENDENTE-LINHA
           WRITE PENDENTE-LINHA
           MOVE ZERO TO FUNC-CODIGO
           MOVE SPACES TO WS-STATUS-FUNCIONARIOS
           START ARQ-FUNCIONARIOS KEY IS >= FUNC-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FUNCIONARIOS
           END-START
           PERFORM UNTIL WS-STATUS-FUNCIONARIOS = "10"
               READ ARQ-FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FUNCIONARIOS
                   NOT AT END
                       IF NOT FUNCIONARIO-DESLIGADO
                           PERFORM 6200-ULTIMA-MEDICAO
                           IF WS-PENDENTE = 'S'
                               PERFORM 5100-LINHA-PENDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FUNCIONARIOS
           CLOSE ARQ-PENDENTES
           PERFORM 6100-FECHA-HISTORICO
           DISPLAY "SEM MEDICAO HA 12 MESES: " WS-TOTAL-PENDENTES
           DISPLAY "LISTA EM triagem_pendentes.txt".

       5100-LINHA-PENDENTE.
           ADD 1 TO WS-TOTAL-PENDENTES
           IF WS-ULTIMA-MEDICAO = ZERO
               MOVE "NUNCA" TO WS-ULTIMA-ED
           ELSE
               MOVE WS-ULTIMA-MEDICAO TO WS-ULTIMA-ED
           END-IF
           MOVE SPACES TO PENDENTE-LINHA
           STRING FUNC-CODIGO " " FUNC-NOME " " FUNC-DEPARTAMENTO
                  "   " WS-ULTIMA-ED
                  DELIMITED BY SIZE INTO PENDENTE-LINHA
           WRITE PENDENTE-LINHA.

       6000-ABRE-HISTORICO.
           MOVE 'N' TO WS-HISTORICO-ABERTO
           OPEN INPUT ARQ-HISTORICO
           IF WS-STATUS-HISTORICO = "00"
               MOVE 'S' TO WS-HISTORICO-ABERTO
           END-IF.

       6100-FECHA-HISTORICO.
           IF WS-HISTORICO-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
               MOVE 'N' TO WS-HISTORICO-ABERTO
           END-IF.

      *===== ULTIMA MEDICAO DO FUNCIONARIO CORRENTE (FUNC-CODIGO); A
      *===== CHAVE E CRESCENTE POR DATA, A ULTIMA LIDA E A MAIS NOVA.
       6200-ULTIMA-MEDICAO.
           MOVE ZERO TO WS-ULTIMA-MEDICAO
           MOVE 'S' TO WS-PENDENTE
           IF WS-HISTORICO-ABERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNC-CODIGO TO SAC-MATRICULA
           PERFORM 0080-CONSULTA-FUNCIONARIO
           MOVE FUNC-CODIGO TO HIST-MATRICULA
           MOVE ZERO TO HIST-DATA-MEDICAO
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
                       IF HIST-MATRICULA NOT = FUNC-CODIGO
                           MOVE "10" TO WS-STATUS-HISTORICO
                       ELSE
                           MOVE HIST-DATA-MEDICAO
                             TO WS-ULTIMA-MEDICAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ULTIMA-MEDICAO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-ULTIMA-MEDICAO TO CAL-DATA-1
           MOVE WS-HOJE TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DIAS TO WS-DIAS-SEM-MEDICAO
           IF WS-DIAS-SEM-MEDICAO NOT > 365
               MOVE 'N' TO WS-PENDENTE
           END-IF.

       END PROGRAM TRIAGEMCAMP.
