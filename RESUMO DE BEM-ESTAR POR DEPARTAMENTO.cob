      *=======          SER CRITICADOS CONTRA O MESTRE
      *=======          departamentos.txt: LINHA FORA DO MESTRE SAI
      *=======          COM AVISO NO CONSOLE.
      *=======     MOD: 15/10/2026 - CE - EXIGE LOGIN DO PERFIL SAUDE
      *=======          PELO OPERLOGIN; CADA HISTORICO DE FUNCIONARIO
      *=======          LIDO FICA NO REGISTRO DE ACESSOS (SAUDEACESSO).
      *=======          DEPARTAMENTO COM MENOS TRIADOS QUE O MINIMO DE
      *=======          GRUPO (saude_config.txt, PADRAO 5) SAI SEM A
      *=======          DISTRIBUICAO NAS CLASSES.
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-ACHOU-DEPTO        PIC X VALUE 'N'.
       01 WS-SUB-CLASSE         PIC 9 VALUE ZERO.
       01 WS-CLASSE-ACHADA      PIC 9 VALUE ZERO.
       01 WS-DEPTOS-SUPRIMIDOS  PIC 99 VALUE ZERO.
       COPY "#operpar".
       COPY "#saudepar".

      *===== ACUMULADORES POR DEPARTAMENTO (ATE 20), COM A
      *===== DISTRIBUICAO NAS 6 CLASSES DE IMC DO CLASSIFICAR-IMC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-VARRE-FUNCIONARIOS
           PERFORM 4000-RELATORIO
           PERFORM 3000-FECHAR-ARQUIVOS
           PERFORM 0070-FECHA-ACESSOS
           STOP RUN.

      *===== DADOS DE SAUDE: SO O PERFIL S (EQUIPE DE SAUDE) ENTRA.
      *===== ENTRADA E RECUSA FICAM NO REGISTRO DE ACESSOS, E O
      *===== PROGRAMA NAO ABRE SEM ESSE REGISTRO.
       0050-LOGIN-OPERADOR.
           MOVE "IMCDEPTRELAT" TO SAC-PROGRAMA.
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
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
           END-PERFORM
           IF WS-ACHOU-TRIAGEM = 'S'
               ADD 1 TO WS-TOTAL-TRIADOS
               MOVE FUNC-CODIGO TO SAC-MATRICULA
               PERFORM 0080-CONSULTA-FUNCIONARIO
           ELSE
               ADD 1 TO WS-TOTAL-SEM-TRIAGEM
               MOVE SPACES TO RELATORIO-LINHA
                       WS-DEPTO-TOTAL (WS-SUB-DEPTO)
                       " TRIADOS: "
                       WS-DEPTO-TRIADOS (WS-SUB-DEPTO)
               IF WS-DEPTO-TRIADOS (WS-SUB-DEPTO) < SAC-GRUPO-MINIMO
                   PERFORM 4100-GRUPO-SUPRIMIDO
               ELSE
                   PERFORM 4200-CLASSES-DO-DEPTO
               END-IF
           END-PERFORM
           DISPLAY "FUNCIONARIOS.....: " WS-TOTAL-FUNCIONARIOS
           DISPLAY "TRIADOS..........: " WS-TOTAL-TRIADOS
           DISPLAY "NUNCA TRIADOS....: " WS-TOTAL-SEM-TRIAGEM
           IF WS-DEPTOS-SUPRIMIDOS > ZERO
               DISPLAY "DEPTOS SUPRIMIDOS: " WS-DEPTOS-SUPRIMIDOS
                       " (MENOS DE " SAC-GRUPO-MINIMO " TRIADOS)"
           END-IF
           DISPLAY "DETALHE EM bem_estar_departamentos.txt".

      *===== DEPARTAMENTO COM MENOS TRIADOS QUE O MINIMO DE GRUPO
      *===== (SAUDEACESSO / saude_config.txt): A DISTRIBUICAO NAS
      *===== CLASSES DEIXARIA IDENTIFICAR A PESSOA E NAO SAI.
       4100-GRUPO-SUPRIMIDO.
           ADD 1 TO WS-DEPTOS-SUPRIMIDOS
           MOVE SPACES TO RELATORIO-LINHA
           STRING "   GRUPO MENOR QUE " SAC-GRUPO-MINIMO
                  " TRIADOS - DISTRIBUICAO SUPRIMIDA"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           DISPLAY "   GRUPO MENOR QUE " SAC-GRUPO-MINIMO
                   " TRIADOS - DISTRIBUICAO SUPRIMIDA".

       4200-CLASSES-DO-DEPTO.
           PERFORM VARYING WS-SUB-CLASSE FROM 1 BY 1
                   UNTIL WS-SUB-CLASSE > 6
               IF WS-DEPTO-CLASSE
                  (WS-SUB-DEPTO WS-SUB-CLASSE) > ZERO
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "   "
                          WS-CLASSE-NOME (WS-SUB-CLASSE)
                          " " WS-DEPTO-CLASSE
                              (WS-SUB-DEPTO WS-SUB-CLASSE)
                          DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   DISPLAY "   "
                           WS-CLASSE-NOME (WS-SUB-CLASSE)
                           " " WS-DEPTO-CLASSE
                               (WS-SUB-DEPTO WS-SUB-CLASSE)
               END-IF
           END-PERFORM.

       3000-FECHAR-ARQUIVOS.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-HISTORICO.
