      *=======     MOD: 02/09/2026 - CE - MOSTRA TAMBEM OS SINAIS
      *=======          VITAIS DO DIA (vitais_historico.dat, MESMA
      *=======          CHAVE), QUANDO A TRIAGEM OS MEDIU.
      *=======     MOD: 15/10/2026 - CE - A CONSULTA EXIGE LOGIN DO
      *=======          PERFIL SAUDE PELO OPERLOGIN E FICA NO REGISTRO
      *=======          DE ACESSOS (SAUDEACESSO).
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-PESO-ED            PIC ZZ9.99.
       01 WS-IMC-ED             PIC Z9.99.
       77 WS-STATUS-VITAIS      PIC XX VALUE SPACES.
       COPY "#operpar".
       COPY "#saudepar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           DISPLAY "MATRICULA DO FUNCIONARIO: "
           ACCEPT WS-MATRICULA
           MOVE WS-MATRICULA TO SAC-MATRICULA
           PERFORM 0080-CONSULTA-FUNCIONARIO
           PERFORM 1000-ABRIR-ARQUIVOS
           PERFORM 2000-LISTA-EVOLUCAO
           PERFORM 3000-FECHAR-ARQUIVOS
           ELSE
               DISPLAY "MEDICOES LISTADAS: " WS-TOTAL-MEDICOES
           END-IF
           PERFORM 0070-FECHA-ACESSOS
           STOP RUN.

      *===== DADOS DE SAUDE: SO O PERFIL S (EQUIPE DE SAUDE) ENTRA.
      *===== ENTRADA E RECUSA FICAM NO REGISTRO DE ACESSOS, E O
      *===== PROGRAMA NAO ABRE SEM ESSE REGISTRO.
       0050-LOGIN-OPERADOR.
           MOVE "IMCEVOLUCAO" TO SAC-PROGRAMA.
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
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT = "00"
