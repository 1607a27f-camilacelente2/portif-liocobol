      *=======           'F').
      *======= DATA: 25/07/2025
      *======= OBSERVAÇÕES:
      *=======     MOD: 15/10/2026 - CE - EXIGE LOGIN DO PERFIL SAUDE
      *=======          PELO OPERLOGIN; CADA ACOMPANHAMENTO LISTADO E
      *=======          CADA BAIXA FICAM NO REGISTRO DE ACESSOS
      *=======          (SAUDEACESSO).
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-DATA-BAIXA         PIC 9(8) VALUE ZERO.
       01 WS-ACHOU-BAIXA        PIC X VALUE 'N'.
       01 WS-TABELA-ESTOUROU    PIC X VALUE 'N'.
       COPY "#operpar".
       COPY "#saudepar".

      *===== ACOMPANHAMENTOS EM MEMORIA PARA A BAIXA (ATE 500).
       01  WS-TABELA-ACOMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
               DISPLAY "DAR BAIXA EM OUTRO (S/N)? "
               ACCEPT WS-OPCAO
           END-PERFORM
           PERFORM 0070-FECHA-ACESSOS
           STOP RUN.

      *===== DADOS DE SAUDE: SO O PERFIL S (EQUIPE DE SAUDE) ENTRA.
      *===== ENTRADA E RECUSA FICAM NO REGISTRO DE ACESSOS, E O
      *===== PROGRAMA NAO ABRE SEM ESSE REGISTRO.
       0050-LOGIN-OPERADOR.
           MOVE "ACOMPANHARELAT" TO SAC-PROGRAMA.
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

       1000-CARREGA-ACOMPANHAMENTOS.
           OPEN INPUT ARQ-ACOMPANHAMENTO.
           IF WS-STATUS-ACOMP NOT = "00"
                   UNTIL WS-SUB-ACP > WS-TOTAL-TABELA
               IF WS-ACP-SITUACAO (WS-SUB-ACP) = 'A'
                   ADD 1 TO WS-TOTAL-ABERTOS
                   MOVE WS-ACP-MATRICULA (WS-SUB-ACP) TO SAC-MATRICULA
                   PERFORM 0080-CONSULTA-FUNCIONARIO
                   IF WS-ACP-RETORNO (WS-SUB-ACP) NOT > WS-HOJE
                       ADD 1 TO WS-TOTAL-VENCIDOS
                       DISPLAY WS-ACP-MATRICULA (WS-SUB-ACP) " "
               END-IF
           END-PERFORM
           IF WS-ACHOU-BAIXA = 'S'
               MOVE WS-MATRICULA-BAIXA TO SAC-MATRICULA
               MOVE 'G' TO SAC-ACAO
               PERFORM 0060-REGISTRA-ACESSO
               PERFORM 3100-REGRAVA-ARQUIVO
               DISPLAY "ACOMPANHAMENTO BAIXADO"
           ELSE
