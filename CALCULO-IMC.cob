      * Mod: 18/07/2025 - CE - o historico passou a guardar uma
      *      medicao por funcionario por dia (chave matricula + data
      *      da medicao); remedicao no mesmo dia substitui a do dia.
      * Mod: 15/10/2026 - CE - so entra operador do perfil saude
      *      (login pelo OPERLOGIN); entrada, recusa e cada medicao
      *      gravada ficam no registro de acessos (SAUDEACESSO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-IMC.
       01 WS-IMC-CLASSE      PIC X(20).
       01 WS-STATUS-HISTORICO PIC XX VALUE SPACES.
       01 WS-DATA-IMC         PIC X(40) VALUE SPACES.
       COPY "#operpar".
       COPY "#saudepar".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOGIN-OPERADOR.
           DISPLAY "Digite a matricula do funcionario: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Digite seu peso (KG): ".
           DISPLAY "Seu IMC = " WS-IMC-FMT.
           DISPLAY "Classificacao: " WS-IMC-CLASSE.
           PERFORM GRAVA-HISTORICO.
           PERFORM FECHA-ACESSOS.
           STOP RUN.

       LOGIN-OPERADOR.
           MOVE "CALCULO-IMC" TO SAC-PROGRAMA.
           DISPLAY "Codigo do operador: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "Senha: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "Erro: modulo OPERLOGIN nao disponivel"
                   STOP RUN
           END-CALL.
           MOVE OPR-CODIGO TO SAC-OPERADOR.
           MOVE OPR-NOME TO SAC-NOME-OPERADOR.
           MOVE ZERO TO SAC-MATRICULA.
           IF OPR-RETORNO NOT = '0' OR NOT OPR-SAUDE
               MOVE 'R' TO SAC-ACAO
               PERFORM REGISTRA-ACESSO
               PERFORM FECHA-ACESSOS
               DISPLAY "Acesso restrito a equipe de saude."
               STOP RUN
           END-IF.
           MOVE 'E' TO SAC-ACAO.
           PERFORM REGISTRA-ACESSO.
           IF SAC-RETORNO NOT = '0'
               DISPLAY "Registro de acessos indisponivel."
               STOP RUN
           END-IF.

       REGISTRA-ACESSO.
           SET SAC-GRAVAR TO TRUE.
           CALL "SAUDEACESSO" USING SAC-PARAMETROS
               ON EXCEPTION
                   MOVE '1' TO SAC-RETORNO
           END-CALL.

       FECHA-ACESSOS.
           SET SAC-FECHAR TO TRUE.
           CALL "SAUDEACESSO" USING SAC-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       GRAVA-HISTORICO.
           MOVE SPACES TO WS-DATA-IMC
           CALL "DATAMES" USING WS-DATA-IMC
                   REWRITE HISTORICO-LINHA
           END-WRITE.
           CLOSE ARQ-HISTORICO.
           MOVE WS-MATRICULA TO SAC-MATRICULA.
           MOVE 'G' TO SAC-ACAO.
           PERFORM REGISTRA-ACESSO.

       CLASSIFICAR-IMC.
           EVALUATE TRUE
