      *=======           ARQUIVO AINDA INEXISTENTE O ACESSO E
      *=======           LIBERADO PARA O PRIMEIRO CADASTRO.
      *======= DATA: 02/09/2026
      *======= OBSERVAÇÕES: PERFIS - G (GERENTE), B (BALCAO) E
      *=======               S (SAUDE).
      *=======     MOD: 02/09/2026 - CE - O OPERADOR GANHOU A LOJA
      *=======          EM QUE TRABALHA, PARA A OPERACAO EM DUAS
      *=======          LOJAS.
      *=======     MOD: 15/10/2026 - CE - OPCAO 5 DESBLOQUEIA O OPERADOR
      *=======          BLOQUEADO POR TENTATIVAS; A TROCA DE SENHA NAO
      *=======          ACEITA A ATUAL NEM A ANTERIOR E GRAVA A DATA DA
      *=======          TROCA; A LISTA MOSTRA O ULTIMO LOGIN.
      *=======     MOD: 15/10/2026 - CE - O PERFIL S (EQUIPE DE SAUDE),
      *=======          UNICO QUE ABRE OS PROGRAMAS DE DADOS DE SAUDE
      *=======          DOS FUNCIONARIOS.
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-NOME-PEDIDO      PIC X(20) VALUE SPACES.
       01 WS-CONFIRMA         PIC X VALUE SPACE.
       01 WS-LOJA-PEDIDA      PIC 9(2) VALUE ZERO.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN.
       COPY "#operpar".

                   STOP RUN
           END-CALL
           IF OPR-RETORNO = '1'
               IF OPR-BLOQUEADO
                   DISPLAY "OPERADOR BLOQUEADO - PROCURE OUTRO GERENTE"
               END-IF
               DISPLAY "LOGIN INVALIDO - ENCERRANDO"
               STOP RUN
           END-IF
           DISPLAY "2 - INCLUIR OPERADOR".
           DISPLAY "3 - ALTERAR SENHA/PERFIL".
           DISPLAY "4 - EXCLUIR OPERADOR".
           DISPLAY "5 - DESBLOQUEAR OPERADOR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
               WHEN '2' PERFORM 4000-INCLUIR
               WHEN '3' PERFORM 5000-ALTERAR
               WHEN '4' PERFORM 6000-EXCLUIR
               WHEN '5' PERFORM 7000-DESBLOQUEAR
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                               " PERFIL " OPE-PERFIL
                               " LOJA " OPE-LOJA
                               " SITUACAO " OPE-SITUACAO
                               " ULTIMO LOGIN " OPE-ULTIMO-LOGIN
               END-READ
           END-PERFORM.

           DISPLAY "SENHA (ATE 8): "
           ACCEPT WS-SENHA-PEDIDA
           MOVE SPACE TO WS-PERFIL-PEDIDO
           DISPLAY "PERFIL (G=GERENTE B=BALCAO S=SAUDE): "
           ACCEPT WS-PERFIL-PEDIDO
           IF NOT (WS-PERFIL-PEDIDO = 'G'
                   OR WS-PERFIL-PEDIDO = 'B'
                   OR WS-PERFIL-PEDIDO = 'S')
               DISPLAY "PERFIL INVALIDO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SENHA-PEDIDA  TO OPE-SENHA
           MOVE WS-PERFIL-PEDIDO TO OPE-PERFIL
           MOVE WS-LOJA-PEDIDA   TO OPE-LOJA
           MOVE ZERO TO OPE-TENTATIVAS
           MOVE ZERO TO OPE-ULTIMO-LOGIN
           MOVE SPACES TO OPE-SENHA-ANTERIOR
           PERFORM 8000-DATA-DE-HOJE
           MOVE WS-HOJE TO OPE-DATA-SENHA
           SET OPERADOR-ATIVO TO TRUE
           WRITE OPERADOR-REGISTRO
               INVALID KEY
           MOVE SPACES TO WS-SENHA-PEDIDA
           DISPLAY "NOVA SENHA (VAZIO = MANTER): "
           ACCEPT WS-SENHA-PEDIDA
           IF WS-SENHA-PEDIDA = OPE-SENHA
              OR (WS-SENHA-PEDIDA = OPE-SENHA-ANTERIOR
                  AND WS-SENHA-PEDIDA NOT = SPACES)
               DISPLAY "A SENHA NAO PODE REPETIR A ATUAL NEM A "
                       "ANTERIOR - SENHA MANTIDA"
               MOVE SPACES TO WS-SENHA-PEDIDA
           END-IF
           IF WS-SENHA-PEDIDA NOT = SPACES
               MOVE OPE-SENHA TO OPE-SENHA-ANTERIOR
               MOVE WS-SENHA-PEDIDA TO OPE-SENHA
               PERFORM 8000-DATA-DE-HOJE
               MOVE WS-HOJE TO OPE-DATA-SENHA
           END-IF
           MOVE SPACE TO WS-PERFIL-PEDIDO
           DISPLAY "NOVO PERFIL (VAZIO = MANTER): "
           ACCEPT WS-PERFIL-PEDIDO
           IF WS-PERFIL-PEDIDO = 'G' OR WS-PERFIL-PEDIDO = 'B'
                                     OR WS-PERFIL-PEDIDO = 'S'
               MOVE WS-PERFIL-PEDIDO TO OPE-PERFIL
           END-IF
           MOVE ZERO TO WS-LOJA-PEDIDA
           IF WS-LOJA-PEDIDA > ZERO
               MOVE WS-LOJA-PEDIDA TO OPE-LOJA
           END-IF
           IF NOT OPERADOR-BLOQUEADO
               SET OPERADOR-ATIVO TO TRUE
           END-IF
           REWRITE OPERADOR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O OPERADOR"
               END-REWRITE
           END-IF.

      *===== SO AQUI O BLOQUEIO POR TENTATIVAS E DESFEITO, E SO PELO
      *===== GERENTE (A ENTRADA DO PROGRAMA JA EXIGE O PERFIL).
       7000-DESBLOQUEAR.
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODIGO-PEDIDO TO OPE-CODIGO
           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ
           IF NOT OPERADOR-BLOQUEADO
               DISPLAY "OPERADOR NAO ESTA BLOQUEADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY "DESBLOQUEAR " OPE-NOME " ("
                   OPE-TENTATIVAS " TENTATIVAS) (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE ZERO TO OPE-TENTATIVAS
               SET OPERADOR-ATIVO TO TRUE
               REWRITE OPERADOR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO DESBLOQUEAR O OPERADOR"
                   NOT INVALID KEY
                       DISPLAY "OPERADOR DESBLOQUEADO"
               END-REWRITE
           END-IF.

       8000-DATA-DE-HOJE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE.

       END PROGRAM OPERADORES.
