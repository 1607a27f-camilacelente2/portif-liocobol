      *=======          RELATARQUIVO DEPOIS DOS RELATORIOS E DO
      *=======          BATIMENTO, PARA A VERSAO DATADA DE CADA
      *=======          RELATORIO DO DIA FICAR GUARDADA.
      *=======     MOD: 15/10/2026 - CE - O BACKUP DO CATALOGO LEVA
      *=======          TAMBEM A CLASSIFICACAO INDICATIVA, NO MESMO
      *=======          LAYOUT DO BACKUP FEITO PELO MENU DO FILMES.
      *=======     MOD: 15/10/2026 - CE - PASSO 6 (AVISOS): CHAMA O
      *=======          AVISOSLOTE, QUE ALIMENTA A CAIXA DE SAIDA DE
      *=======          AVISOS AOS CLIENTES (avisos_clientes.dat) COM OS
      *=======          VENCIMENTOS DE AMANHA, AS RESERVAS COM COPIA NA
      *=======          PRATELEIRA E AS COBRANCAS DE DANO EM ABERTO;
      *=======          ENTRA NA RETOMADA POR PASSO COMO OS DEMAIS.
      *=======     MOD: 15/10/2026 - CE - PASSO 7 (BKPGERAL): CHAMA O
      *=======          BACKUPGERAL, QUE COPIA OS ARQUIVOS DE PRODUCAO
      *=======          DE TODOS OS SUBSISTEMAS PARA O CONJUNTO DATADO
      *=======          backup_AAAAMMDD_* COM MANIFESTO; ENTRA NA
      *=======          RETOMADA POR PASSO COMO OS DEMAIS. O BACKUP DO
      *=======          CATALOGO DO PASSO 1 CONTINUA.
      *==============================

       ENVIRONMENT DIVISION.
       05 BK-SITUACAO-FILME     PIC X(1).
       05 FILLER                PIC X VALUE SPACE.
       05 BK-DISPONIBILIDADE    PIC X(1).
       05 FILLER                PIC X VALUE SPACE.
       05 BK-CLASSIFICACAO      PIC X(2).

       FD  ARQ-IMPRESSAO.
       01  RELATORIO-LINHA.
       01 WS-RELATORIO-JA-OK    PIC X VALUE 'N'.
       01 WS-BATIMENTO-JA-OK    PIC X VALUE 'N'.
       01 WS-ARQRELAT-JA-OK     PIC X VALUE 'N'.
       01 WS-AVISOS-JA-OK       PIC X VALUE 'N'.
       01 WS-BKPGERAL-JA-OK     PIC X VALUE 'N'.
       01 WS-PASSOS-OK-HOJE     PIC 9 VALUE ZERO.
       01 WS-RETOMAR            PIC X VALUE SPACE.
       01 WS-DATA-ULTIMA        PIC X(8) VALUE SPACES.
                   PERFORM 3700-PASSO-ARQRELAT
               END-IF
           END-IF
           IF WS-CADEIA-OK = 'S'
               IF WS-AVISOS-JA-OK = 'S'
                   DISPLAY "PASSO AVISOS JA OK NA RODADA - PULADO"
               ELSE
                   PERFORM 3800-PASSO-AVISOS
               END-IF
           END-IF
           IF WS-CADEIA-OK = 'S'
               IF WS-BKPGERAL-JA-OK = 'S'
                   DISPLAY "PASSO BKPGERAL JA OK NA RODADA - PULADO"
               ELSE
                   PERFORM 3900-PASSO-BKPGERAL
               END-IF
           END-IF
           IF WS-CADEIA-OK = 'S'
               DISPLAY "FIM DE DIA CONCLUIDO SEM ERROS"
               MOVE 0 TO RETURN-CODE
           STOP RUN.

      *===== RETOMADA: A DATA DA ULTIMA RODADA SAI DO PROPRIO
      *===== joblog.txt, OLHANDO SO AS LINHAS DOS PASSOS DA
      *===== CADEIA - O AGENDALOTE ANOTA OS JOBS DELE NO MESMO LOG E
      *===== NAO PODE MASCARAR A RODADA PELA METADE DE ONTEM A
      *===== NOITE. COM RODADA PELA METADE, O OPERADOR ESCOLHE
                          OR JOB-PASSO = "RELATORIO"
                          OR JOB-PASSO = "BATIMENTO"
                          OR JOB-PASSO = "ARQRELAT"
                          OR JOB-PASSO = "AVISOS"
                          OR JOB-PASSO = "BKPGERAL"
                           MOVE JOB-DATA-HORA (1:8)
                             TO WS-DATA-ULTIMA
                       END-IF
                                   MOVE 'S' TO WS-BATIMENTO-JA-OK
                               WHEN "ARQRELAT"
                                   MOVE 'S' TO WS-ARQRELAT-JA-OK
                               WHEN "AVISOS"
                                   MOVE 'S' TO WS-AVISOS-JA-OK
                               WHEN "BKPGERAL"
                                   MOVE 'S' TO WS-BKPGERAL-JA-OK
                           END-EVALUATE
                       END-IF
               END-READ
           IF WS-ARQRELAT-JA-OK = 'S'
               ADD 1 TO WS-PASSOS-OK-HOJE
           END-IF
           IF WS-AVISOS-JA-OK = 'S'
               ADD 1 TO WS-PASSOS-OK-HOJE
           END-IF
           IF WS-BKPGERAL-JA-OK = 'S'
               ADD 1 TO WS-PASSOS-OK-HOJE
           END-IF
           IF WS-PASSOS-OK-HOJE = ZERO
               EXIT PARAGRAPH
           END-IF
      *===== ULTIMA RODADA COMPLETA E DE OUTRO DIA = DIA NOVO,
      *===== RODADA CHEIA SEM PERGUNTA.
           IF WS-PASSOS-OK-HOJE = 7
              AND WS-DATA-ULTIMA NOT = WS-DATA-JOB (1:8)
               MOVE 'N' TO WS-BACKUP-JA-OK
               MOVE 'N' TO WS-IMPORTACAO-JA-OK
               MOVE 'N' TO WS-RELATORIO-JA-OK
               MOVE 'N' TO WS-BATIMENTO-JA-OK
               MOVE 'N' TO WS-ARQRELAT-JA-OK
               MOVE 'N' TO WS-AVISOS-JA-OK
               MOVE 'N' TO WS-BKPGERAL-JA-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-PASSOS-OK-HOJE = 7
               DISPLAY "FIM DE DIA DE HOJE JA CONCLUIDO."
               DISPLAY "REFAZER TUDO (S/N)? "
           ELSE
           END-IF
           MOVE SPACE TO WS-RETOMAR
           ACCEPT WS-RETOMAR
           IF WS-PASSOS-OK-HOJE = 7
               IF WS-RETOMAR = 'S' OR WS-RETOMAR = 's'
                   MOVE 'N' TO WS-BACKUP-JA-OK
                   MOVE 'N' TO WS-IMPORTACAO-JA-OK
                   MOVE 'N' TO WS-RELATORIO-JA-OK
                   MOVE 'N' TO WS-BATIMENTO-JA-OK
                   MOVE 'N' TO WS-ARQRELAT-JA-OK
                   MOVE 'N' TO WS-AVISOS-JA-OK
                   MOVE 'N' TO WS-BKPGERAL-JA-OK
               ELSE
                   DISPLAY "NADA A FAZER - ENCERRANDO"
                   MOVE 0 TO RETURN-CODE
                   MOVE 'N' TO WS-RELATORIO-JA-OK
                   MOVE 'N' TO WS-BATIMENTO-JA-OK
                   MOVE 'N' TO WS-ARQRELAT-JA-OK
                   MOVE 'N' TO WS-AVISOS-JA-OK
                   MOVE 'N' TO WS-BKPGERAL-JA-OK
               END-IF
           END-IF.

                       MOVE DURACAO-MINUTOS  TO BK-DURACAO-MINUTOS
                       MOVE SITUACAO-FILME   TO BK-SITUACAO-FILME
                       MOVE DISPONIBILIDADE-FILME TO BK-DISPONIBILIDADE
                       MOVE CLASSIFICACAO-FILME TO BK-CLASSIFICACAO
                       WRITE BACKUP-LINHA
                       ADD 1 TO WS-TOTAL-BACKUP
               END-READ
           END-IF
           PERFORM 8100-LOG-FIM.

      *===== PASSO 6: CAIXA DE SAIDA DE AVISOS AOS CLIENTES
      *===== (VENCE AMANHA, RESERVA DISPONIVEL, COBRANCA DE DANO),
      *===== PARA O BALCAO LIGAR NA MANHA SEGUINTE.
       3800-PASSO-AVISOS.
           MOVE "AVISOS" TO WS-PASSO-NOME
           MOVE ZERO TO WS-PASSO-CONTAGEM
           PERFORM 8000-LOG-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "AVISOSLOTE"
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO AVISOSLOTE NAO "
                           "DISPONIVEL"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = 0
               MOVE "OK" TO WS-PASSO-STATUS
           ELSE
               MOVE "ERRO" TO WS-PASSO-STATUS
               MOVE 'N' TO WS-CADEIA-OK
           END-IF
           PERFORM 8100-LOG-FIM.

      *===== PASSO 7: BACKUP GERAL DE TODOS OS SUBSISTEMAS, O ULTIMO
      *===== DA CADEIA, DEPOIS DE TUDO O QUE O DIA GRAVOU. RETORNO 4
      *===== = ARQUIVO COM ERRO NA COPIA (VER O MANIFESTO); 8 =
      *===== RECUSADO PELA TRAVA DA SESSAO ONLINE.
       3900-PASSO-BKPGERAL.
           MOVE "BKPGERAL" TO WS-PASSO-NOME
           MOVE ZERO TO WS-PASSO-CONTAGEM
           PERFORM 8000-LOG-INICIO
           MOVE 0 TO RETURN-CODE
           CALL "BACKUPGERAL"
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO BACKUPGERAL NAO "
                           "DISPONIVEL"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = 0
               MOVE "OK" TO WS-PASSO-STATUS
           ELSE
               MOVE "ERRO" TO WS-PASSO-STATUS
               MOVE 'N' TO WS-CADEIA-OK
           END-IF
           PERFORM 8100-LOG-FIM.

       8000-LOG-INICIO.
           MOVE SPACES TO WS-DATA-JOB
           CALL "DATAMES" USING WS-DATA-JOB
