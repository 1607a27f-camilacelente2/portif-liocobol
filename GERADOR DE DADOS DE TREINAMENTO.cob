      *=======               treino_*.dat FICAM LADO A LADO DOS DE
      *=======               PRODUCAO, NO PADRAO DE NOMES CHATO E
      *=======               EXPLICITO DE SEMPRE.
      *=======     MOD: 15/10/2026 - CE - RESTO DO EMPRESTIMO DE
      *=======          TREINO ACOMPANHA O CONTADOR DE RENOVACOES DO
      *=======          #emprestdat (39 POSICOES).
      *=======     MOD: 15/10/2026 - CE - FILME DE TREINO LEVA A
      *=======          CLASSIFICACAO INDICATIVA (RESTO DE 7) E O
      *=======          CLIENTE DE TREINO SO O ANO DE NASCIMENTO
      *=======          (DIA E MES VIRAM 01/01), PARA O BLOQUEIO
      *=======          POR IDADE FUNCIONAR NO TREINO SEM EXPOR A
      *=======          DATA DE VERDADE.
      *=======     MOD: 15/10/2026 - CE - COPIA DE copias.dat ACOMPANHA
      *=======          O CUSTO E A DATA DE AQUISICAO DA COPIA.
      *==============================

       ENVIRONMENT DIVISION.
           05 TRN-GENERO-FILME  PIC X(15).
           05 TRN-ANO-FILME     PIC 9(4).
           05 TRN-DIRETOR-FILME PIC X(30).
           05 TRN-FILME-RESTO   PIC X(7).

       FD  ARQ-CLIENTES.
           COPY "#clientedat".
           05 TRN-TELEFONE      PIC X(15).
           05 TRN-ENDERECO      PIC X(40).
           05 TRN-CLI-SITUACAO  PIC X(1).
           05 TRN-CLI-NASCIMENTO.
               10 TRN-CLI-NASC-ANO  PIC 9(4).
               10 TRN-CLI-NASC-MMDD PIC 9(4).

       FD  ARQ-COPIAS.
           COPY "#copiadat".
           05 TRN-CPY-CHAVE.
               10 TRN-CPY-FILME PIC 9(4).
               10 TRN-CPY-COPIA PIC 9(2).
           05 TRN-CPY-RESTO     PIC X(19).

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".
       FD  ARQ-EMPRESTIMOS-TRN.
       01  EMPRESTIMO-TREINO.
           05 TRN-NUMERO-EMPRESTIMO PIC 9(6).
           05 TRN-EMP-RESTO     PIC X(39).

       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".
                              DELIMITED BY SIZE
                              INTO TRN-ENDERECO
                       MOVE SITUACAO-CLIENTE TO TRN-CLI-SITUACAO
                       MOVE NASCIMENTO-CLIENTE (1:4)
                         TO TRN-CLI-NASC-ANO
                       IF NASCIMENTO-CLIENTE = ZERO
                           MOVE ZERO TO TRN-CLI-NASC-MMDD
                       ELSE
                           MOVE 0101 TO TRN-CLI-NASC-MMDD
                       END-IF
                       WRITE CLIENTE-TREINO
                           INVALID KEY
                               CONTINUE
