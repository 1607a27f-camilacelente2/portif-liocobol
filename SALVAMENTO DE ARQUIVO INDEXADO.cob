      *=======               TROCA OS ARQUIVOS NA MAO. A LEITURA PARA
      *=======               NO PRIMEIRO TRECHO ILEGIVEL E O STATUS E
      *=======               MOSTRADO NO RESUMO.
      *=======     MOD: 15/10/2026 - CE - RESTO DO EMPRESTIMO NOVO
      *=======          ACOMPANHA O CONTADOR DE RENOVACOES DO
      *=======          #emprestdat (39 POSICOES).
      *=======     MOD: 15/10/2026 - CE - FILME NOVO LEVA A
      *=======          CLASSIFICACAO INDICATIVA E O RESTO DO CLIENTE
      *=======          NOVO A DATA DE NASCIMENTO (94 POSICOES).
      *=======     MOD: 15/10/2026 - CE - RECUPERACAO DE copias.dat
      *=======          ACOMPANHA O CUSTO E A DATA DE AQUISICAO DA
      *=======          COPIA.
      *==============================

       ENVIRONMENT DIVISION.
           05 NV-DURACAO        PIC 9(3).
           05 NV-SITUACAO       PIC X(1).
           05 NV-DISPONIBILIDADE PIC X(1).
           05 NV-CLASSIFICACAO  PIC X(2).

       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".
       FD  ARQ-EMPRESTIMOS-NOVO.
       01  EMPRESTIMO-NOVO-REGISTRO.
           05 NV-NUMERO-EMPRESTIMO PIC 9(6).
           05 NV-EMP-RESTO      PIC X(39).

       FD  ARQ-CLIENTES.
           COPY "#clientedat".
       FD  ARQ-CLIENTES-NOVO.
       01  CLIENTE-NOVO-REGISTRO.
           05 NV-CODIGO-CLIENTE PIC 9(4).
           05 NV-CLI-RESTO      PIC X(94).

       FD  ARQ-COPIAS.
           COPY "#copiadat".
           05 NV-CPY-CHAVE.
               10 NV-CPY-FILME  PIC 9(4).
               10 NV-CPY-COPIA  PIC 9(2).
           05 NV-CPY-RESTO      PIC X(19).

       FD  ARQ-BACKUP.
       01  BACKUP-LINHA         PIC X(200).
                           MOVE SITUACAO-FILME  TO NV-SITUACAO
                           MOVE DISPONIBILIDADE-FILME
                             TO NV-DISPONIBILIDADE
                           MOVE CLASSIFICACAO-FILME
                             TO NV-CLASSIFICACAO
                           WRITE FILME-NOVO-REGISTRO
                               INVALID KEY
                                   DISPLAY "CHAVE DUPLICADA PULADA: "
