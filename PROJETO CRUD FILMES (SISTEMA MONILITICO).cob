      *=======      UM NUMERO DE SEQUENCIA CORRIDO (CONTADOR EM
      *=======      auditoria_controle.txt); BURACOS E DATAS FORA DE
      *=======      ORDEM SAEM NO AUDITVERIFICA.
      *======= MOD: 15/10/2026 - CE - RENOVACAO DO ALUGUEL NO BALCAO
      *=======      (OPCAO M): A DATA PREVISTA ANDA WS-PRAZO-DEVOLUCAO
      *=======      DIAS UTEIS (CALENDARIO 'A') E O PRECO DO GENERO
      *=======      (COM PROMOCAO) SAI EM LINHA "RENOVACAO nn" DO
      *=======      JORNAL DE RECEITAS. RECUSADA COM RESERVA ABERTA DO
      *=======      TITULO, EMPRESTIMO VENCIDO OU LIMITE DE
      *=======      RENOVACOES (EMP-RENOVACOES); AUDITORIA
      *=======      "RENOVACAO".
      *======= MOD: 15/10/2026 - CE - PONTOS DE FIDELIDADE EM
      *=======      pontos_fidelidade.txt: CADA LINHA PAGA DE ALUGUEL
      *=======      OU RENOVACAO NO JORNAL DE RECEITAS CREDITA 1 PONTO
      *=======      POR REAL (MULTA NAO PONTUA); A CESTA (OPCAO K)
      *=======      RESGATA BLOCOS DE 100 PONTOS COMO DESCONTO NO
      *=======      RECIBO, LEVADO AO JORNAL COMO "DESCONTO PONTOS".
      *======= MOD: 15/10/2026 - CE - CLASSIFICACAO INDICATIVA NO
      *=======      FILME (L/10/12/14/16/18) E DATA DE NASCIMENTO NO
      *=======      CLIENTE; ALUGUEL E CESTA RECUSAM TITULO ACIMA DA
      *=======      IDADE DO CLIENTE, SALVO LIBERACAO DO GERENTE
      *=======      GRAVADA NA AUDITORIA ("LIBERA IDADE"). BACKUP E
      *=======      CSV LEVAM A CLASSIFICACAO.
      *======= MOD: 15/10/2026 - CE - ESTORNO DE ALUGUEL PELO GERENTE
      *=======      (OPCAO N): LINHA "ESTORNO n" NO JORNAL DE RECEITAS
      *=======      COM O NUMERO DO EMPRESTIMO E O MOTIVO, LIMITADA AO
      *=======      QUE O EMPRESTIMO PAGOU DE ALUGUEL; AUDITORIA
      *=======      "ESTORNO" E RETIRADA DOS PONTOS DO VALOR ESTORNADO
      *=======      (TIPO 'X').
      *======= MOD: 15/10/2026 - CE - CAIXA DE SAIDA DE AVISOS AOS
      *=======      CLIENTES EM avisos_clientes.dat (AREA #avisodat): A
      *=======      DEVOLUCAO COM RESERVA NA FILA E A COBRANCA DE DANO
      *=======      GRAVAM O AVISO COM O TELEFONE DO CLIENTE (O LOTE
      *=======      AVISOSLOTE GRAVA OS VENCIMENTOS DE AMANHA); A NOVA
      *=======      OPCAO O LISTA OS PENDENTES E MARCA O CONTATO FEITO.
      *======= MOD: 15/10/2026 - CE - INCLUSAO DE COPIA PEDE O CUSTO DE
      *=======      AQUISICAO E GRAVA A DATA DE AQUISICAO NA COPIA.
      *======= MOD: 15/10/2026 - CE - O LOGIN MOSTRA O MOTIVO DA RECUSA
      *=======      (OPERADOR BLOQUEADO, SENHA VENCIDA).
      *======= MOD: 15/10/2026 - CE - CALENDARIO DE FERIADOS POR LOJA: O
      *=======      VENCIMENTO DO ALUGUEL (E DA CESTA) QUE CAI EM DIA
      *=======      SEM EXPEDIENTE DA LOJA ANDA PARA O PROXIMO DIA UTIL
      *=======      DELA; RENOVACAO E MULTA USAM A LOJA DO EMPRESTIMO
      *=======      (EMP-LOJA), E A MULTA PASSA A CONTAR OS DIAS UTEIS
      *=======      DE ATRASO NESSE CALENDARIO.
      *======= MOD: 15/10/2026 - CE - CREDITO PRE-PAGO DO CLIENTE (OPCAO
      *=======      P) EM carteira_movimentos.txt (AREA #carteiradat):
      *=======      RECARGA EM DINHEIRO E DEVOLUCAO PELO GERENTE, COM
      *=======      DATA E OPERADOR; A CESTA E O RECEBIMENTO DE MULTAS
      *=======      OFERECEM PAGAR COM O CREDITO QUANDO O SALDO COBRE.
      *=======      CESTA PAGA COM O CREDITO COBRA OS ALUGUEIS NA
      *=======      RETIRADA E A DEVOLUCAO NAO COBRA DE NOVO.
      *======= MOD: 15/10/2026 - CE - A CESTA PASSA A SER COBRADA NA
      *=======      RETIRADA, EM DINHEIRO OU COM O CREDITO: CADA ITEM
      *=======      GRAVA A RECEITA E A SUA PARTE DO DESCONTO DE PONTOS
      *=======      ("DESCONTO PONTOS" DO PROPRIO EMPRESTIMO) E PONTUA
      *=======      SOBRE O LIQUIDO; A DEVOLUCAO NAO COBRA DE NOVO O
      *=======      EMPRESTIMO JA COBRADO E O ESTORNO FICA LIMITADO AO
      *=======      QUE O CLIENTE PAGOU.
      *======= MOD: 15/10/2026 - CE - PRECO DO ITEM DA CESTA JA COM A
      *=======      PROMOCAO DO DIA, GUARDADO COM A PROMOCAO NA PROPRIA
      *=======      CESTA: TOTAL, LIMITE DO RESGATE DE PONTOS, CREDITO,
      *=======      RECIBO (COM A PROMOCAO POR ITEM) E RECEITA USAM O
      *=======      MESMO VALOR.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECIBO.

           SELECT ARQ-PONTOS ASSIGN TO "pontos_fidelidade.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTOS.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-REPAROS ASSIGN TO "reparos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CHAVE
           FILE STATUS IS WS-STATUS-REPAROS.

           SELECT ARQ-AVISOS ASSIGN TO "avisos_clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
           FILE STATUS IS WS-STATUS-AVISOS.

           SELECT ARQ-VERIFICACAO
               ASSIGN TO "verificacao_restauracao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       05 BK-SITUACAO-FILME     PIC X(1).
       05 FILLER                PIC X VALUE SPACE.
       05 BK-DISPONIBILIDADE    PIC X(1).
       05 FILLER                PIC X VALUE SPACE.
       05 BK-CLASSIFICACAO      PIC X(2).

       FD  ARQ-PENDENCIAS.
       01  PENDENCIA-LINHA.
       FD  ARQ-REPAROS.
           COPY "#reparodat".

       FD  ARQ-AVISOS.
           COPY "#avisodat".

       FD  ARQ-RECIBO.
       01  RECIBO-LINHA         PIC X(80).

      *===== RAZAO DE PONTOS DE FIDELIDADE POR CLIENTE: 'G' = GANHO
      *===== NA RECEITA PAGA, 'R' = RESGATE NA CESTA, 'E' = EXPIRADO
      *===== (PONTOSMES), 'X' = ESTORNO DO ALUGUEL QUE PONTUOU. O
      *===== SALDO E A SOMA DOS GANHOS MENOS RESGATES, EXPIRADOS E
      *===== ESTORNOS.
       FD  ARQ-PONTOS.
       01  PONTO-LINHA.
       05 PTS-DATA              PIC 9(8).
       05 FILLER                PIC X VALUE SPACE.
       05 PTS-CODIGO-CLIENTE    PIC 9(4).
       05 FILLER                PIC X VALUE SPACE.
       05 PTS-TIPO              PIC X(1).
       05 FILLER                PIC X VALUE SPACE.
       05 PTS-QUANTIDADE        PIC 9(6).
       05 FILLER                PIC X VALUE SPACE.
       05 PTS-EMPRESTIMO        PIC 9(6).

      *===== MOVIMENTO DO CREDITO PRE-PAGO POR CLIENTE (OPCAO P):
      *===== RECARGAS, DEBITOS DA CESTA E DAS MULTAS E DEVOLUCOES.
       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-AUD-CONTROLE.
       01  AUD-CONTROLE-LINHA.
       05 CTL-PROXIMA-SEQ       PIC 9(7).
       01  WS-OPERACAO-ALUGUEL     PIC X VALUE 'N'.
       01  WS-ATRASOS-CLIENTE      PIC 9(3) VALUE ZERO.
       01  WS-LIBERA-GERENTE       PIC X VALUE SPACE.
       01  WS-GERENTE-LIBERACAO    PIC 9(4) VALUE ZERO.
       01  WS-IDADE-OK             PIC X VALUE 'S'.
       01  WS-IDADE-CLIENTE        PIC 9(3) VALUE ZERO.
       01  WS-DATA-IDADE           PIC 9(8) VALUE ZERO.
       01  WS-NASCIMENTO-OK        PIC X VALUE 'N'.
       01  WS-NASCIMENTO-DATA.
           05 WS-NASC-ANO          PIC 9(4).
           05 WS-NASC-MES          PIC 9(2).
           05 WS-NASC-DIA          PIC 9(2).
       77 WS-STATUS-MULTAS     PIC XX VALUE SPACES.
       77 WS-STATUS-REPAROS    PIC XX VALUE SPACES.
       77 WS-STATUS-AVISOS     PIC XX VALUE SPACES.
       77 WS-STATUS-RECIBO     PIC XX VALUE SPACES.
       77 WS-STATUS-PROMOCOES  PIC XX VALUE SPACES.
       77 WS-STATUS-FALTAS     PIC XX VALUE SPACES.
       01  WS-LOJA-OPERANTE        PIC 9(2) VALUE 1.
       01  WS-LOJA-COPIA           PIC 9(2) VALUE ZERO.
       01  WS-LOJA-DESTINO         PIC 9(2) VALUE ZERO.
       01  WS-LOJA-CALENDARIO      PIC 9(2) VALUE ZERO.
       01  WS-DEVOLUCAO-CRUZADA    PIC X VALUE 'N'.
       01  WS-FILTRO-OPERADOR      PIC 9(4) VALUE ZERO.
       77 WS-STATUS-AUD-CONTROLE PIC XX VALUE SPACES.
       01  WS-CESTA-TOTAL          PIC 9(5)V99 VALUE ZERO.
       01  WS-CESTA-TOTAL-ED       PIC ZZZZ9.99.
       01  WS-CESTA-PREVISTA       PIC 9(8) VALUE ZERO.
       77 WS-STATUS-PONTOS     PIC XX VALUE SPACES.
       01  WS-PONTOS-SALDO         PIC 9(7) VALUE ZERO.
       01  WS-PONTOS-GANHOS        PIC 9(6) VALUE ZERO.
       01  WS-PONTOS-RESGATE       PIC 9(6) VALUE ZERO.
       01  WS-PONTOS-BLOCO         PIC 9(3) VALUE 100.
       01  WS-VALOR-BLOCO          PIC 9(3)V99 VALUE 10.00.
       01  WS-BLOCOS-DISPONIVEIS   PIC 9(4) VALUE ZERO.
       01  WS-BLOCOS-RESGATE       PIC 9(4) VALUE ZERO.
       01  WS-BLOCOS-LIMITE        PIC 9(4) VALUE ZERO.
       01  WS-CESTA-DESCONTO       PIC 9(5)V99 VALUE ZERO.
       01  WS-CESTA-A-PAGAR        PIC 9(5)V99 VALUE ZERO.
       01  WS-CESTA-EMPRESTIMO     PIC 9(6) VALUE ZERO.
       77 WS-STATUS-CARTEIRA   PIC XX VALUE SPACES.
       01  WS-CRT-EOF              PIC X VALUE 'N'.
       01  WS-CRT-CLIENTE          PIC 9(4) VALUE ZERO.
       01  WS-CRT-SALDO            PIC 9(5)V99 VALUE ZERO.
       01  WS-CRT-VALOR            PIC 9(5)V99 VALUE ZERO.
       01  WS-CRT-VALOR-ED         PIC ZZZZ9.99.
       01  WS-CRT-TIPO             PIC X VALUE SPACE.
       01  WS-CRT-EMPRESTIMO       PIC 9(6) VALUE ZERO.
       01  WS-CRT-OPCAO            PIC X VALUE SPACE.
       01  WS-CRT-PAGA-CREDITO     PIC X VALUE 'N'.
       01  WS-EMP-JA-COBRADO       PIC X VALUE 'N'.
       01  WS-CRT-DESCONTO-RESTA   PIC 9(5)V99 VALUE ZERO.
       01  WS-CRT-DEBITADO         PIC 9(5)V99 VALUE ZERO.
       01  WS-CRT-DATA-HORA        PIC X(40) VALUE SPACES.
       01  WS-CRT-LISTADOS         PIC 99 VALUE ZERO.
       01  WS-SUB-CRT              PIC 99 VALUE ZERO.
      *===== ULTIMOS 10 MOVIMENTOS DO CREDITO DO CLIENTE, PARA A
      *===== TELA DA OPCAO P (OS MAIS ANTIGOS VAO SAINDO NO TOPO).
       01  WS-TABELA-CARTEIRA.
           05 WS-CRT-ITEM OCCURS 10 TIMES.
               10 WS-CRT-MOV-DATA  PIC 9(8).
               10 WS-CRT-MOV-TIPO  PIC X.
               10 WS-CRT-MOV-VALOR PIC 9(5)V99.
               10 WS-CRT-MOV-EMP   PIC 9(6).
               10 WS-CRT-MOV-OPER  PIC 9(4).
      *===== ITENS DA CESTA DE ALUGUEIS (ATE 10 TITULOS POR
      *===== TRANSACAO), COM A COPIA JA SEPARADA NO MOMENTO DA
      *===== BIPAGEM E O PRECO DE TABELA DO GENERO.
               10 WS-CST-NOME      PIC X(30).
               10 WS-CST-COPIA     PIC 9(2).
               10 WS-CST-PRECO     PIC 9(3)V99.
               10 WS-CST-PROMO     PIC X(20).
       01  WS-COPIA-DANIFICADA     PIC X VALUE SPACE.
       01  WS-VALOR-DANO           PIC 9(5)V99 VALUE ZERO.
       01  WS-MULTA-TIPO           PIC X VALUE SPACE.
       01  WS-REPARO-COPIA         PIC 9(2) VALUE ZERO.
       01  WS-REPARO-ACAO          PIC X VALUE SPACE.
       01  WS-REPAROS-LISTADOS     PIC 9(3) VALUE ZERO.
       01  WS-AVISOS-LISTADOS      PIC 9(3) VALUE ZERO.
       01  WS-AVISOS-PENDENTES     PIC 9(5) VALUE ZERO.
       01  WS-AVISO-TIPO           PIC X VALUE SPACE.
       01  WS-AVISO-REFERENCIA     PIC 9(8) VALUE ZERO.
       01  WS-AVISO-CONFIRMA       PIC X VALUE SPACE.
       01  WS-AVISO-VALOR-ED       PIC ZZZZ9.99.
       01  WS-TAXA-MULTA-DIA       PIC 9(2)V99 VALUE 2.50.
       01  WS-MULTA-CLIENTE        PIC 9(4) VALUE ZERO.
       01  WS-MULTA-EMPRESTIMO     PIC 9(6) VALUE ZERO.
       01  WS-SALDO-MULTA-ED       PIC ZZZZ9.99.
       01  WS-DATA-EMPRESTIMO      PIC X(40) VALUE SPACES.
       01  WS-PRAZO-DEVOLUCAO      PIC 99 VALUE 7.
       01  WS-MAX-RENOVACOES       PIC 99 VALUE 2.
       01  WS-NOVA-PREVISTA        PIC 9(8) VALUE ZERO.
       01  WS-EST-EMPRESTIMO       PIC 9(6) VALUE ZERO.
       01  WS-EST-FILME            PIC 9(4) VALUE ZERO.
       01  WS-EST-CLIENTE          PIC 9(4) VALUE ZERO.
       01  WS-EST-COBRADO          PIC 9(5)V99 VALUE ZERO.
       01  WS-EST-JA-ESTORNADO     PIC 9(5)V99 VALUE ZERO.
       01  WS-EST-DESCONTO         PIC 9(5)V99 VALUE ZERO.
       01  WS-EST-SALDO            PIC 9(5)V99 VALUE ZERO.
       01  WS-EST-VALOR            PIC 9(3)V99 VALUE ZERO.
       01  WS-EST-VALOR-ED         PIC ZZZZ9.99.
       01  WS-EST-SEQ              PIC 99 VALUE ZERO.
       01  WS-EST-MOTIVO           PIC X(20) VALUE SPACES.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO, USADO NO
      *===== CALCULO DA DATA PREVISTA DE DEVOLUCAO.
       COPY "#calenpar".
       01  WS-COPIA-OK             PIC X VALUE 'N'.
       01  WS-OPCAO-COPIA          PIC X VALUE SPACE.
       01  WS-COPIA-INFORMADA      PIC 9(2) VALUE ZERO.
       01  WS-CUSTO-COPIA          PIC 9(5)V99 VALUE ZERO.
       01  WS-CONDICAO-INFORMADA   PIC X VALUE SPACE.
       01  WS-LINHA-COPIA          PIC 99 VALUE ZERO.
       01  WS-DESC-CONDICAO        PIC X(10) VALUE SPACES.
           05 AA-DURACAO            PIC 9(3) VALUE ZERO.
           05 AA-SITUACAO           PIC X(1) VALUE SPACE.
           05 AA-DISPONIBILIDADE    PIC X(1) VALUE SPACE.
           05 AA-CLASSIFICACAO      PIC X(2) VALUE SPACES.
       01  FILME-NOVO.
           05 NV-NOME               PIC X(30) VALUE SPACES.
           05 NV-GENERO             PIC X(15) VALUE SPACES.
           05 NV-ANO                PIC 9(4) VALUE ZERO.
           05 NV-DIRETOR            PIC X(30) VALUE SPACES.
           05 NV-DURACAO            PIC 9(3) VALUE ZERO.
           05 NV-CLASSIFICACAO      PIC X(2) VALUE SPACES.
       01  WS-DESC-DISPONIBILIDADE  PIC X(15) VALUE SPACES.
       01  WS-DESC-SITUACAO-CLIENTE PIC X(15) VALUE SPACES.
       01  WS-CONFLITO              PIC X VALUE 'N'.
           05 PD-ANO                PIC 9(4) VALUE ZERO.
           05 PD-DIRETOR            PIC X(30) VALUE SPACES.
           05 PD-DURACAO            PIC 9(3) VALUE ZERO.
           05 PD-CLASSIFICACAO      PIC X(2) VALUE SPACES.
       01  WS-CODIGO-ACHADO         PIC 9(4) VALUE ZERO.
       01  WS-DUPLICADO-OK          PIC X VALUE 'S'.
       01  WS-GENERO-OK            PIC X VALUE 'N'.
           05 LINE 6 COLUMN 45 VALUE 'J - Fila de Reparos'.
           05 LINE 7 COLUMN 45 VALUE 'K - Cesta de Alugueis'.
           05 LINE 8 COLUMN 45 VALUE 'L - Transferir Copia'.
           05 LINE 9 COLUMN 45 VALUE 'M - Renovar Aluguel'.
           05 LINE 10 COLUMN 45 VALUE 'N - Estornar Aluguel'.
           05 LINE 11 COLUMN 45 VALUE 'O - Avisos a Clientes'.
           05 LINE 12 COLUMN 45 VALUE 'P - Credito Pre-pago'.
           05 LINE 22 COLUMN 10 VALUE 'X - Sair'.
           05 LINE 23 COLUMN 10 VALUE 'Opcao: '.
           05 LINE 23 COLUMN 18 PIC X USING WS-OPCAO.
           05 LINE 9 COLUMN 30 PIC X(15) USING TELEFONE-CLIENTE.
           05 LINE 10 COLUMN 10 VALUE 'Endereco: '.
           05 LINE 10 COLUMN 30 PIC X(40) USING ENDERECO-CLIENTE.
           05 LINE 11 COLUMN 10 VALUE 'Nascimento: '.
           05 LINE 11 COLUMN 30 PIC 9(8) USING NASCIMENTO-CLIENTE.
           05 LINE 11 COLUMN 40 VALUE '(AAAAMMDD)'.
           05 LINE 12 COLUMN 10 VALUE 'Confirmar inclusao (S/N)'.
           05 LINE 12 COLUMN 40 PIC X USING WS-CONFIRMA.

           05 LINE 12 COLUMN 10 VALUE 'Situacao: '.
           05 LINE 12 COLUMN 22 PIC X(15)
                               FROM WS-DESC-SITUACAO-CLIENTE.
           05 LINE 13 COLUMN 10 VALUE 'Nascim.:  '.
           05 LINE 13 COLUMN 22 PIC 9(8) FROM NASCIMENTO-CLIENTE.

       01  TELA-ALTERAR-CLIENTE.
           05 BLANK SCREEN.
           05 LINE 9 COLUMN 30 PIC X(15) USING TELEFONE-CLIENTE.
           05 LINE 10 COLUMN 10 VALUE 'Novo endereco: '.
           05 LINE 10 COLUMN 30 PIC X(40) USING ENDERECO-CLIENTE.
           05 LINE 11 COLUMN 10 VALUE 'Novo nascimento: '.
           05 LINE 11 COLUMN 30 PIC 9(8) USING NASCIMENTO-CLIENTE.
           05 LINE 11 COLUMN 40 VALUE '(AAAAMMDD)'.
           05 LINE 12 COLUMN 10 VALUE 'Confirmar alteracao (S/N)'.
           05 LINE 12 COLUMN 40 PIC X USING WS-CONFIRMA.

           05 LINE 11 COLUMN 30 PIC X(30) USING DIRETOR-FILME.
           05 LINE 12 COLUMN 10 VALUE 'Duracao (minutos): '.
           05 LINE 12 COLUMN 30 PIC 9(3) USING DURACAO-MINUTOS.
           05 LINE 13 COLUMN 10 VALUE 'Classificacao: '.
           05 LINE 13 COLUMN 30 PIC X(2) USING CLASSIFICACAO-FILME.
           05 LINE 13 COLUMN 34 VALUE '(L, 10, 12, 14, 16 OU 18)'.
           05 LINE 14 COLUMN 10 VALUE 'Confirmar inclusao (S/N)'.
           05 LINE 14 COLUMN 40 PIC X USING WS-CONFIRMA.

           05 LINE 12 COLUMN 20 PIC X(30) FROM DIRETOR-FILME.
           05 LINE 13 COLUMN 10 VALUE 'Duracao: '.
           05 LINE 13 COLUMN 20 PIC 9(3) FROM DURACAO-MINUTOS.
           05 LINE 13 COLUMN 30 VALUE 'Classif.: '.
           05 LINE 13 COLUMN 40 PIC X(2) FROM CLASSIFICACAO-FILME.
           05 LINE 14 COLUMN 10 VALUE 'Situacao: '.
           05 LINE 14 COLUMN 20 PIC X(15) FROM WS-DESC-DISPONIBILIDADE.
           05 LINE 15 COLUMN 10 VALUE 'Consultar outro (S/N)? '.
           05 LINE 11 COLUMN 30 PIC X(30) USING DIRETOR-FILME.
           05 LINE 12 COLUMN 10 VALUE 'Nova duracao (minutos): '.
           05 LINE 12 COLUMN 30 PIC 9(3) USING DURACAO-MINUTOS.
           05 LINE 13 COLUMN 10 VALUE 'Nova classificacao: '.
           05 LINE 13 COLUMN 30 PIC X(2) USING CLASSIFICACAO-FILME.
           05 LINE 13 COLUMN 34 VALUE '(L, 10, 12, 14, 16 OU 18)'.
           05 LINE 14 COLUMN 10 VALUE 'Confirmar alteracao (S/N)'.
           05 LINE 14 COLUMN 40 PIC X USING WS-CONFIRMA.

                   WHEN 'J' WHEN 'j' PERFORM 7950-FILA-REPAROS
                   WHEN 'K' WHEN 'k' PERFORM 7970-CESTA-ALUGUEIS
                   WHEN 'L' WHEN 'l' PERFORM 7995-TRANSFERE-COPIA
                   WHEN 'M' WHEN 'm' PERFORM 7996-RENOVA-EMPRESTIMO
                   WHEN 'N' WHEN 'n' PERFORM 7997-ESTORNA-ALUGUEL
                   WHEN 'O' WHEN 'o' PERFORM 7998-AVISOS-CLIENTES
                   WHEN 'P' WHEN 'p' PERFORM 7999-CARTEIRA-CLIENTE
                   WHEN 'X' WHEN 'x' PERFORM 9100-FECHAR-ARQUIVO
                   WHEN OTHER DISPLAY 'Opcao invalida. Tente novamente.'
               END-EVALUATE
                   STOP RUN
           END-CALL
           IF OPR-RETORNO = '1'
               EVALUATE TRUE
                   WHEN OPR-BLOQUEADO
                       DISPLAY 'Operador bloqueado por tentativas - '
                               'procure o gerente.'
                   WHEN OPR-SENHA-VENCIDA
                       DISPLAY 'Senha vencida e nao trocada.'
                   WHEN OTHER
                       DISPLAY 'Operador ou senha invalidos.'
               END-EVALUATE
               GO TO 0005-LOGIN-OPERADOR
           END-IF
           MOVE OPR-CODIGO TO WS-OPERADOR-CODIGO
       MOVE ZERO TO ANO-FILME
       MOVE SPACES TO DIRETOR-FILME
       MOVE ZERO TO DURACAO-MINUTOS
       MOVE SPACES TO CLASSIFICACAO-FILME
       SET FILME-ATIVO TO TRUE
       SET FILME-DISPONIVEL TO TRUE
       MOVE SPACES TO WS-CONFIRMA.
            MOVE ANO-FILME       TO PD-ANO
            MOVE DIRETOR-FILME   TO PD-DIRETOR
            MOVE DURACAO-MINUTOS TO PD-DURACAO
            MOVE CLASSIFICACAO-FILME TO PD-CLASSIFICACAO
            PERFORM 0027-VERIFICA-TITULO-DUPLICADO THRU
                    0027-FIM-VERIFICA-TITULO-DUPLICADO
            MOVE PD-CODIGO    TO CODIGO-FILME
            MOVE PD-ANO       TO ANO-FILME
            MOVE PD-DIRETOR   TO DIRETOR-FILME
            MOVE PD-DURACAO   TO DURACAO-MINUTOS
            MOVE PD-CLASSIFICACAO TO CLASSIFICACAO-FILME
            PERFORM 0094-NORMALIZA-CLASSIFICACAO THRU
                    0094-FIM-NORMALIZA-CLASSIFICACAO
            SET FILME-ATIVO TO TRUE
            SET FILME-DISPONIVEL TO TRUE
            PERFORM 0020-VALIDA-GENERO THRU 0020-FIM-VALIDA-GENERO
                        LINE 22
                DISPLAY WS-ANO-LIMITE LINE 22 COLUMN 46
                PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
            ELSE
            IF NOT CLASSIFICACAO-VALIDA
                DISPLAY 'Classificacao invalida (L/10/12/14/16/18).'
                        LINE 22
                PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
            ELSE
                WRITE FILME-REGISTRO
                    INVALID KEY
            END-IF
            END-IF
            END-IF
            END-IF
        ELSE
            DISPLAY 'Inclusao cancelada.' LINE 22
            PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
       MOVE ZERO TO ANO-FILME.
       MOVE SPACES TO DIRETOR-FILME.
       MOVE ZERO TO DURACAO-MINUTOS.
       MOVE SPACES TO CLASSIFICACAO-FILME.
       MOVE SPACE TO WS-CONFIRMA.

       ACCEPT TELA-ALTERAR.
       MOVE DIRETOR-FILME   TO AA-DIRETOR.
       MOVE DURACAO-MINUTOS TO AA-DURACAO.
       MOVE SITUACAO-FILME  TO AA-SITUACAO.
       MOVE DISPONIBILIDADE-FILME TO AA-DISPONIBILIDADE
       MOVE CLASSIFICACAO-FILME TO AA-CLASSIFICACAO.
       PERFORM 0072-AVISA-PENDENCIA THRU 0072-FIM-AVISA-PENDENCIA.

        ACCEPT TELA-ALTERAR.
        MOVE SPACE TO WS-OPCAO
        EXIT PARAGRAPH.

       PERFORM 0094-NORMALIZA-CLASSIFICACAO THRU
               0094-FIM-NORMALIZA-CLASSIFICACAO.
       IF NOT CLASSIFICACAO-VALIDA
        DISPLAY 'Classificacao invalida (L/10/12/14/16/18).' LINE 22
        PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
        MOVE SPACE TO WS-OPCAO
        EXIT PARAGRAPH.

       MOVE NOME-FILME      TO NV-NOME.
       MOVE GENERO-FILME    TO NV-GENERO.
       MOVE ANO-FILME       TO NV-ANO.
       MOVE DIRETOR-FILME   TO NV-DIRETOR.
       MOVE DURACAO-MINUTOS TO NV-DURACAO.
       MOVE CLASSIFICACAO-FILME TO NV-CLASSIFICACAO.

       PERFORM 0080-VERIFICA-CONFLITO THRU 0080-FIM-VERIFICA-CONFLITO.
       IF WS-CONFLITO = 'S'
       MOVE NV-ANO       TO ANO-FILME.
       MOVE NV-DIRETOR   TO DIRETOR-FILME.
       MOVE NV-DURACAO   TO DURACAO-MINUTOS.
       MOVE NV-CLASSIFICACAO TO CLASSIFICACAO-FILME.

       REWRITE FILME-REGISTRO
        INVALID KEY
                MOVE DURACAO-MINUTOS TO AA-DURACAO
                MOVE SITUACAO-FILME  TO AA-SITUACAO
                MOVE DISPONIBILIDADE-FILME TO AA-DISPONIBILIDADE
                MOVE CLASSIFICACAO-FILME TO AA-CLASSIFICACAO
                IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                    PERFORM 0080-VERIFICA-CONFLITO THRU
                            0080-FIM-VERIFICA-CONFLITO
                       MOVE DURACAO-MINUTOS  TO BK-DURACAO-MINUTOS
                       MOVE SITUACAO-FILME   TO BK-SITUACAO-FILME
                       MOVE DISPONIBILIDADE-FILME TO BK-DISPONIBILIDADE
                       MOVE CLASSIFICACAO-FILME TO BK-CLASSIFICACAO
                       WRITE BACKUP-LINHA
                       ADD 1 TO WS-TOTAL-BACKUP
               END-READ
                       MOVE BK-DURACAO-MINUTOS TO DURACAO-MINUTOS
                       MOVE BK-SITUACAO-FILME  TO SITUACAO-FILME
                       MOVE BK-DISPONIBILIDADE TO DISPONIBILIDADE-FILME
                       MOVE BK-CLASSIFICACAO   TO CLASSIFICACAO-FILME
                       IF CLASSIFICACAO-FILME = SPACES
                           MOVE 'L ' TO CLASSIFICACAO-FILME
                       END-IF
                       REWRITE FILME-REGISTRO
                           INVALID KEY
                               WRITE FILME-REGISTRO
                      OR SITUACAO-FILME NOT = BK-SITUACAO-FILME
                      OR DISPONIBILIDADE-FILME
                         NOT = BK-DISPONIBILIDADE
                      OR (CLASSIFICACAO-FILME NOT = BK-CLASSIFICACAO
                          AND BK-CLASSIFICACAO NOT = SPACES)
                       ADD 1 TO WS-DIF-DIVERGENTES
                       MOVE SPACES TO VERIFICACAO-LINHA
                       STRING "DIVERGENTE......: " BK-CODIGO-FILME
           MOVE DURACAO-MINUTOS TO AA-DURACAO
           MOVE SITUACAO-FILME  TO AA-SITUACAO
           MOVE DISPONIBILIDADE-FILME TO AA-DISPONIBILIDADE
           MOVE CLASSIFICACAO-FILME TO AA-CLASSIFICACAO

           PERFORM 0021-DESCREVE-DISPONIBILIDADE THRU
               0021-FIM-DESCREVE-DISPONIBILIDADE
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0091-VERIFICA-IDADE THRU
                       0091-FIM-VERIFICA-IDADE
               IF WS-IDADE-OK NOT = 'S'
                   DISPLAY 'Aluguel recusado pela classificacao.'
                           LINE 22
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0064-ESCOLHE-COPIA THRU
                       0064-FIM-ESCOLHE-COPIA
               IF WS-COPIA-OK NOT = 'S'
           MOVE SPACES TO NOME-CLIENTE
           MOVE SPACES TO TELEFONE-CLIENTE
           MOVE SPACES TO ENDERECO-CLIENTE
           MOVE ZERO TO NASCIMENTO-CLIENTE
           SET CLIENTE-ATIVO TO TRUE
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT TELA-INCLUIR-CLIENTE
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0092-VALIDA-NASCIMENTO THRU
                   0092-FIM-VALIDA-NASCIMENTO
           IF WS-NASCIMENTO-OK NOT = 'S'
               DISPLAY 'Data de nascimento invalida (AAAAMMDD).'
                       LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           SET CLIENTE-ATIVO TO TRUE
           WRITE CLIENTE-REGISTRO
               INVALID KEY
           MOVE SPACES TO NOME-CLIENTE
           MOVE SPACES TO TELEFONE-CLIENTE
           MOVE SPACES TO ENDERECO-CLIENTE
           MOVE ZERO TO NASCIMENTO-CLIENTE
           PERFORM 0040-LIMPA-TELA
           ACCEPT TELA-CONSULTAR-CLIENTE
           IF CODIGO-CLIENTE = 0
           MOVE SPACES TO NOME-CLIENTE
           MOVE SPACES TO TELEFONE-CLIENTE
           MOVE SPACES TO ENDERECO-CLIENTE
           MOVE ZERO TO NASCIMENTO-CLIENTE
           MOVE SPACE TO WS-CONFIRMA
           PERFORM 0040-LIMPA-TELA
           ACCEPT TELA-ALTERAR-CLIENTE
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
      *===== CLIENTE ANTIGO PODE SEGUIR SEM NASCIMENTO (ZERO), MAS
      *===== DATA DIGITADA TEM QUE SER VALIDA.
           IF NASCIMENTO-CLIENTE NOT = ZERO
               PERFORM 0092-VALIDA-NASCIMENTO THRU
                       0092-FIM-VALIDA-NASCIMENTO
               IF WS-NASCIMENTO-OK NOT = 'S'
                   DISPLAY 'Data de nascimento invalida (AAAAMMDD).'
                           LINE 22
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY 'Erro ao alterar o cliente.' LINE 22
           SET COPIA-DISPONIVEL TO TRUE
           SET COPIA-BOA TO TRUE
           MOVE WS-LOJA-OPERANTE TO CPY-LOJA
           MOVE ZERO TO WS-CUSTO-COPIA
           DISPLAY 'Custo de aquisicao (0 = nao informado): '
                   LINE 20 COLUMN 10
           ACCEPT WS-CUSTO-COPIA LINE 20 COLUMN 51
           MOVE WS-CUSTO-COPIA TO CPY-CUSTO-AQUISICAO
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           MOVE WS-DATA-EMPRESTIMO (1:8) TO CPY-DATA-AQUISICAO
           WRITE COPIA-REGISTRO
               INVALID KEY
                   DISPLAY 'Erro ao incluir a copia.' LINE 22
           DISPLAY WS-LOJA-DESTINO LINE 22 COLUMN 41
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.

      *===== RENOVACAO NO BALCAO: O MESMO EMPRESTIMO GANHA MAIS
      *===== WS-PRAZO-DEVOLUCAO DIAS UTEIS CONTADOS DA DATA PREVISTA
      *===== ATUAL, E O ALUGUEL DO GENERO E COBRADO DE NOVO EM LINHA
      *===== PROPRIA DO JORNAL DE RECEITAS. RECUSADA QUANDO HA
      *===== RESERVA ABERTA DO TITULO (QUEM ESPERA NA FILA TEM
      *===== PRIORIDADE), QUANDO O EMPRESTIMO JA VENCEU (ATRASO SE
      *===== RESOLVE NA DEVOLUCAO, COM MULTA) OU DEPOIS DE
      *===== WS-MAX-RENOVACOES RENOVACOES.
       7996-RENOVA-EMPRESTIMO.
           PERFORM 0040-LIMPA-TELA
           DISPLAY '--- RENOVAR ALUGUEL ---' LINE 3 COLUMN 10
           MOVE ZERO TO CODIGO-FILME
           DISPLAY 'Codigo do filme (0 cancela): ' LINE 5 COLUMN 10
           ACCEPT CODIGO-FILME LINE 5 COLUMN 40
           IF CODIGO-FILME = ZERO
               EXIT PARAGRAPH
           END-IF
           READ ARQ-FILMES
               INVALID KEY
                   DISPLAY 'Filme nao encontrado.' LINE 22
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
           END-READ
           DISPLAY NOME-FILME LINE 5 COLUMN 46
           MOVE ZERO TO WS-CLIENTE-ALUGUEL
           DISPLAY 'Codigo do cliente: ' LINE 6 COLUMN 10
           ACCEPT WS-CLIENTE-ALUGUEL LINE 6 COLUMN 40
           PERFORM 0083-LOCALIZA-EMPRESTIMO-CLIENTE THRU
                   0083-FIM-LOCALIZA-EMPRESTIMO-CLIENTE
           IF WS-ACHOU-EMPRESTIMO NOT = 'S'
               DISPLAY 'Cliente sem emprestimo aberto deste filme.'
                       LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-DATA-PREVISTA TO WS-DATA-REL-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-REL-ENTRADA
                                     WS-DATA-REL-SAIDA
           DISPLAY 'Emprestimo: ' LINE 8 COLUMN 10
           DISPLAY NUMERO-EMPRESTIMO LINE 8 COLUMN 30
           DISPLAY 'Devolucao prevista: ' LINE 9 COLUMN 10
           DISPLAY WS-DATA-REL-SAIDA LINE 9 COLUMN 30
           DISPLAY 'Renovacoes feitas: ' LINE 10 COLUMN 10
           DISPLAY EMP-RENOVACOES LINE 10 COLUMN 30
           PERFORM 0084-VERIFICA-FILA-RESERVA THRU
                   0084-FIM-VERIFICA-FILA-RESERVA
           IF WS-ACHOU-RESERVA = 'S'
               DISPLAY 'Ha reserva aberta deste filme - renovacao'
                       LINE 22
               DISPLAY 'recusada; devolver para atender a fila.'
                       LINE 23
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           IF EMP-DATA-PREVISTA < WS-DATA-EMPRESTIMO (1:8)
               DISPLAY 'Emprestimo vencido - renovacao recusada.'
                       LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           IF EMP-RENOVACOES NOT < WS-MAX-RENOVACOES
               DISPLAY 'Limite de renovacoes atingido.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0075-LOJA-DO-EMPRESTIMO THRU
                   0075-FIM-LOJA-DO-EMPRESTIMO
           MOVE 'A'                    TO CAL-FUNCAO
           MOVE EMP-DATA-PREVISTA      TO CAL-DATA-1
           MOVE WS-PRAZO-DEVOLUCAO     TO CAL-DIAS
           MOVE WS-LOJA-CALENDARIO     TO CAL-LOJA
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO     TO WS-NOVA-PREVISTA
           MOVE WS-NOVA-PREVISTA TO WS-DATA-REL-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-REL-ENTRADA
                                     WS-DATA-REL-SAIDA
           DISPLAY 'Nova data prevista: ' LINE 12 COLUMN 10
           DISPLAY WS-DATA-REL-SAIDA LINE 12 COLUMN 30
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY 'Confirmar a renovacao (S/N)? ' LINE 14 COLUMN 10
           ACCEPT WS-CONFIRMA LINE 14 COLUMN 40
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY 'Renovacao cancelada.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOVA-PREVISTA TO EMP-DATA-PREVISTA
           ADD 1 TO EMP-RENOVACOES
           REWRITE EMPRESTIMO-REGISTRO
               INVALID KEY
                   DISPLAY 'Erro ao renovar o emprestimo.' LINE 22
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM 0082-GRAVA-RECEITA-RENOVACAO THRU
                   0082-FIM-GRAVA-RECEITA-RENOVACAO
           MOVE NOME-FILME      TO AA-NOME
           MOVE GENERO-FILME    TO AA-GENERO
           MOVE ANO-FILME       TO AA-ANO
           MOVE DIRETOR-FILME   TO AA-DIRETOR
           MOVE DURACAO-MINUTOS TO AA-DURACAO
           MOVE 'RENOVACAO' TO AUD-ACAO
           PERFORM 0050-GRAVA-AUDITORIA THRU 0050-FIM-GRAVA-AUDITORIA
           DISPLAY 'Aluguel renovado.' LINE 22
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.

      *===== ESTORNO DE ALUGUEL, SO PELO GERENTE (GENERO COBRADO
      *===== ERRADO, DISCO COM DEFEITO): O QUE O EMPRESTIMO PAGOU DE
      *===== ALUGUEL E RENOVACAO NO JORNAL DE RECEITAS, MENOS O QUE JA
      *===== FOI ESTORNADO, PODE VOLTAR AO CLIENTE NO TODO OU EM
      *===== PARTE. A LINHA "ESTORNO n" LEVA O VALOR DEVOLVIDO E, NA
      *===== COLUNA DE PROMOCAO, O MOTIVO; O RAZAOAUTO A POSTA A
      *===== DEBITO E O FECHAMENTO DE CAIXA E O BATIMENTO A ABATEM.
      *===== OS PONTOS DO VALOR ESTORNADO SAEM DO RAZAO DE PONTOS.
       7997-ESTORNA-ALUGUEL.
           IF WS-OPERADOR-PERFIL NOT = 'G'
               DISPLAY 'Funcao restrita ao gerente.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0040-LIMPA-TELA
           DISPLAY '--- ESTORNAR ALUGUEL ---' LINE 3 COLUMN 10
           MOVE ZERO TO WS-EST-EMPRESTIMO
           DISPLAY 'Numero do emprestimo (0 cancela): '
                   LINE 5 COLUMN 10
           ACCEPT WS-EST-EMPRESTIMO LINE 5 COLUMN 45
           IF WS-EST-EMPRESTIMO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 0096-SOMA-RECEITA-EMPRESTIMO THRU
                   0096-FIM-SOMA-RECEITA-EMPRESTIMO
           IF WS-EST-COBRADO = ZERO
               DISPLAY 'Nenhum aluguel cobrado neste emprestimo.'
                       LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-JA-ESTORNADO NOT < WS-EST-COBRADO
               DISPLAY 'Emprestimo ja estornado por inteiro.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EST-SALDO = WS-EST-COBRADO - WS-EST-JA-ESTORNADO
           MOVE WS-EST-FILME TO CODIGO-FILME
           READ ARQ-FILMES
               INVALID KEY
                   MOVE SPACES TO NOME-FILME
           END-READ
           DISPLAY NOME-FILME LINE 5 COLUMN 53
           DISPLAY 'Cliente: ' LINE 7 COLUMN 10
           DISPLAY WS-EST-CLIENTE LINE 7 COLUMN 30
           MOVE WS-EST-COBRADO TO WS-EST-VALOR-ED
           DISPLAY 'Aluguel cobrado: ' LINE 8 COLUMN 10
           DISPLAY WS-EST-VALOR-ED LINE 8 COLUMN 30
           MOVE WS-EST-JA-ESTORNADO TO WS-EST-VALOR-ED
           DISPLAY 'Ja estornado: ' LINE 9 COLUMN 10
           DISPLAY WS-EST-VALOR-ED LINE 9 COLUMN 30
           MOVE WS-EST-SALDO TO WS-EST-VALOR-ED
           DISPLAY 'Disponivel: ' LINE 10 COLUMN 10
           DISPLAY WS-EST-VALOR-ED LINE 10 COLUMN 30
           MOVE ZERO TO WS-EST-VALOR
           DISPLAY 'Valor a estornar (ate 999.99): ' LINE 12 COLUMN 10
           ACCEPT WS-EST-VALOR LINE 12 COLUMN 42
           IF WS-EST-VALOR = ZERO
               DISPLAY 'Estorno cancelado.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-VALOR > WS-EST-SALDO
               DISPLAY 'Valor acima do disponivel para estorno.'
                       LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EST-MOTIVO
           DISPLAY 'Motivo: ' LINE 13 COLUMN 10
           ACCEPT WS-EST-MOTIVO LINE 13 COLUMN 42
           IF WS-EST-MOTIVO = SPACES
               DISPLAY 'Motivo obrigatorio - estorno cancelado.'
                       LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY 'Confirmar o estorno (S/N)? ' LINE 15 COLUMN 10
           ACCEPT WS-CONFIRMA LINE 15 COLUMN 42
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY 'Estorno cancelado.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0097-GRAVA-ESTORNO THRU 0097-FIM-GRAVA-ESTORNO
           MOVE NOME-FILME      TO AA-NOME
           MOVE GENERO-FILME    TO AA-GENERO
           MOVE ANO-FILME       TO AA-ANO
           MOVE DIRETOR-FILME   TO AA-DIRETOR
           MOVE DURACAO-MINUTOS TO AA-DURACAO
           MOVE SPACES TO AA-NOME
           STRING 'EMP ' WS-EST-EMPRESTIMO ' ' WS-EST-MOTIVO
                  DELIMITED BY SIZE INTO AA-NOME
           MOVE WS-EST-FILME TO CODIGO-FILME
           MOVE 'ESTORNO' TO AUD-ACAO
           PERFORM 0050-GRAVA-AUDITORIA THRU 0050-FIM-GRAVA-AUDITORIA
           MOVE NOME-FILME      TO AA-NOME
           DISPLAY 'Estorno gravado.' LINE 22
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.

      *===== CAIXA DE SAIDA DE AVISOS: LISTA OS AVISOS PENDENTES
      *===== (RESERVA DISPONIVEL, VENCE AMANHA, COBRANCA DE DANO)
      *===== COM O TELEFONE DO CLIENTE; O OPERADOR LIGA E MARCA O
      *===== CONTATO FEITO PELO TIPO E REFERENCIA DO AVISO, FICANDO
      *===== A DATA E O OPERADOR NO PROPRIO AVISO.
       7998-AVISOS-CLIENTES.
           PERFORM 0040-LIMPA-TELA
           DISPLAY '--- AVISOS A CLIENTES ---' LINE 3 COLUMN 10
           DISPLAY 'T REFERENC CLI  TELEFONE        AVISO'
                   LINE 4 COLUMN 10
           MOVE ZERO TO WS-AVISOS-LISTADOS
           MOVE ZERO TO WS-AVISOS-PENDENTES
           MOVE 4 TO WS-LINHA-MULTA
           MOVE SPACE TO AVI-TIPO
           MOVE ZERO TO AVI-REFERENCIA
           MOVE SPACES TO WS-STATUS-AVISOS
           START ARQ-AVISOS KEY IS >= AVI-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-AVISOS
           END-START
           PERFORM UNTIL WS-STATUS-AVISOS = "10"
               READ ARQ-AVISOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-AVISOS
                   NOT AT END
                       IF AVISO-PENDENTE
                           ADD 1 TO WS-AVISOS-PENDENTES
                           IF WS-AVISOS-LISTADOS < 12
                               ADD 1 TO WS-AVISOS-LISTADOS
                               ADD 1 TO WS-LINHA-MULTA
                               DISPLAY AVI-TIPO
                                       LINE WS-LINHA-MULTA COLUMN 10
                               DISPLAY AVI-REFERENCIA
                                       LINE WS-LINHA-MULTA COLUMN 12
                               DISPLAY AVI-CODIGO-CLIENTE
                                       LINE WS-LINHA-MULTA COLUMN 21
                               DISPLAY AVI-TELEFONE
                                       LINE WS-LINHA-MULTA COLUMN 26
                               DISPLAY AVI-TEXTO (1:38)
                                       LINE WS-LINHA-MULTA COLUMN 42
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AVISOS-PENDENTES = ZERO
               DISPLAY 'Nenhum aviso pendente.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-AVISOS-PENDENTES > WS-AVISOS-LISTADOS
               DISPLAY 'Pendentes no total: ' LINE 17 COLUMN 10
               DISPLAY WS-AVISOS-PENDENTES LINE 17 COLUMN 30
           END-IF
           MOVE SPACE TO WS-AVISO-TIPO
           DISPLAY 'Tipo do aviso (branco cancela): ' LINE 18
                   COLUMN 10
           ACCEPT WS-AVISO-TIPO LINE 18 COLUMN 43
           IF WS-AVISO-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-AVISO-TIPO CONVERTING 'vrd' TO 'VRD'
           MOVE ZERO TO WS-AVISO-REFERENCIA
           DISPLAY 'Referencia: ' LINE 19 COLUMN 10
           ACCEPT WS-AVISO-REFERENCIA LINE 19 COLUMN 43
           MOVE WS-AVISO-TIPO TO AVI-TIPO
           MOVE WS-AVISO-REFERENCIA TO AVI-REFERENCIA
           READ ARQ-AVISOS
               INVALID KEY
                   DISPLAY 'Aviso nao encontrado.' LINE 22
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
           END-READ
           IF NOT AVISO-PENDENTE
               DISPLAY 'Contato deste aviso ja foi feito.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY AVI-TEXTO LINE 20 COLUMN 10
           MOVE SPACE TO WS-AVISO-CONFIRMA
           DISPLAY 'Contato feito (S/N)? ' LINE 21 COLUMN 10
           ACCEPT WS-AVISO-CONFIRMA LINE 21 COLUMN 43
           IF NOT (WS-AVISO-CONFIRMA = 'S'
                   OR WS-AVISO-CONFIRMA = 's')
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           MOVE WS-DATA-EMPRESTIMO (1:8) TO AVI-DATA-CONTATO
           MOVE WS-OPERADOR-CODIGO TO AVI-OPERADOR
           SET AVISO-FEITO TO TRUE
           REWRITE AVISO-REGISTRO
               INVALID KEY
                   DISPLAY 'Erro ao atualizar o aviso.' LINE 22
                   PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY 'Contato registrado.' LINE 22
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.

      *===== CREDITO PRE-PAGO DO CLIENTE: SALDO E ULTIMOS
      *===== MOVIMENTOS NA TELA, RECARGA EM DINHEIRO NO BALCAO E
      *===== DEVOLUCAO DO CREDITO EM DINHEIRO (SO GERENTE). O
      *===== CREDITO PAGA A CESTA (OPCAO K) E AS MULTAS (OPCAO I).
       7999-CARTEIRA-CLIENTE.
           PERFORM 0040-LIMPA-TELA
           DISPLAY '--- CREDITO PRE-PAGO ---' LINE 3 COLUMN 10
           MOVE ZERO TO WS-CLIENTE-ALUGUEL
           DISPLAY 'Codigo do cliente (0 cancela): ' LINE 5 COLUMN 10
           ACCEPT WS-CLIENTE-ALUGUEL LINE 5 COLUMN 42
           IF WS-CLIENTE-ALUGUEL = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 0054-VALIDA-CLIENTE THRU 0054-FIM-VALIDA-CLIENTE
           IF WS-CLIENTE-OK NOT = 'S'
               DISPLAY 'Cliente nao cadastrado ou excluido.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           DISPLAY NOME-CLIENTE LINE 5 COLUMN 48
           MOVE WS-CLIENTE-ALUGUEL TO WS-CRT-CLIENTE
           PERFORM 0041-SALDO-CARTEIRA THRU 0041-FIM-SALDO-CARTEIRA
           DISPLAY 'DATA     T    VALOR EMPREST OPER' LINE 7 COLUMN 10
           PERFORM VARYING WS-SUB-CRT FROM 1 BY 1
                   UNTIL WS-SUB-CRT > WS-CRT-LISTADOS
               COMPUTE WS-LINHA-MULTA = 7 + WS-SUB-CRT
               MOVE WS-CRT-MOV-VALOR (WS-SUB-CRT) TO WS-CRT-VALOR-ED
               DISPLAY WS-CRT-MOV-DATA (WS-SUB-CRT)
                       LINE WS-LINHA-MULTA COLUMN 10
               DISPLAY WS-CRT-MOV-TIPO (WS-SUB-CRT)
                       LINE WS-LINHA-MULTA COLUMN 19
               DISPLAY WS-CRT-VALOR-ED
                       LINE WS-LINHA-MULTA COLUMN 21
               DISPLAY WS-CRT-MOV-EMP (WS-SUB-CRT)
                       LINE WS-LINHA-MULTA COLUMN 30
               DISPLAY WS-CRT-MOV-OPER (WS-SUB-CRT)
                       LINE WS-LINHA-MULTA COLUMN 38
           END-PERFORM
           IF WS-CRT-LISTADOS = ZERO
               DISPLAY 'Nenhum movimento de credito.' LINE 8 COLUMN 10
           END-IF
           MOVE WS-CRT-SALDO TO WS-CRT-VALOR-ED
           DISPLAY 'Saldo de credito: ' LINE 18 COLUMN 10
           DISPLAY WS-CRT-VALOR-ED LINE 18 COLUMN 29
           MOVE SPACE TO WS-CRT-OPCAO
           DISPLAY 'R=Recarga D=Devolucao (branco sai): ' LINE 19
                   COLUMN 10
           ACCEPT WS-CRT-OPCAO LINE 19 COLUMN 47
           INSPECT WS-CRT-OPCAO CONVERTING 'rd' TO 'RD'
           EVALUATE WS-CRT-OPCAO
               WHEN 'R'
                   PERFORM 0047-RECARGA-CARTEIRA THRU
                           0047-FIM-RECARGA-CARTEIRA
               WHEN 'D'
                   PERFORM 0048-DEVOLVE-CARTEIRA THRU
                           0048-FIM-DEVOLVE-CARTEIRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7700-CONSULTA-AUDITORIA.
           PERFORM 0040-LIMPA-TELA
           DISPLAY '--- CONSULTAR AUDITORIA ---' LINE 3 COLUMN 10
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           PERFORM 0046-OFERECE-CREDITO-MULTA THRU
                   0046-FIM-OFERECE-CREDITO-MULTA
           ADD WS-VALOR-RECEBIDO TO MUL-VALOR-PAGO
           IF MUL-VALOR-PAGO NOT < MUL-VALOR-ORIGINAL
               SET MULTA-QUITADA TO TRUE
           END-REWRITE
           PERFORM 0069-GRAVA-RECEITA-MULTA THRU
                   0069-FIM-GRAVA-RECEITA-MULTA
           IF WS-CRT-PAGA-CREDITO = 'S'
               MOVE 'M' TO WS-CRT-TIPO
               MOVE WS-VALOR-RECEBIDO TO WS-CRT-VALOR
               MOVE MUL-NUMERO-EMPRESTIMO TO WS-CRT-EMPRESTIMO
               PERFORM 0042-GRAVA-CARTEIRA THRU 0042-FIM-GRAVA-CARTEIRA
           END-IF
           COMPUTE WS-SALDO-MULTA =
               MUL-VALOR-ORIGINAL - MUL-VALOR-PAGO
           IF WS-SALDO-MULTA < ZERO
           END-IF
           MOVE ZERO TO WS-CESTA-ITENS
           MOVE ZERO TO WS-CESTA-TOTAL
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           MOVE 1 TO WS-CESTA-FILME
           PERFORM UNTIL WS-CESTA-FILME = ZERO
                      OR WS-CESTA-ITENS = 10
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-DATA-EMPRESTIMO (1:8) TO CAL-DATA-1
           MOVE WS-PRAZO-DEVOLUCAO TO CAL-DIAS
           MOVE WS-LOJA-OPERANTE TO CAL-LOJA
           CALL "CALENDARIO" USING CAL-PARAMETROS
           PERFORM 0077-VENCIMENTO-NA-LOJA THRU
                   0077-FIM-VENCIMENTO-NA-LOJA
           MOVE CAL-DATA-RESULTADO TO WS-CESTA-PREVISTA
           MOVE WS-CESTA-TOTAL TO WS-CESTA-TOTAL-ED
           DISPLAY 'Itens na cesta: ' LINE 18 COLUMN 10
           DISPLAY WS-CESTA-ITENS LINE 18 COLUMN 27
           DISPLAY 'Total da cesta:  ' LINE 19 COLUMN 10
           DISPLAY WS-CESTA-TOTAL-ED LINE 19 COLUMN 28
           DISPLAY 'Devolucao prevista: ' LINE 20 COLUMN 10
           DISPLAY WS-CESTA-PREVISTA LINE 20 COLUMN 31
           PERFORM 0088-OFERECE-RESGATE THRU 0088-FIM-OFERECE-RESGATE
           PERFORM 0044-OFERECE-CREDITO-CESTA THRU
                   0044-FIM-OFERECE-CREDITO-CESTA
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY 'Confirmar a cesta (S/N)? ' LINE 21 COLUMN 10
           ACCEPT WS-CONFIRMA LINE 21 COLUMN 37
               EXIT PARAGRAPH
           END-IF
           PERFORM 7980-FECHA-CESTA
           IF WS-PONTOS-RESGATE > ZERO
               PERFORM 0089-GRAVA-RESGATE THRU 0089-FIM-GRAVA-RESGATE
           END-IF
           PERFORM 7990-RECIBO-CESTA
           DISPLAY 'Cesta confirmada - recibo gravado.' LINE 22
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.

      *===== O PRECO DO ITEM JA SAI COM A PROMOCAO DO DIA (0079) E
      *===== FICA GUARDADO NA CESTA COM A PROMOCAO APLICADA: O TOTAL,
      *===== O LIMITE DO RESGATE, A CONFERENCIA DO CREDITO, O RECIBO
      *===== E A RECEITA (0045) USAM TODOS O MESMO VALOR.
       7975-BIPA-TITULO.
           MOVE WS-CESTA-FILME TO CODIGO-FILME
           READ ARQ-FILMES
               DISPLAY 'Filme nao encontrado.' LINE 16
               EXIT PARAGRAPH
           END-IF
           PERFORM 0091-VERIFICA-IDADE THRU 0091-FIM-VERIFICA-IDADE
           IF WS-IDADE-OK NOT = 'S'
               DISPLAY 'Recusado pela classificacao - item pulado.'
                       LINE 16
               EXIT PARAGRAPH
           END-IF
           PERFORM 0064-ESCOLHE-COPIA THRU 0064-FIM-ESCOLHE-COPIA
           IF WS-COPIA-OK NOT = 'S'
               DISPLAY 'Sem copia disponivel - item pulado.' LINE 16
           MOVE NOME-FILME   TO WS-CST-NOME (WS-CESTA-ITENS)
           MOVE WS-COPIA-ESCOLHIDA
             TO WS-CST-COPIA (WS-CESTA-ITENS)
           MOVE ZERO TO WS-VALOR-ALUGUEL
           PERFORM VARYING WS-SUB-PRECO FROM 1 BY 1
                   UNTIL WS-SUB-PRECO > 10
               IF GENERO-FILME = WS-GENERO-VALIDO (WS-SUB-PRECO)
                   MOVE WS-PRECO-GENERO (WS-SUB-PRECO)
                     TO WS-VALOR-ALUGUEL
               END-IF
           END-PERFORM
           PERFORM 0079-APLICA-PROMOCAO THRU
                   0079-FIM-APLICA-PROMOCAO
           MOVE WS-VALOR-ALUGUEL  TO WS-CST-PRECO (WS-CESTA-ITENS)
           MOVE WS-PROMO-APLICADA TO WS-CST-PROMO (WS-CESTA-ITENS)
           ADD WS-CST-PRECO (WS-CESTA-ITENS) TO WS-CESTA-TOTAL
           DISPLAY 'Item incluido: ' LINE 16
           DISPLAY NOME-FILME LINE 16 COLUMN 26.

      *===== FECHAMENTO DA CESTA: UM EMPRESTIMO POR TITULO, TODOS
      *===== COM A MESMA DATA PREVISTA, E UMA LINHA DE AUDITORIA DE
      *===== ALUGUEL POR ITEM. O PRIMEIRO EMPRESTIMO DA CESTA FICA
      *===== GUARDADO COMO REFERENCIA DO RESGATE DE PONTOS. A CESTA
      *===== E PAGA NA RETIRADA: CADA ITEM E COBRADO JA AQUI (0045),
      *===== EM DINHEIRO OU COM O CREDITO PRE-PAGO.
       7980-FECHA-CESTA.
           MOVE ZERO TO WS-CESTA-EMPRESTIMO
           MOVE WS-CESTA-DESCONTO TO WS-CRT-DESCONTO-RESTA
           MOVE ZERO TO WS-CRT-DEBITADO
           PERFORM VARYING WS-SUB-CESTA FROM 1 BY 1
                   UNTIL WS-SUB-CESTA > WS-CESTA-ITENS
               MOVE WS-CST-FILME (WS-SUB-CESTA) TO CODIGO-FILME
                         TO WS-COPIA-ESCOLHIDA
                       PERFORM 0076-GRAVA-EMPRESTIMO-CESTA THRU
                               0076-FIM-GRAVA-EMPRESTIMO-CESTA
                       IF WS-CESTA-EMPRESTIMO = ZERO
                           MOVE NUMERO-EMPRESTIMO
                             TO WS-CESTA-EMPRESTIMO
                       END-IF
                       PERFORM 0045-RECEITA-CESTA THRU
                               0045-FIM-RECEITA-CESTA
               END-READ
           END-PERFORM.

      *===== LOJA DO EMPRESTIMO PARA O CALENDARIO DE FERIADOS (00 EM
      *===== REGISTRO ANTIGO VALE A LOJA 01, A MATRIZ).
       0075-LOJA-DO-EMPRESTIMO.
           IF EMP-LOJA = ZERO
               MOVE 1 TO WS-LOJA-CALENDARIO
           ELSE
               MOVE EMP-LOJA TO WS-LOJA-CALENDARIO
           END-IF.
       0075-FIM-LOJA-DO-EMPRESTIMO.
           EXIT.

      *===== VENCIMENTO QUE CAI EM DIA SEM EXPEDIENTE DA LOJA (FIM DE
      *===== SEMANA OU FERIADO NACIONAL, ESTADUAL OU MUNICIPAL DELA)
      *===== ANDA PARA O PROXIMO DIA UTIL DA LOJA. DATA EM
      *===== CAL-DATA-RESULTADO E LOJA EM CAL-LOJA, NA ENTRADA E NA
      *===== SAIDA.
       0077-VENCIMENTO-NA-LOJA.
           MOVE CAL-DATA-RESULTADO TO CAL-DATA-1
           MOVE 'U' TO CAL-FUNCAO
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-RESPOSTA = 'S'
               GO TO 0077-FIM-VENCIMENTO-NA-LOJA
           END-IF
           MOVE 'A' TO CAL-FUNCAO
           MOVE 1 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS.
       0077-FIM-VENCIMENTO-NA-LOJA.
           EXIT.

      *===== IGUAL AO 0051, MAS COM A DATA PREVISTA COMUM DA CESTA
      *===== (CALCULADA UMA UNICA VEZ) EM VEZ DE RECALCULAR POR
      *===== ITEM.
           MOVE WS-CESTA-PREVISTA      TO EMP-DATA-PREVISTA
           MOVE ZERO                   TO EMP-DATA-DEVOLUCAO
           MOVE WS-LOJA-OPERANTE       TO EMP-LOJA
           MOVE ZERO                   TO EMP-RENOVACOES
           SET EMPRESTIMO-ABERTO TO TRUE
           WRITE EMPRESTIMO-REGISTRO
               INVALID KEY
                      " " WS-CST-NOME (WS-SUB-CESTA)
                      " COPIA " WS-CST-COPIA (WS-SUB-CESTA)
                      " " WS-PRECO-ED
                      " " WS-CST-PROMO (WS-SUB-CESTA)
                      DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-PERFORM
                  " - DEVOLVER ATE " WS-DATA-REL-SAIDA
                  DELIMITED BY SIZE INTO RECIBO-LINHA
           WRITE RECIBO-LINHA
           IF WS-CESTA-DESCONTO > ZERO
               MOVE WS-CESTA-DESCONTO TO WS-CESTA-TOTAL-ED
               MOVE SPACES TO RECIBO-LINHA
               STRING "DESCONTO PONTOS " WS-CESTA-TOTAL-ED
                      " (" WS-PONTOS-RESGATE " PONTOS RESGATADOS)"
                      DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
               MOVE WS-CESTA-A-PAGAR TO WS-CESTA-TOTAL-ED
               MOVE SPACES TO RECIBO-LINHA
               STRING "A PAGAR " WS-CESTA-TOTAL-ED
                      DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           IF WS-CRT-PAGA-CREDITO = 'S'
               MOVE WS-CRT-DEBITADO TO WS-CESTA-TOTAL-ED
               IF WS-CRT-DEBITADO > WS-CRT-SALDO
                   MOVE ZERO TO WS-CRT-SALDO
               ELSE
                   SUBTRACT WS-CRT-DEBITADO FROM WS-CRT-SALDO
               END-IF
               MOVE WS-CRT-SALDO TO WS-CRT-VALOR-ED
               MOVE SPACES TO RECIBO-LINHA
               STRING "PAGO COM CREDITO PRE-PAGO " WS-CESTA-TOTAL-ED
                      " - SALDO RESTANTE " WS-CRT-VALOR-ED
                      DELIMITED BY SIZE INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           CLOSE ARQ-RECIBO.

       7960-COPIA-VOLTA.
           OPEN OUTPUT ARQ-CSV
           MOVE SPACES TO CSV-LINHA
           STRING "CODIGO,NOME,GENERO,ANO,DIRETOR,DURACAO,SITUACAO,"
                  "DISPONIBILIDADE,CLASSIFICACAO" DELIMITED BY SIZE
                  INTO CSV-LINHA
           WRITE CSV-LINHA
           MOVE ZERO TO CODIGO-FILME
                              SITUACAO-FILME         DELIMITED BY SIZE
                              ","                   DELIMITED BY SIZE
                              DISPONIBILIDADE-FILME  DELIMITED BY SIZE
                              ","                   DELIMITED BY SIZE
                              CLASSIFICACAO-FILME    DELIMITED BY SIZE
                              INTO CSV-LINHA
                       WRITE CSV-LINHA
                       ADD 1 TO WS-TOTAL-CSV
               CLOSE ARQ-REPAROS
               OPEN I-O ARQ-REPAROS
           END-IF.
           OPEN I-O ARQ-AVISOS.
           IF WS-STATUS-AVISOS = "35"
               OPEN OUTPUT ARQ-AVISOS
               CLOSE ARQ-AVISOS
               OPEN I-O ARQ-AVISOS
           END-IF.
           OPEN EXTEND ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
           CLOSE ARQ-COPIAS.
           CLOSE ARQ-MULTAS.
           CLOSE ARQ-REPAROS.
           CLOSE ARQ-AVISOS.
           CLOSE ARQ-AUDITORIA.
           PERFORM 9070-LIBERA-TRAVA.

                      OR DURACAO-MINUTOS NOT = AA-DURACAO
                      OR SITUACAO-FILME NOT = AA-SITUACAO
                      OR DISPONIBILIDADE-FILME NOT = AA-DISPONIBILIDADE
                      OR CLASSIFICACAO-FILME NOT = AA-CLASSIFICACAO
                       MOVE 'S' TO WS-CONFLITO
                   END-IF
           END-READ.

      *===== A DEVOLUCAO DEPOIS DA DATA PREVISTA GERA O TITULO DE
      *===== MULTA NO CONTAS A RECEBER (UMA MULTA POR EMPRESTIMO,
      *===== DIAS UTEIS DE ATRASO NO CALENDARIO DA LOJA DO ALUGUEL
      *===== VEZES A TAXA DO DIA). O RECEBIMENTO E FEITO PELA OPCAO I
      *===== DO MENU.
       0057-GERA-MULTA.
           IF EMP-DATA-DEVOLUCAO NOT > EMP-DATA-PREVISTA
               GO TO 0057-FIM-GERA-MULTA
           END-IF
           PERFORM 0075-LOJA-DO-EMPRESTIMO THRU
                   0075-FIM-LOJA-DO-EMPRESTIMO
           MOVE 'N' TO CAL-FUNCAO
           MOVE EMP-DATA-PREVISTA TO CAL-DATA-1
           MOVE EMP-DATA-DEVOLUCAO TO CAL-DATA-2
           MOVE WS-LOJA-CALENDARIO TO CAL-LOJA
           CALL "CALENDARIO" USING CAL-PARAMETROS
           IF CAL-DIAS NOT > ZERO
               GO TO 0057-FIM-GERA-MULTA
                       DISPLAY 'Aviso: cobranca de dano ja existe.'
                               LINE 21
               END-WRITE
               MOVE EMP-CODIGO-CLIENTE TO CODIGO-CLIENTE
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE SPACES TO TELEFONE-CLIENTE
               END-READ
               SET AVISO-DANO TO TRUE
               MOVE NUMERO-EMPRESTIMO TO AVI-REFERENCIA
               MOVE EMP-CODIGO-CLIENTE TO AVI-CODIGO-CLIENTE
               MOVE TELEFONE-CLIENTE TO AVI-TELEFONE
               MOVE EMP-DATA-DEVOLUCAO TO AVI-DATA-EVENTO
               MOVE WS-VALOR-DANO TO WS-AVISO-VALOR-ED
               MOVE SPACES TO AVI-TEXTO
               STRING 'COBRANCA DE DANO R$ ' WS-AVISO-VALOR-ED
                      ' FILME ' EMP-CODIGO-FILME
                      DELIMITED BY SIZE INTO AVI-TEXTO
               PERFORM 0098-GRAVA-AVISO THRU 0098-FIM-GRAVA-AVISO
           END-IF
           WRITE REPARO-REGISTRO
               INVALID KEY
           MOVE 'C'                    TO CAL-FUNCAO
           MOVE EMP-DATA-RETIRADA      TO CAL-DATA-1
           MOVE WS-PRAZO-DEVOLUCAO     TO CAL-DIAS
           MOVE WS-LOJA-OPERANTE       TO CAL-LOJA
           CALL "CALENDARIO" USING CAL-PARAMETROS
           PERFORM 0077-VENCIMENTO-NA-LOJA THRU
                   0077-FIM-VENCIMENTO-NA-LOJA
           MOVE CAL-DATA-RESULTADO     TO EMP-DATA-PREVISTA
           MOVE ZERO                   TO EMP-DATA-DEVOLUCAO
           MOVE WS-LOJA-OPERANTE       TO EMP-LOJA
           MOVE ZERO                   TO EMP-RENOVACOES
           SET EMPRESTIMO-ABERTO TO TRUE
           WRITE EMPRESTIMO-REGISTRO
               INVALID KEY
      *===== GENERO DO FILME E GRAVA A RECEITA NO JORNAL
      *===== receitas_alugueis.txt, MOSTRANDO O VALOR AO OPERADOR.
       0066-GRAVA-RECEITA.
           PERFORM 0043-EMPRESTIMO-JA-COBRADO THRU
                   0043-FIM-EMPRESTIMO-JA-COBRADO
           IF WS-EMP-JA-COBRADO = 'S'
               DISPLAY 'Aluguel ja pago na retirada (cesta).'
                       LINE 18
               GO TO 0066-FIM-GRAVA-RECEITA
           END-IF
           MOVE ZERO TO WS-VALOR-ALUGUEL
           PERFORM VARYING WS-SUB-PRECO FROM 1 BY 1
                   UNTIL WS-SUB-PRECO > 10
           END-IF
           WRITE RECEITA-LINHA
           CLOSE ARQ-RECEITAS
           PERFORM 0086-CREDITA-PONTOS THRU 0086-FIM-CREDITA-PONTOS
           MOVE WS-VALOR-ALUGUEL TO WS-PRECO-ED
           DISPLAY 'Valor do aluguel: ' LINE 18
           DISPLAY WS-PRECO-ED LINE 18 COLUMN 29.
       0078-FIM-CARREGA-PROMOCOES.
           EXIT.

      *===== ONDE O ALUGUEL E COBRADO - NA DEVOLUCAO DO EMPRESTIMO
      *===== AVULSO (0066), NA RENOVACAO (0082) E AO BIPAR O ITEM DA
      *===== CESTA (7975) - A PRIMEIRA PROMOCAO DO GENERO VIGENTE NA
      *===== DATA DO PROCESSAMENTO DESCONTA O PRECO DE TABELA, E A
      *===== PROMOCAO APLICADA FICA ANOTADA NA LINHA DA RECEITA PARA
      *===== O RAZAO CONCILIAR.
       0081-FIM-GRAVA-FALTA.
           EXIT.

      *===== A RENOVACAO COBRA O PRECO DO GENERO (COM A PROMOCAO DO
      *===== DIA) EM LINHA PROPRIA DO JORNAL DE RECEITAS, COM O
      *===== GENERO "RENOVACAO nn" (nn = NUMERO DA RENOVACAO), PARA O
      *===== RAZAO POSTAR SEM COLIDIR COM O ALUGUEL DO MESMO
      *===== EMPRESTIMO, COBRADO NA DEVOLUCAO (AVULSO) OU JA NA
      *===== RETIRADA (CESTA).
       0082-GRAVA-RECEITA-RENOVACAO.
           MOVE ZERO TO WS-VALOR-ALUGUEL
           PERFORM VARYING WS-SUB-PRECO FROM 1 BY 1
                   UNTIL WS-SUB-PRECO > 10
               IF GENERO-FILME = WS-GENERO-VALIDO (WS-SUB-PRECO)
                   MOVE WS-PRECO-GENERO (WS-SUB-PRECO)
                     TO WS-VALOR-ALUGUEL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           PERFORM 0079-APLICA-PROMOCAO THRU
                   0079-FIM-APLICA-PROMOCAO
           MOVE SPACES TO RECEITA-LINHA
           MOVE WS-PROMO-APLICADA TO RCT-PROMOCAO
           MOVE WS-DATA-EMPRESTIMO (1:8) TO RCT-DATA
           MOVE NUMERO-EMPRESTIMO  TO RCT-EMPRESTIMO
           MOVE EMP-CODIGO-FILME   TO RCT-CODIGO-FILME
           MOVE EMP-CODIGO-CLIENTE TO RCT-CODIGO-CLIENTE
           STRING "RENOVACAO " EMP-RENOVACOES
                  DELIMITED BY SIZE INTO RCT-GENERO
           MOVE WS-VALOR-ALUGUEL   TO RCT-VALOR
           OPEN EXTEND ARQ-RECEITAS
           IF WS-STATUS-RECEITAS = "35"
               OPEN OUTPUT ARQ-RECEITAS
               CLOSE ARQ-RECEITAS
               OPEN EXTEND ARQ-RECEITAS
           END-IF
           WRITE RECEITA-LINHA
           CLOSE ARQ-RECEITAS
           PERFORM 0086-CREDITA-PONTOS THRU 0086-FIM-CREDITA-PONTOS
           MOVE WS-VALOR-ALUGUEL TO WS-PRECO-ED
           DISPLAY 'Valor da renovacao: ' LINE 18
           DISPLAY WS-PRECO-ED LINE 18 COLUMN 31.
       0082-FIM-GRAVA-RECEITA-RENOVACAO.
           EXIT.

      *===== LOCALIZA O EMPRESTIMO ABERTO DO FILME PARA O CLIENTE
      *===== INFORMADO (COM VARIAS COPIAS, O MESMO TITULO PODE ESTAR
      *===== FORA COM MAIS DE UM CLIENTE).
       0083-LOCALIZA-EMPRESTIMO-CLIENTE.
           MOVE 'N' TO WS-ACHOU-EMPRESTIMO
           MOVE ZERO TO NUMERO-EMPRESTIMO
           MOVE SPACES TO WS-STATUS-EMPRESTIMOS
           START ARQ-EMPRESTIMOS KEY IS >= NUMERO-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-EMPRESTIMOS
           END-START
           PERFORM UNTIL WS-STATUS-EMPRESTIMOS = "10"
               READ ARQ-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-EMPRESTIMOS
                   NOT AT END
                       IF EMP-CODIGO-FILME = CODIGO-FILME
                          AND EMP-CODIGO-CLIENTE = WS-CLIENTE-ALUGUEL
                          AND EMPRESTIMO-ABERTO
                           MOVE 'S' TO WS-ACHOU-EMPRESTIMO
                           MOVE "10" TO WS-STATUS-EMPRESTIMOS
                       END-IF
               END-READ
           END-PERFORM.
       0083-FIM-LOCALIZA-EMPRESTIMO-CLIENTE.
           EXIT.

      *===== DIZ SE O FILME TEM ALGUMA RESERVA ABERTA NA FILA, SEM
      *===== ANUNCIAR NADA NA TELA.
       0084-VERIFICA-FILA-RESERVA.
           MOVE 'N' TO WS-ACHOU-RESERVA
           MOVE CODIGO-FILME TO RSV-CODIGO-FILME
           MOVE ZERO TO RSV-SEQUENCIA
           MOVE SPACES TO WS-STATUS-RESERVAS
           START ARQ-RESERVAS KEY IS >= RSV-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESERVAS
           END-START
           PERFORM UNTIL WS-STATUS-RESERVAS = "10"
                      OR WS-ACHOU-RESERVA = 'S'
               READ ARQ-RESERVAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESERVAS
                   NOT AT END
                       IF RSV-CODIGO-FILME NOT = CODIGO-FILME
                           MOVE "10" TO WS-STATUS-RESERVAS
                       ELSE
                           IF RESERVA-ABERTA
                               MOVE 'S' TO WS-ACHOU-RESERVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0084-FIM-VERIFICA-FILA-RESERVA.
           EXIT.

      *===== PONTOS DE FIDELIDADE: 1 PONTO POR REAL INTEIRO DA LINHA
      *===== PAGA QUE ACABOU DE SAIR NO JORNAL DE RECEITAS (ALUGUEL
      *===== NA DEVOLUCAO OU RENOVACAO); MULTA NAO PASSA POR AQUI.
       0086-CREDITA-PONTOS.
           MOVE WS-VALOR-ALUGUEL TO WS-PONTOS-GANHOS
           IF WS-PONTOS-GANHOS = ZERO
               GO TO 0086-FIM-CREDITA-PONTOS
           END-IF
           OPEN EXTEND ARQ-PONTOS
           IF WS-STATUS-PONTOS = "35"
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN EXTEND ARQ-PONTOS
           END-IF
           MOVE SPACES TO PONTO-LINHA
           MOVE WS-DATA-EMPRESTIMO (1:8) TO PTS-DATA
           MOVE EMP-CODIGO-CLIENTE TO PTS-CODIGO-CLIENTE
           MOVE 'G'                TO PTS-TIPO
           MOVE WS-PONTOS-GANHOS   TO PTS-QUANTIDADE
           MOVE NUMERO-EMPRESTIMO  TO PTS-EMPRESTIMO
           WRITE PONTO-LINHA
           CLOSE ARQ-PONTOS.
       0086-FIM-CREDITA-PONTOS.
           EXIT.

      *===== SALDO DE PONTOS DO CLIENTE DA OPERACAO: GANHOS MENOS
      *===== RESGATES, EXPIRADOS E ESTORNOS, NA ORDEM DO ARQUIVO.
       0087-SALDO-PONTOS.
           MOVE ZERO TO WS-PONTOS-SALDO
           OPEN INPUT ARQ-PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               GO TO 0087-FIM-SALDO-PONTOS
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PONTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF PTS-CODIGO-CLIENTE = WS-CLIENTE-ALUGUEL
                           IF PTS-TIPO = 'G'
                               ADD PTS-QUANTIDADE TO WS-PONTOS-SALDO
                           ELSE
                               IF PTS-QUANTIDADE > WS-PONTOS-SALDO
                                   MOVE ZERO TO WS-PONTOS-SALDO
                               ELSE
                                   SUBTRACT PTS-QUANTIDADE
                                       FROM WS-PONTOS-SALDO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PONTOS.
       0087-FIM-SALDO-PONTOS.
           EXIT.

      *===== OFERTA DE RESGATE NA CESTA: BLOCOS DE WS-PONTOS-BLOCO
      *===== PONTOS, CADA UM VALENDO WS-VALOR-BLOCO DE DESCONTO, SEM
      *===== PASSAR DO TOTAL DA CESTA, JA COM AS PROMOCOES (NEM DE 99
      *===== BLOCOS NUMA TRANSACAO).
       0088-OFERECE-RESGATE.
           MOVE ZERO TO WS-PONTOS-RESGATE
           MOVE ZERO TO WS-BLOCOS-RESGATE
           MOVE ZERO TO WS-CESTA-DESCONTO
           MOVE WS-CESTA-TOTAL TO WS-CESTA-A-PAGAR
           PERFORM 0087-SALDO-PONTOS THRU 0087-FIM-SALDO-PONTOS
           DISPLAY 'Pontos de fidelidade: ' LINE 10 COLUMN 10
           DISPLAY WS-PONTOS-SALDO LINE 10 COLUMN 33
           DIVIDE WS-PONTOS-SALDO BY WS-PONTOS-BLOCO
               GIVING WS-BLOCOS-DISPONIVEIS
           DIVIDE WS-CESTA-TOTAL BY WS-VALOR-BLOCO
               GIVING WS-BLOCOS-LIMITE
           IF WS-BLOCOS-LIMITE > 99
               MOVE 99 TO WS-BLOCOS-LIMITE
           END-IF
           IF WS-BLOCOS-LIMITE < WS-BLOCOS-DISPONIVEIS
               MOVE WS-BLOCOS-LIMITE TO WS-BLOCOS-DISPONIVEIS
           END-IF
           IF WS-BLOCOS-DISPONIVEIS = ZERO
               GO TO 0088-FIM-OFERECE-RESGATE
           END-IF
           DISPLAY 'Resgatar blocos de 100 pontos (ate ' LINE 11
                   COLUMN 10
           DISPLAY WS-BLOCOS-DISPONIVEIS LINE 11 COLUMN 45
           DISPLAY '): ' LINE 11 COLUMN 49
           ACCEPT WS-BLOCOS-RESGATE LINE 11 COLUMN 52
           IF WS-BLOCOS-RESGATE > WS-BLOCOS-DISPONIVEIS
               DISPLAY 'Pontos insuficientes - sem resgate.' LINE 12
                       COLUMN 10
               MOVE ZERO TO WS-BLOCOS-RESGATE
               GO TO 0088-FIM-OFERECE-RESGATE
           END-IF
           IF WS-BLOCOS-RESGATE = ZERO
               GO TO 0088-FIM-OFERECE-RESGATE
           END-IF
           COMPUTE WS-PONTOS-RESGATE =
                   WS-BLOCOS-RESGATE * WS-PONTOS-BLOCO
           COMPUTE WS-CESTA-DESCONTO =
                   WS-BLOCOS-RESGATE * WS-VALOR-BLOCO
           COMPUTE WS-CESTA-A-PAGAR =
                   WS-CESTA-TOTAL - WS-CESTA-DESCONTO
           MOVE WS-CESTA-DESCONTO TO WS-CESTA-TOTAL-ED
           DISPLAY 'Desconto de pontos: ' LINE 12 COLUMN 10
           DISPLAY WS-CESTA-TOTAL-ED LINE 12 COLUMN 31
           MOVE WS-CESTA-A-PAGAR TO WS-CESTA-TOTAL-ED
           DISPLAY 'Total a pagar: ' LINE 13 COLUMN 10
           DISPLAY WS-CESTA-TOTAL-ED LINE 13 COLUMN 31.
       0088-FIM-OFERECE-RESGATE.
           EXIT.

      *===== RESGATE CONFIRMADO: BAIXA OS PONTOS NO RAZAO DE
      *===== FIDELIDADE (REFERENCIA: PRIMEIRO EMPRESTIMO DA CESTA).
      *===== O DESCONTO EM SI VAI AO JORNAL DE RECEITAS ITEM A ITEM
      *===== PELO 0045, COMO "DESCONTO PONTOS" DE CADA EMPRESTIMO.
       0089-GRAVA-RESGATE.
           OPEN EXTEND ARQ-PONTOS
           IF WS-STATUS-PONTOS = "35"
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN EXTEND ARQ-PONTOS
           END-IF
           MOVE SPACES TO PONTO-LINHA
           MOVE WS-DATA-EMPRESTIMO (1:8) TO PTS-DATA
           MOVE WS-CLIENTE-ALUGUEL  TO PTS-CODIGO-CLIENTE
           MOVE 'R'                 TO PTS-TIPO
           MOVE WS-PONTOS-RESGATE   TO PTS-QUANTIDADE
           MOVE WS-CESTA-EMPRESTIMO TO PTS-EMPRESTIMO
           WRITE PONTO-LINHA
           CLOSE ARQ-PONTOS.
       0089-FIM-GRAVA-RESGATE.
           EXIT.

      *===== SALDO DO CREDITO PRE-PAGO DE WS-CRT-CLIENTE: RECARGAS
      *===== E ENTRADAS MENOS DEBITOS, DEVOLUCOES E SAIDAS, NA ORDEM
      *===== DO ARQUIVO, GUARDANDO OS ULTIMOS 10 MOVIMENTOS PARA A
      *===== TELA DA OPCAO P.
       0041-SALDO-CARTEIRA.
           MOVE ZERO TO WS-CRT-SALDO
           MOVE ZERO TO WS-CRT-LISTADOS
           OPEN INPUT ARQ-CARTEIRA
           IF WS-STATUS-CARTEIRA NOT = "00"
               GO TO 0041-FIM-SALDO-CARTEIRA
           END-IF
           MOVE 'N' TO WS-CRT-EOF
           PERFORM UNTIL WS-CRT-EOF = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-CRT-EOF
                   NOT AT END
                       IF CRT-CODIGO-CLIENTE = WS-CRT-CLIENTE
                           PERFORM 0049-ACUMULA-CARTEIRA THRU
                                   0049-FIM-ACUMULA-CARTEIRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-CARTEIRA.
       0041-FIM-SALDO-CARTEIRA.
           EXIT.

       0049-ACUMULA-CARTEIRA.
           IF CARTEIRA-CREDITO
               ADD CRT-VALOR TO WS-CRT-SALDO
           ELSE
               IF CRT-VALOR > WS-CRT-SALDO
                   MOVE ZERO TO WS-CRT-SALDO
               ELSE
                   SUBTRACT CRT-VALOR FROM WS-CRT-SALDO
               END-IF
           END-IF
           IF WS-CRT-LISTADOS < 10
               ADD 1 TO WS-CRT-LISTADOS
           ELSE
               PERFORM VARYING WS-SUB-CRT FROM 1 BY 1
                       UNTIL WS-SUB-CRT > 9
                   MOVE WS-CRT-ITEM (WS-SUB-CRT + 1)
                     TO WS-CRT-ITEM (WS-SUB-CRT)
               END-PERFORM
           END-IF
           MOVE CRT-DATA       TO WS-CRT-MOV-DATA (WS-CRT-LISTADOS)
           MOVE CRT-TIPO       TO WS-CRT-MOV-TIPO (WS-CRT-LISTADOS)
           MOVE CRT-VALOR      TO WS-CRT-MOV-VALOR (WS-CRT-LISTADOS)
           MOVE CRT-EMPRESTIMO TO WS-CRT-MOV-EMP (WS-CRT-LISTADOS)
           MOVE CRT-OPERADOR   TO WS-CRT-MOV-OPER (WS-CRT-LISTADOS).
       0049-FIM-ACUMULA-CARTEIRA.
           EXIT.

      *===== GRAVA UM MOVIMENTO DO CREDITO: CLIENTE EM
      *===== WS-CRT-CLIENTE, TIPO EM WS-CRT-TIPO, VALOR EM
      *===== WS-CRT-VALOR E EMPRESTIMO (DEBITO A OU M) EM
      *===== WS-CRT-EMPRESTIMO, COM DATA, HORA E OPERADOR.
       0042-GRAVA-CARTEIRA.
           MOVE SPACES TO WS-CRT-DATA-HORA
           CALL "DATAMES" USING WS-CRT-DATA-HORA
           OPEN EXTEND ARQ-CARTEIRA
           IF WS-STATUS-CARTEIRA = "35"
               OPEN OUTPUT ARQ-CARTEIRA
               CLOSE ARQ-CARTEIRA
               OPEN EXTEND ARQ-CARTEIRA
           END-IF
           MOVE SPACES TO CARTEIRA-LINHA
           MOVE WS-CRT-DATA-HORA (1:8) TO CRT-DATA
           MOVE WS-CRT-CLIENTE     TO CRT-CODIGO-CLIENTE
           MOVE WS-CRT-TIPO        TO CRT-TIPO
           MOVE WS-CRT-VALOR       TO CRT-VALOR
           MOVE WS-CRT-EMPRESTIMO  TO CRT-EMPRESTIMO
           MOVE WS-OPERADOR-CODIGO TO CRT-OPERADOR
           MOVE WS-CRT-DATA-HORA (9:6) TO CRT-HORA
           WRITE CARTEIRA-LINHA
           CLOSE ARQ-CARTEIRA.
       0042-FIM-GRAVA-CARTEIRA.
           EXIT.

      *===== EMPRESTIMO DA CESTA JA TEVE O ALUGUEL COBRADO NA
      *===== RETIRADA: A LINHA DE ALUGUEL DELE NO JORNAL DE RECEITAS
      *===== (QUALQUER GENERO QUE NAO SEJA MULTA, RENOVACAO,
      *===== DESCONTO OU ESTORNO) DISPENSA A COBRANCA NA DEVOLUCAO.
       0043-EMPRESTIMO-JA-COBRADO.
           MOVE 'N' TO WS-EMP-JA-COBRADO
           OPEN INPUT ARQ-RECEITAS
           IF WS-STATUS-RECEITAS NOT = "00"
               GO TO 0043-FIM-EMPRESTIMO-JA-COBRADO
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-EMPRESTIMO = NUMERO-EMPRESTIMO
                          AND RCT-GENERO (1:5) NOT = "MULTA"
                          AND RCT-GENERO (1:9) NOT = "RENOVACAO"
                          AND RCT-GENERO NOT = "DESCONTO PONTOS"
                          AND RCT-GENERO (1:7) NOT = "ESTORNO"
                           MOVE 'S' TO WS-EMP-JA-COBRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RECEITAS.
       0043-FIM-EMPRESTIMO-JA-COBRADO.
           EXIT.

      *===== CESTA COM TOTAL A PAGAR COBERTO PELO SALDO DE CREDITO:
      *===== O OPERADOR PODE PAGAR COM ELE. OS ALUGUEIS SAO ENTAO
      *===== COBRADOS NA RETIRADA (0045) E NAO NA DEVOLUCAO.
       0044-OFERECE-CREDITO-CESTA.
           MOVE 'N' TO WS-CRT-PAGA-CREDITO
           IF WS-CESTA-A-PAGAR = ZERO
               GO TO 0044-FIM-OFERECE-CREDITO-CESTA
           END-IF
           MOVE WS-CLIENTE-ALUGUEL TO WS-CRT-CLIENTE
           PERFORM 0041-SALDO-CARTEIRA THRU 0041-FIM-SALDO-CARTEIRA
           IF WS-CRT-SALDO < WS-CESTA-A-PAGAR
               GO TO 0044-FIM-OFERECE-CREDITO-CESTA
           END-IF
           MOVE WS-CRT-SALDO TO WS-CRT-VALOR-ED
           DISPLAY 'Credito pre-pago: ' LINE 14 COLUMN 10
           DISPLAY WS-CRT-VALOR-ED LINE 14 COLUMN 31
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY 'Pagar a cesta com o credito (S/N)? ' LINE 15
                   COLUMN 10
           ACCEPT WS-CONFIRMA LINE 15 COLUMN 46
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'S' TO WS-CRT-PAGA-CREDITO
           END-IF.
       0044-FIM-OFERECE-CREDITO-CESTA.
           EXIT.

      *===== ITEM DA CESTA, COM O FILME E O EMPRESTIMO RECEM-GRAVADO
      *===== NOS REGISTROS: A RECEITA SAI JA NA RETIRADA, PELO PRECO
      *===== E PROMOCAO GUARDADOS NA CESTA (7975). O DESCONTO DE
      *===== PONTOS DA CESTA ABATE OS ITENS NA ORDEM DELES, CADA
      *===== PARTE NUMA LINHA "DESCONTO PONTOS" DO PROPRIO EMPRESTIMO,
      *===== PARA O COBRADO SER O TOTAL A PAGAR; O ITEM PONTUA SOBRE
      *===== O QUE SOBROU DEPOIS DO DESCONTO. NA CESTA PAGA COM O
      *===== CREDITO, O DEBITO 'A' DESSE LIQUIDO BAIXA O CREDITO.
       0045-RECEITA-CESTA.
           MOVE WS-CST-PRECO (WS-SUB-CESTA) TO WS-VALOR-ALUGUEL
           MOVE SPACES TO RECEITA-LINHA
           MOVE WS-CST-PROMO (WS-SUB-CESTA) TO RCT-PROMOCAO
           MOVE WS-DATA-EMPRESTIMO (1:8) TO RCT-DATA
           MOVE NUMERO-EMPRESTIMO  TO RCT-EMPRESTIMO
           MOVE EMP-CODIGO-FILME   TO RCT-CODIGO-FILME
           MOVE EMP-CODIGO-CLIENTE TO RCT-CODIGO-CLIENTE
           MOVE GENERO-FILME       TO RCT-GENERO
           MOVE WS-VALOR-ALUGUEL   TO RCT-VALOR
           OPEN EXTEND ARQ-RECEITAS
           IF WS-STATUS-RECEITAS = "35"
               OPEN OUTPUT ARQ-RECEITAS
               CLOSE ARQ-RECEITAS
               OPEN EXTEND ARQ-RECEITAS
           END-IF
           WRITE RECEITA-LINHA
           IF WS-CRT-DESCONTO-RESTA > WS-VALOR-ALUGUEL
               MOVE ZERO TO WS-CRT-VALOR
               SUBTRACT WS-VALOR-ALUGUEL FROM WS-CRT-DESCONTO-RESTA
           ELSE
               COMPUTE WS-CRT-VALOR =
                       WS-VALOR-ALUGUEL - WS-CRT-DESCONTO-RESTA
               MOVE ZERO TO WS-CRT-DESCONTO-RESTA
           END-IF
           IF WS-CRT-VALOR < WS-VALOR-ALUGUEL
               MOVE SPACES TO RECEITA-LINHA
               MOVE WS-DATA-EMPRESTIMO (1:8) TO RCT-DATA
               MOVE NUMERO-EMPRESTIMO  TO RCT-EMPRESTIMO
               MOVE EMP-CODIGO-FILME   TO RCT-CODIGO-FILME
               MOVE EMP-CODIGO-CLIENTE TO RCT-CODIGO-CLIENTE
               MOVE "DESCONTO PONTOS"  TO RCT-GENERO
               COMPUTE RCT-VALOR = WS-VALOR-ALUGUEL - WS-CRT-VALOR
               STRING "RESGATE " WS-PONTOS-RESGATE " PTS"
                      DELIMITED BY SIZE INTO RCT-PROMOCAO
               WRITE RECEITA-LINHA
           END-IF
           CLOSE ARQ-RECEITAS
           MOVE WS-CRT-VALOR TO WS-VALOR-ALUGUEL
           PERFORM 0086-CREDITA-PONTOS THRU 0086-FIM-CREDITA-PONTOS
           IF WS-CRT-PAGA-CREDITO NOT = 'S'
               GO TO 0045-FIM-RECEITA-CESTA
           END-IF
           MOVE WS-CLIENTE-ALUGUEL TO WS-CRT-CLIENTE
           MOVE 'A'                TO WS-CRT-TIPO
           MOVE NUMERO-EMPRESTIMO  TO WS-CRT-EMPRESTIMO
           PERFORM 0042-GRAVA-CARTEIRA THRU 0042-FIM-GRAVA-CARTEIRA
           ADD WS-CRT-VALOR TO WS-CRT-DEBITADO.
       0045-FIM-RECEITA-CESTA.
           EXIT.

      *===== RECEBIMENTO DE MULTA COM O CREDITO: SO QUANDO O SALDO
      *===== COBRE O VALOR E O VALOR NAO PASSA DO SALDO DA MULTA.
       0046-OFERECE-CREDITO-MULTA.
           MOVE 'N' TO WS-CRT-PAGA-CREDITO
           IF WS-VALOR-RECEBIDO >
              MUL-VALOR-ORIGINAL - MUL-VALOR-PAGO
               GO TO 0046-FIM-OFERECE-CREDITO-MULTA
           END-IF
           MOVE WS-MULTA-CLIENTE TO WS-CRT-CLIENTE
           PERFORM 0041-SALDO-CARTEIRA THRU 0041-FIM-SALDO-CARTEIRA
           IF WS-CRT-SALDO < WS-VALOR-RECEBIDO
               GO TO 0046-FIM-OFERECE-CREDITO-MULTA
           END-IF
           MOVE WS-CRT-SALDO TO WS-CRT-VALOR-ED
           DISPLAY 'Pagar com o credito pre-pago (saldo ' LINE 21
                   COLUMN 10
           DISPLAY WS-CRT-VALOR-ED LINE 21 COLUMN 46
           DISPLAY ') S/N? ' LINE 21 COLUMN 54
           MOVE SPACE TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA LINE 21 COLUMN 61
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'S' TO WS-CRT-PAGA-CREDITO
           END-IF.
       0046-FIM-OFERECE-CREDITO-MULTA.
           EXIT.

      *===== RECARGA DO CREDITO EM DINHEIRO NO BALCAO (ENTRA NO
      *===== FECHAMENTO DE CAIXA COMO DINHEIRO RECEBIDO).
       0047-RECARGA-CARTEIRA.
           MOVE ZERO TO WS-CRT-VALOR
           DISPLAY 'Valor da recarga: ' LINE 20 COLUMN 10
           ACCEPT WS-CRT-VALOR LINE 20 COLUMN 29
           IF WS-CRT-VALOR = ZERO
               DISPLAY 'Recarga cancelada.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0047-FIM-RECARGA-CARTEIRA
           END-IF
           IF WS-CRT-SALDO + WS-CRT-VALOR > 99999.99
               DISPLAY 'Saldo passaria de 99999.99 - recusada.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0047-FIM-RECARGA-CARTEIRA
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY 'Confirmar a recarga em dinheiro (S/N)? ' LINE 21
                   COLUMN 10
           ACCEPT WS-CONFIRMA LINE 21 COLUMN 50
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY 'Recarga cancelada.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0047-FIM-RECARGA-CARTEIRA
           END-IF
           MOVE 'R'  TO WS-CRT-TIPO
           MOVE ZERO TO WS-CRT-EMPRESTIMO
           PERFORM 0042-GRAVA-CARTEIRA THRU 0042-FIM-GRAVA-CARTEIRA
           ADD WS-CRT-VALOR TO WS-CRT-SALDO
           MOVE WS-CRT-SALDO TO WS-CRT-VALOR-ED
           DISPLAY 'Recarga gravada. Saldo: ' LINE 22
           DISPLAY WS-CRT-VALOR-ED LINE 22 COLUMN 35
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.
       0047-FIM-RECARGA-CARTEIRA.
           EXIT.

      *===== DEVOLUCAO DO CREDITO EM DINHEIRO AO CLIENTE (SO
      *===== GERENTE), ATE O SALDO; SAI DO CAIXA NO FECHAMENTO.
       0048-DEVOLVE-CARTEIRA.
           IF WS-OPERADOR-PERFIL NOT = 'G'
               DISPLAY 'Funcao restrita ao gerente.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0048-FIM-DEVOLVE-CARTEIRA
           END-IF
           IF WS-CRT-SALDO = ZERO
               DISPLAY 'Cliente sem saldo de credito.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0048-FIM-DEVOLVE-CARTEIRA
           END-IF
           MOVE ZERO TO WS-CRT-VALOR
           DISPLAY 'Valor a devolver: ' LINE 20 COLUMN 10
           ACCEPT WS-CRT-VALOR LINE 20 COLUMN 29
           IF WS-CRT-VALOR = ZERO
               DISPLAY 'Devolucao cancelada.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0048-FIM-DEVOLVE-CARTEIRA
           END-IF
           IF WS-CRT-VALOR > WS-CRT-SALDO
               DISPLAY 'Valor acima do saldo de credito.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0048-FIM-DEVOLVE-CARTEIRA
           END-IF
           MOVE SPACE TO WS-CONFIRMA
           DISPLAY 'Confirmar a devolucao em dinheiro (S/N)? ' LINE 21
                   COLUMN 10
           ACCEPT WS-CONFIRMA LINE 21 COLUMN 52
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY 'Devolucao cancelada.' LINE 22
               PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA
               GO TO 0048-FIM-DEVOLVE-CARTEIRA
           END-IF
           MOVE 'D'  TO WS-CRT-TIPO
           MOVE ZERO TO WS-CRT-EMPRESTIMO
           PERFORM 0042-GRAVA-CARTEIRA THRU 0042-FIM-GRAVA-CARTEIRA
           SUBTRACT WS-CRT-VALOR FROM WS-CRT-SALDO
           MOVE WS-CRT-SALDO TO WS-CRT-VALOR-ED
           DISPLAY 'Devolucao gravada. Saldo: ' LINE 22
           DISPLAY WS-CRT-VALOR-ED LINE 22 COLUMN 37
           PERFORM 0010-PAUSA THRU 0010-FIM-PAUSA.
       0048-FIM-DEVOLVE-CARTEIRA.
           EXIT.

      *===== CLASSIFICACAO INDICATIVA: COM O FILME EM FILME-REGISTRO E
      *===== O CLIENTE EM WS-CLIENTE-ALUGUEL, CALCULA A IDADE DO
      *===== CLIENTE NA DATA DO ALUGUEL (HOJE) E RECUSA O TITULO ACIMA
      *===== DELA. CLIENTE SEM NASCIMENTO NO CADASTRO TAMBEM E
      *===== RECUSADO PARA TITULO RESTRITO. A LIBERACAO E DO GERENTE,
      *===== COMO NO 0056, E FICA NA AUDITORIA COMO "LIBERA IDADE"
      *===== (CLIENTE, IDADE E GERENTE NA COLUNA DO NOME ANTIGO).
       0091-VERIFICA-IDADE.
           MOVE 'S' TO WS-IDADE-OK
           IF FILME-LIVRE
               GO TO 0091-FIM-VERIFICA-IDADE
           END-IF
           MOVE WS-CLIENTE-ALUGUEL TO CODIGO-CLIENTE
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE ZERO TO NASCIMENTO-CLIENTE
           END-READ
           MOVE SPACES TO WS-DATA-ANO
           CALL "DATAMES" USING WS-DATA-ANO
           MOVE WS-DATA-ANO (1:8) TO WS-DATA-IDADE
           MOVE ZERO TO WS-IDADE-CLIENTE
           IF NASCIMENTO-CLIENTE = ZERO
               DISPLAY 'Cliente sem data de nascimento no cadastro.'
                       LINE 21
           ELSE
               COMPUTE WS-IDADE-CLIENTE =
                   (WS-DATA-IDADE - NASCIMENTO-CLIENTE) / 10000
               IF WS-IDADE-CLIENTE NOT < IDADE-MINIMA-FILME
                   GO TO 0091-FIM-VERIFICA-IDADE
               END-IF
               DISPLAY 'Filme para maiores de ' LINE 21
               DISPLAY CLASSIFICACAO-FILME LINE 21 COLUMN 23
               DISPLAY ' anos; cliente com ' LINE 21 COLUMN 25
               DISPLAY WS-IDADE-CLIENTE LINE 21 COLUMN 44
               DISPLAY ' anos.' LINE 21 COLUMN 47
           END-IF
           PERFORM 0093-LIBERACAO-GERENTE THRU
                   0093-FIM-LIBERACAO-GERENTE
           IF WS-LIBERA-GERENTE NOT = 'S'
               MOVE 'N' TO WS-IDADE-OK
               GO TO 0091-FIM-VERIFICA-IDADE
           END-IF
           MOVE NOME-FILME      TO AA-NOME
           MOVE GENERO-FILME    TO AA-GENERO
           MOVE ANO-FILME       TO AA-ANO
           MOVE DIRETOR-FILME   TO AA-DIRETOR
           MOVE DURACAO-MINUTOS TO AA-DURACAO
           MOVE SPACES TO AA-NOME
           STRING 'CLI ' WS-CLIENTE-ALUGUEL
                  ' IDADE ' WS-IDADE-CLIENTE
                  ' GER ' WS-GERENTE-LIBERACAO
                  DELIMITED BY SIZE INTO AA-NOME
           MOVE 'LIBERA IDADE' TO AUD-ACAO
           PERFORM 0050-GRAVA-AUDITORIA THRU 0050-FIM-GRAVA-AUDITORIA
           MOVE NOME-FILME      TO AA-NOME.
       0091-FIM-VERIFICA-IDADE.
           EXIT.

      *===== DATA DE NASCIMENTO AAAAMMDD: ANO A PARTIR DE 1900, MES E
      *===== DIA NA FAIXA E NUNCA DEPOIS DE HOJE.
       0092-VALIDA-NASCIMENTO.
           MOVE 'N' TO WS-NASCIMENTO-OK
           MOVE NASCIMENTO-CLIENTE TO WS-NASCIMENTO-DATA
           MOVE SPACES TO WS-DATA-ANO
           CALL "DATAMES" USING WS-DATA-ANO
           MOVE WS-DATA-ANO (1:8) TO WS-DATA-IDADE
           IF WS-NASC-ANO < 1900
              OR WS-NASC-MES < 1 OR WS-NASC-MES > 12
              OR WS-NASC-DIA < 1 OR WS-NASC-DIA > 31
              OR NASCIMENTO-CLIENTE > WS-DATA-IDADE
               GO TO 0092-FIM-VALIDA-NASCIMENTO
           END-IF
           MOVE 'S' TO WS-NASCIMENTO-OK.
       0092-FIM-VALIDA-NASCIMENTO.
           EXIT.

      *===== LIBERACAO DO GERENTE NO BALCAO: SESSAO COM PERFIL 'G'
      *===== RESPONDE NA HORA; SESSAO DE BALCAO EXIGE O GERENTE DIGITAR
      *===== CODIGO E SENHA (OPERLOGIN). DEVOLVE WS-LIBERA-GERENTE
      *===== 'S'/'N' E O CODIGO DE QUEM LIBEROU EM WS-GERENTE-LIBERACAO.
       0093-LIBERACAO-GERENTE.
           MOVE 'N' TO WS-LIBERA-GERENTE
           MOVE ZERO TO WS-GERENTE-LIBERACAO
           IF WS-OPERADOR-PERFIL = 'G'
               DISPLAY 'Liberacao do gerente (S/N)? ' LINE 22
               ACCEPT WS-LIBERA-GERENTE LINE 22 COLUMN 40
               IF WS-LIBERA-GERENTE = 's'
                   MOVE 'S' TO WS-LIBERA-GERENTE
               END-IF
               IF WS-LIBERA-GERENTE = 'S'
                   MOVE WS-OPERADOR-CODIGO TO WS-GERENTE-LIBERACAO
               END-IF
               GO TO 0093-FIM-LIBERACAO-GERENTE
           END-IF
           MOVE ZERO TO OPR-CODIGO
           DISPLAY 'Liberacao exige o gerente.' LINE 22
           DISPLAY 'Codigo do gerente (0 recusa): ' LINE 23
           ACCEPT OPR-CODIGO LINE 23 COLUMN 42
           IF OPR-CODIGO = ZERO
               GO TO 0093-FIM-LIBERACAO-GERENTE
           END-IF
           MOVE SPACES TO OPR-SENHA
           DISPLAY 'Senha do gerente: ' LINE 23
           ACCEPT OPR-SENHA LINE 23 COLUMN 30
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   MOVE '1' TO OPR-RETORNO
           END-CALL
           IF OPR-RETORNO NOT = '0' OR NOT OPR-GERENTE
               DISPLAY 'Credencial de gerente invalida.' LINE 23
               GO TO 0093-FIM-LIBERACAO-GERENTE
           END-IF
           MOVE 'S' TO WS-LIBERA-GERENTE
           MOVE OPR-CODIGO TO WS-GERENTE-LIBERACAO.
       0093-FIM-LIBERACAO-GERENTE.
           EXIT.

      *===== CLASSIFICACAO DIGITADA EM BRANCO OU 'l' VIRA LIVRE ('L ').
       0094-NORMALIZA-CLASSIFICACAO.
           IF CLASSIFICACAO-FILME = SPACES
              OR CLASSIFICACAO-FILME = 'l '
               MOVE 'L ' TO CLASSIFICACAO-FILME
           END-IF
           IF CLASSIFICACAO-FILME (2:1) = SPACE
              AND CLASSIFICACAO-FILME NOT = 'L '
               MOVE '??' TO CLASSIFICACAO-FILME
           END-IF.
       0094-FIM-NORMALIZA-CLASSIFICACAO.
           EXIT.

      *===== SOMA NO JORNAL DE RECEITAS O ALUGUEL E AS RENOVACOES
      *===== PAGOS PELO EMPRESTIMO WS-EST-EMPRESTIMO E O QUE JA FOI
      *===== ESTORNADO DELE (WS-EST-SEQ = LINHAS DE ESTORNO JA
      *===== GRAVADAS). MULTA NAO ENTRA; O DESCONTO DE PONTOS DO
      *===== EMPRESTIMO ABATE O COBRADO (O CLIENTE NAO PAGOU ESSA
      *===== PARTE, ENTAO NAO HA O QUE ESTORNAR DELA).
       0096-SOMA-RECEITA-EMPRESTIMO.
           MOVE ZERO TO WS-EST-COBRADO WS-EST-JA-ESTORNADO WS-EST-SEQ
                        WS-EST-FILME WS-EST-CLIENTE WS-EST-DESCONTO
           OPEN INPUT ARQ-RECEITAS
           IF WS-STATUS-RECEITAS NOT = "00"
               GO TO 0096-FIM-SOMA-RECEITA-EMPRESTIMO
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-EMPRESTIMO = WS-EST-EMPRESTIMO
                           EVALUATE TRUE
                               WHEN RCT-GENERO (1:7) = "ESTORNO"
                                   ADD RCT-VALOR TO WS-EST-JA-ESTORNADO
                                   ADD 1 TO WS-EST-SEQ
                               WHEN RCT-GENERO (1:5) = "MULTA"
                                   CONTINUE
                               WHEN RCT-GENERO = "DESCONTO PONTOS"
                                   ADD RCT-VALOR TO WS-EST-DESCONTO
                               WHEN OTHER
                                   ADD RCT-VALOR TO WS-EST-COBRADO
                                   MOVE RCT-CODIGO-FILME
                                     TO WS-EST-FILME
                                   MOVE RCT-CODIGO-CLIENTE
                                     TO WS-EST-CLIENTE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-RECEITAS
           IF WS-EST-DESCONTO > WS-EST-COBRADO
               MOVE ZERO TO WS-EST-COBRADO
           ELSE
               SUBTRACT WS-EST-DESCONTO FROM WS-EST-COBRADO
           END-IF.
       0096-FIM-SOMA-RECEITA-EMPRESTIMO.
           EXIT.

      *===== GRAVA A LINHA "ESTORNO n" NO JORNAL DE RECEITAS (VALOR
      *===== POSITIVO, LIDO COMO SAIDA PELOS RELATORIOS) E A RETIRADA
      *===== DOS PONTOS QUE O VALOR ESTORNADO TINHA RENDIDO.
       0097-GRAVA-ESTORNO.
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           ADD 1 TO WS-EST-SEQ
           MOVE SPACES TO RECEITA-LINHA
           MOVE WS-DATA-EMPRESTIMO (1:8) TO RCT-DATA
           MOVE WS-EST-EMPRESTIMO  TO RCT-EMPRESTIMO
           MOVE WS-EST-FILME       TO RCT-CODIGO-FILME
           MOVE WS-EST-CLIENTE     TO RCT-CODIGO-CLIENTE
           STRING "ESTORNO " WS-EST-SEQ
                  DELIMITED BY SIZE INTO RCT-GENERO
           MOVE WS-EST-VALOR       TO RCT-VALOR
           MOVE WS-EST-MOTIVO      TO RCT-PROMOCAO
           OPEN EXTEND ARQ-RECEITAS
           IF WS-STATUS-RECEITAS = "35"
               OPEN OUTPUT ARQ-RECEITAS
               CLOSE ARQ-RECEITAS
               OPEN EXTEND ARQ-RECEITAS
           END-IF
           WRITE RECEITA-LINHA
           CLOSE ARQ-RECEITAS
           MOVE WS-EST-VALOR TO WS-PONTOS-GANHOS
           IF WS-PONTOS-GANHOS = ZERO
               GO TO 0097-FIM-GRAVA-ESTORNO
           END-IF
           OPEN EXTEND ARQ-PONTOS
           IF WS-STATUS-PONTOS = "35"
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN EXTEND ARQ-PONTOS
           END-IF
           MOVE SPACES TO PONTO-LINHA
           MOVE WS-DATA-EMPRESTIMO (1:8) TO PTS-DATA
           MOVE WS-EST-CLIENTE     TO PTS-CODIGO-CLIENTE
           MOVE 'X'                TO PTS-TIPO
           MOVE WS-PONTOS-GANHOS   TO PTS-QUANTIDADE
           MOVE WS-EST-EMPRESTIMO  TO PTS-EMPRESTIMO
           WRITE PONTO-LINHA
           CLOSE ARQ-PONTOS.
       0097-FIM-GRAVA-ESTORNO.
           EXIT.

      *===== GRAVA UM AVISO PENDENTE NA CAIXA DE SAIDA, COM TIPO,
      *===== REFERENCIA, CLIENTE, TELEFONE, DATA DO FATO E TEXTO JA
      *===== PREENCHIDOS. O MESMO FATO NAO GERA SEGUNDO AVISO (CHAVE
      *===== REPETIDA E IGNORADA).
       0098-GRAVA-AVISO.
           MOVE SPACES TO WS-DATA-EMPRESTIMO
           CALL "DATAMES" USING WS-DATA-EMPRESTIMO
           MOVE WS-DATA-EMPRESTIMO (1:8) TO AVI-DATA-GERACAO
           MOVE ZERO TO AVI-DATA-CONTATO
           MOVE ZERO TO AVI-OPERADOR
           SET AVISO-PENDENTE TO TRUE
           WRITE AVISO-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
       0098-FIM-GRAVA-AVISO.
           EXIT.

       0068-GRAVA-PRECOS.
           OPEN OUTPUT ARQ-PRECOS
           PERFORM VARYING WS-SUB-PRECO FROM 1 BY 1
               DISPLAY CODIGO-CLIENTE LINE 20 COLUMN 10
               DISPLAY NOME-CLIENTE LINE 20 COLUMN 16
               DISPLAY TELEFONE-CLIENTE LINE 20 COLUMN 48
               SET AVISO-RESERVA TO TRUE
               MOVE RSV-CHAVE TO AVI-REFERENCIA
               MOVE RSV-CODIGO-CLIENTE TO AVI-CODIGO-CLIENTE
               MOVE TELEFONE-CLIENTE TO AVI-TELEFONE
               MOVE EMP-DATA-DEVOLUCAO TO AVI-DATA-EVENTO
               MOVE SPACES TO AVI-TEXTO
               STRING 'RESERVA DISPONIVEL: ' NOME-FILME
                      DELIMITED BY SIZE INTO AVI-TEXTO
               PERFORM 0098-GRAVA-AVISO THRU 0098-FIM-GRAVA-AVISO
           END-IF.
       0062-FIM-ANUNCIA-RESERVA.
           EXIT.
