      *=======          (DECIMOTERCEIRO) POSTA COM A CHAVE "AUT 13O",
      *=======          PARA NAO COLIDIR COM O SALARIO DO MESMO
      *=======          FUNCIONARIO NA MESMA COMPETENCIA.
      *=======     MOD: 15/10/2026 - CE - RECEITA COM GENERO
      *=======          "RENOVACAO nn" (RENOVACAO NO BALCAO, FILMES)
      *=======          POSTA NA CONTA 31001 COM A CHAVE "AUT ALUGUEL
      *=======          RN emp nn", PARA NAO COLIDIR COM O ALUGUEL DO
      *=======          MESMO EMPRESTIMO.
      *=======     MOD: 15/10/2026 - CE - RECEITA COM GENERO "DESCONTO
      *=======          PONTOS" (RESGATE DE FIDELIDADE NA CESTA) POSTA
      *=======          A DEBITO NA CONTA 31001 COM A CHAVE "AUT
      *=======          DESCONTO data emp".
      *=======     MOD: 15/10/2026 - CE - ESTORNO DE ALUGUEL ("ESTORNO
      *=======          n" NO JORNAL DE RECEITAS) POSTADO A DEBITO NA
      *=======          31001 COMO "AUT ESTORNO".
      *=======     MOD: 15/10/2026 - CE - POSTA AS RECUPERACOES DE
      *=======          SINISTRO DE FRETE (sinistros_recuperacoes.txt,
      *=======          GRAVADO PELO SINISTRO) A CREDITO NA CONTA 31008
      *=======          DO CENTRO FRT, COM A CHAVE "AUT SINISTRO numero
      *=======          ordem".
      *=======     MOD: 15/10/2026 - CE - POSTA AS DEVOLUCOES DE
      *=======          EMBARQUE (devolucoes_fretes.txt, GRAVADO PELO
      *=======          FRETEDEVOL): ESTORNO DO FRETE A DEBITO NA 31003
      *=======          DO CENTRO FRT COM A CHAVE "AUT DEVOLUCAO numero"
      *=======          E O FRETE DE RETORNO COBRADO A CREDITO COM "AUT
      *=======          RETORNO numero".
      *=======     MOD: 15/10/2026 - CE - POSTA A REAVALIACAO DO CAIXA
      *=======          DE MOEDAS (caixa_moedas_reavaliacao.txt, GRAVADO
      *=======          PELO CAMBIOREAVAL) NO CENTRO CAM: RESULTADO
      *=======          REALIZADO DAS CONVERSOES NA CONTA 31005 ("AUT
      *=======          CAMBIO REALIZ data moeda") E REAVALIACAO NAO
      *=======          REALIZADA NA 31006 ("AUT CAMBIO REAVAL data
      *=======          moeda"), PERDA A DEBITO.
      *=======     MOD: 15/10/2026 - CE - POSTA O CUSTO DA EMPRESA COM
      *=======          VALE-TRANSPORTE E VALE-REFEICAO
      *=======          (beneficios_custo.txt, GRAVADO PELO VALESMES) NA
      *=======          CONTA 41004, NO CENTRO DE CUSTO DE CADA LINHA
      *=======          ("AUT BENEF mes vale centro"), A DEBITO.
      *=======     MOD: 15/10/2026 - CE - LIQUIDOS DE RESCISAO (ORIGEM
      *=======          "RES") POSTAM COM A CHAVE "AUT RESCISAO" NA
      *=======          CONTA DA FOLHA.
      *=======     MOD: 15/10/2026 - CE - guias_recolhimento.txt GANHOU
      *=======          O VENCIMENTO DA GUIA NO FIM DA LINHA (GRAVADO
      *=======          PELO GUIASFOLHA); SO O LAYOUT FOI ESTENDIDO.
      *=======     MOD: 15/10/2026 - CE - POSTA O CREDITO PRE-PAGO DOS
      *=======          CLIENTES (carteira_movimentos.txt, GRAVADO PELO
      *=======          FILMES) NA CONTA 21001 DO CENTRO BAL COM A CHAVE
      *=======          "AUT CARTEIRA data seq tipo": RECARGA A CREDITO;
      *=======          ALUGUEL, MULTA E DEVOLUCAO A DEBITO.
      *=======     MOD: 15/10/2026 - CE - RECUPERACAO DE SINISTRO DE
      *=======          FRETE SAI DA 31004 (QUITACAO DE FATURAS,
      *=======          FATURABAIXA) PARA A 31008 E O CUSTO DE VALES SAI
      *=======          DA 41003 (COMPRA DE COPIAS, PEDIDOCOMPRA) PARA
      *=======          A 41004, CADA ORIGEM NA SUA CONTA.
      *=======     MOD: 15/10/2026 - CE - A PROTECAO CONTRA POSTAGEM
      *=======          DOBRADA NAO DEPENDE MAIS DE TODO O HISTORICO
      *=======          CABER NA TABELA: MOVIMENTO DATADO EM ANO JA
      *=======          FECHADO (OS 12 MESES EM periodos_fechados.txt,
      *=======          JORNAL ARQUIVADO PELO ANOFECHA) E PULADO, A
      *=======          TABELA DO JORNAL PASSA A 10000 LINHAS E, SE
      *=======          ENCHER, A RODADA PARA COM RETURN-CODE 8 EM VEZ
      *=======          DE DEIXAR DE CONFERIR.
      *==============================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GUIAS.

           SELECT ARQ-RECUPERACOES
               ASSIGN TO "sinistros_recuperacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECUPERACOES.

           SELECT ARQ-DEVOLUCOES ASSIGN TO "devolucoes_fretes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEVOLUCOES.

           SELECT ARQ-REAVALIACAO
               ASSIGN TO "caixa_moedas_reavaliacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REAVALIACAO.

           SELECT ARQ-CUSTOS-VALES ASSIGN TO "beneficios_custo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CUSTOS-VALES.

           SELECT ARQ-CARTEIRA ASSIGN TO "carteira_movimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARTEIRA.

           SELECT ARQ-PERIODOS ASSIGN TO "periodos_fechados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
           05 GUI-TRIBUTO          PIC X(12).
           05 FILLER               PIC X.
           05 GUI-VALOR            PIC 9(09)V99.
           05 FILLER               PIC X.
           05 GUI-VENCIMENTO       PIC 9(08).

       FD  ARQ-RECUPERACOES.
       01  RECUPERACAO-LINHA.
           05 REC-DATA             PIC 9(08).
           05 FILLER               PIC X.
           05 REC-NUMERO           PIC 9(06).
           05 FILLER               PIC X.
           05 REC-SEQUENCIA        PIC 9(02).
           05 FILLER               PIC X.
           05 REC-CONTRA           PIC X(01).
           05 FILLER               PIC X.
           05 REC-TRANSP           PIC 9(02).
           05 FILLER               PIC X.
           05 REC-VALOR            PIC 9(07)V99.

       FD  ARQ-DEVOLUCOES.
           COPY "#devoldat".

       FD  ARQ-REAVALIACAO.
           COPY "#reavaldat".

       FD  ARQ-CUSTOS-VALES.
       01  CUSTO-VALE-LINHA.
           05 CUS-MES              PIC 9(06).
           05 FILLER               PIC X.
           05 CUS-TIPO             PIC X(02).
           05 FILLER               PIC X.
           05 CUS-CENTRO           PIC X(03).
           05 FILLER               PIC X.
           05 CUS-VALOR            PIC 9(09)V99.

       FD  ARQ-CARTEIRA.
           COPY "#carteiradat".

       FD  ARQ-PERIODOS.
       01  PERIODO-LINHA.
               10 WS-DEP-CODIGO PIC X(10).
               10 WS-DEP-CENTRO PIC X(3).
       77 WS-STATUS-GUIAS       PIC XX VALUE SPACES.
       77 WS-STATUS-CUSTOS-VALES PIC XX VALUE SPACES.
       77 WS-STATUS-RECUPERACOES PIC XX VALUE SPACES.
       77 WS-STATUS-DEVOLUCOES  PIC XX VALUE SPACES.
       77 WS-STATUS-REAVALIACAO PIC XX VALUE SPACES.
       77 WS-STATUS-PERIODOS    PIC XX VALUE SPACES.
       77 WS-STATUS-CARTEIRA    PIC XX VALUE SPACES.
       01 WS-SEQ-CARTEIRA       PIC 9(5) VALUE ZERO.
       01 WS-DATA-CRT-ANTERIOR  PIC X(8) VALUE SPACES.
       01 WS-MES-FECHADO        PIC X VALUE 'N'.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-SALDO       PIC XX VALUE SPACES.
       01 WS-CONTA              PIC X(5) VALUE SPACES.
       01 WS-SEQ-MANIFESTO      PIC 9(5) VALUE ZERO.
       01 WS-DATA-SEQ-ANTERIOR  PIC X(8) VALUE SPACES.
       01 WS-SUB-DESC           PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DESCS        PIC 9(5) VALUE ZERO.
       01 WS-JA-POSTADO         PIC X VALUE 'N'.
       01 WS-ANO-ORIGEM         PIC X(4) VALUE SPACES.
       01 WS-ANO-JA-FECHADO     PIC X VALUE 'N'.
       01 WS-TOTAL-ANO-FECHADO  PIC 9(5) VALUE ZERO.
       01 WS-SUB-ANO            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ANOS         PIC 9(3) VALUE ZERO.
       01 WS-ANO-ACHADO         PIC 9(3) VALUE ZERO.
       01 WS-MES-PERIODO        PIC 99 VALUE ZERO.
       01 WS-CAMPO-EDITADO.
           05 WS-CED-INTEIRO    PIC X(7).
           05 FILLER            PIC X.
           05 WS-CED-DEC-9      PIC 9(2).
       01 WS-VALOR-CONVERTIDO   PIC 9(7)V99 VALUE ZERO.

      *===== DESCRICOES JA PRESENTES NO JORNAL (ATE 10000), USADAS
      *===== COMO CHAVE DE IDEMPOTENCIA DA REEXECUCAO. O JORNAL SO
      *===== GUARDA O EXERCICIO ABERTO (O ANOFECHA ARQUIVA O ANO
      *===== FECHADO); SE NEM ELE COUBER, A RODADA PARA EM VEZ DE
      *===== POSTAR DE NOVO O QUE FICOU FORA DA TABELA.
       01  WS-TABELA-DESCRICOES.
           05 WS-DESC-JA        PIC X(30) OCCURS 10000 TIMES.

      *===== ANOS COM OS 12 MESES EM periodos_fechados.txt (ATE 100):
      *===== O EXERCICIO JA FOI ARQUIVADO PELO ANOFECHA E O QUE E
      *===== DATADO NELE NAO ESTA MAIS NO JORNAL PARA SER CONFERIDO.
       01  WS-TABELA-ANOS.
           05 WS-ANF-ITEM OCCURS 100 TIMES.
               10 WS-ANF-ANO    PIC X(4).
               10 WS-ANF-MESES  PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 4000-POSTA-FOLHA
           PERFORM 4500-POSTA-CAIXA
           PERFORM 4600-POSTA-GUIAS
           PERFORM 4650-POSTA-BENEFICIOS
           PERFORM 4700-POSTA-SINISTROS
           PERFORM 4800-POSTA-DEVOLUCOES
           PERFORM 4900-POSTA-CAMBIO
           PERFORM 4950-POSTA-CARTEIRA
           PERFORM 5000-GRAVA-SALDO
           PERFORM 6000-RELATORIO
           STOP RUN.

      *===== A COMPETENCIA CORRENTE NAO PODE ESTAR NA LISTA DE
      *===== MESES FECHADOS PELO ANOFECHA. NA MESMA LEITURA, CADA
      *===== MES FECHADO E MARCADO NO SEU ANO (0510).
       0500-TESTA-PERIODO.
           MOVE 'N' TO WS-MES-FECHADO
           MOVE ZERO TO WS-TOTAL-ANOS
           OPEN INPUT ARQ-PERIODOS
           IF WS-STATUS-PERIODOS NOT = "00"
               EXIT PARAGRAPH
                       IF PER-COMPETENCIA = WS-DATA-HOJE (1:6)
                           MOVE 'S' TO WS-MES-FECHADO
                       END-IF
                       IF PER-COMPETENCIA IS NUMERIC
                           PERFORM 0510-MARCA-MES-FECHADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PERIODOS.

       0510-MARCA-MES-FECHADO.
           MOVE PER-COMPETENCIA (5:2) TO WS-MES-PERIODO
           IF WS-MES-PERIODO < 1 OR WS-MES-PERIODO > 12
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ANO-ACHADO
           PERFORM VARYING WS-SUB-ANO FROM 1 BY 1
                   UNTIL WS-SUB-ANO > WS-TOTAL-ANOS
               IF WS-ANF-ANO (WS-SUB-ANO) = PER-COMPETENCIA (1:4)
                   MOVE WS-SUB-ANO TO WS-ANO-ACHADO
               END-IF
           END-PERFORM
           IF WS-ANO-ACHADO = ZERO
               IF WS-TOTAL-ANOS = 100
                   DISPLAY "ERRO: periodos_fechados.txt COM MAIS DE "
                           "100 ANOS - NADA POSTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-ANOS
               MOVE WS-TOTAL-ANOS TO WS-ANO-ACHADO
               MOVE PER-COMPETENCIA (1:4)
                 TO WS-ANF-ANO (WS-ANO-ACHADO)
               MOVE ALL 'N' TO WS-ANF-MESES (WS-ANO-ACHADO)
           END-IF
           MOVE 'S' TO WS-ANF-MESES (WS-ANO-ACHADO)
                                    (WS-MES-PERIODO:1).

      *===== MOVIMENTO DATADO EM ANO JA FECHADO (OS 12 MESES EM
      *===== periodos_fechados.txt) FOI POSTADO ANTES DO FECHAMENTO
      *===== E SAIU DO JORNAL COM O ARQUIVAMENTO DO ANO.
       0600-TESTA-ANO-FECHADO.
           MOVE 'N' TO WS-ANO-JA-FECHADO
           IF WS-ANO-ORIGEM = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-ANO FROM 1 BY 1
                   UNTIL WS-SUB-ANO > WS-TOTAL-ANOS
               IF WS-ANF-ANO (WS-SUB-ANO) = WS-ANO-ORIGEM
                  AND WS-ANF-MESES (WS-SUB-ANO) = ALL 'S'
                   MOVE 'S' TO WS-ANO-JA-FECHADO
               END-IF
           END-PERFORM.

       1000-CARREGA-JORNAL.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = "00"
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-DESCS = 10000
                           DISPLAY "ERRO: lancamentos.txt COM MAIS DE "
                                   "10000 LINHAS - NADA POSTADO"
                           CLOSE ARQ-LANCAMENTOS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOTAL-DESCS
                       MOVE LCT-DESCRICAO
                         TO WS-DESC-JA (WS-TOTAL-DESCS)
               END-READ
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE RCT-DATA (1:4) TO WS-ANO-ORIGEM
                       IF RCT-VALOR > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           MOVE 'C' TO WS-TIPO
                           EVALUATE TRUE
      *===== RECEBIMENTO DE MULTA SAI NO MESMO JORNAL COM O GENERO
      *===== "MULTA ATRASO"; A DATA NA CHAVE SEPARA OS RECEBIMENTOS
      *===== PARCIAIS DO MESMO EMPRESTIMO EM DIAS DIFERENTES.
                           WHEN RCT-GENERO (1:5) = "MULTA"
                               STRING "AUT MULTA " RCT-DATA " "
                                      RCT-EMPRESTIMO " "
                                      RCT-GENERO (7:1)
                                      DELIMITED BY SIZE
                                      INTO WS-DESCRICAO
                               MOVE "31002" TO WS-CONTA
      *===== RENOVACAO NO BALCAO COBRA DE NOVO O ALUGUEL DO MESMO
      *===== EMPRESTIMO; O NUMERO DA RENOVACAO ENTRA NA CHAVE.
                           WHEN RCT-GENERO (1:9) = "RENOVACAO"
                               STRING "AUT ALUGUEL RN "
                                      RCT-EMPRESTIMO " "
                                      RCT-GENERO (11:2)
                                      DELIMITED BY SIZE
                                      INTO WS-DESCRICAO
                               MOVE "31001" TO WS-CONTA
      *===== RESGATE DE PONTOS NA CESTA E DESCONTO SOBRE OS
      *===== ALUGUEIS: DEBITO NA MESMA CONTA 31001.
                           WHEN RCT-GENERO = "DESCONTO PONTOS"
                               STRING "AUT DESCONTO " RCT-DATA " "
                                      RCT-EMPRESTIMO
                                      DELIMITED BY SIZE
                                      INTO WS-DESCRICAO
                               MOVE "31001" TO WS-CONTA
                               MOVE 'D' TO WS-TIPO
      *===== ESTORNO DE ALUGUEL PELO GERENTE: DEBITO NA 31001 QUE
      *===== DESFAZ A RECEITA; O NUMERO DO ESTORNO ENTRA NA CHAVE.
                           WHEN RCT-GENERO (1:7) = "ESTORNO"
                               STRING "AUT ESTORNO "
                                      RCT-EMPRESTIMO " "
                                      RCT-GENERO (9:2)
                                      DELIMITED BY SIZE
                                      INTO WS-DESCRICAO
                               MOVE "31001" TO WS-CONTA
                               MOVE 'D' TO WS-TIPO
                           WHEN OTHER
                               STRING "AUT ALUGUEL EMP "
                                      RCT-EMPRESTIMO
                                      DELIMITED BY SIZE
                                      INTO WS-DESCRICAO
                               MOVE "31001" TO WS-CONTA
                           END-EVALUATE
                           MOVE RCT-VALOR TO WS-VALOR
                           MOVE "BAL" TO WS-CENTRO
                           PERFORM 7000-POSTA-SE-NOVO
                           MOVE MN-DATA-X TO WS-DATA-SEQ-ANTERIOR
                       END-IF
                       ADD 1 TO WS-SEQ-MANIFESTO
                       MOVE MN-DATA-X (1:4) TO WS-ANO-ORIGEM
                       MOVE MN-FRETE-X TO WS-CAMPO-EDITADO
                       PERFORM 7100-CONVERTE-EDITADO
                       IF WS-VALOR-CONVERTIDO > ZERO
               DISPLAY "SEM liquidos_folha.txt - FOLHA PULADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ANO-ORIGEM.
           PERFORM 4050-CARREGA-DEPARTAMENTOS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           MOVE 'N' TO WS-EOF-ARQ.
                           MOVE SPACES TO WS-DESCRICAO
      *===== A ORIGEM DA LINHA SEPARA A CHAVE: SALARIO ("FOL" OU
      *===== LINHA ANTIGA SEM COLUNA) POSTA "AUT FOLHA" E O 13O DO
      *===== DECIMOTERCEIRO POSTA "AUT 13O" E A RESCISAO POSTA "AUT
      *===== RESCISAO", SENAO A REEXECUCAO ENGOLIRIA UMA COMO
      *===== DUPLICATA DO SALARIO.
                           EVALUATE LIQ-ORIGEM
                               WHEN "13O"
                                   STRING "AUT 13O "
                                          WS-DATA-HOJE (1:6) " "
                                          LIQ-CODIGO
                                          DELIMITED BY SIZE
                                          INTO WS-DESCRICAO
                               WHEN "RES"
                                   STRING "AUT RESCISAO "
                                          WS-DATA-HOJE (1:6) " "
                                          LIQ-CODIGO
                                          DELIMITED BY SIZE
                                          INTO WS-DESCRICAO
                               WHEN OTHER
                                   STRING "AUT FOLHA "
                                          WS-DATA-HOJE (1:6) " "
                                          LIQ-CODIGO
                                          DELIMITED BY SIZE
                                          INTO WS-DESCRICAO
                           END-EVALUATE
                           MOVE 'D' TO WS-TIPO
                           MOVE LIQ-VALOR TO WS-VALOR
                           PERFORM 4100-CENTRO-DO-FUNCIONARIO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE DIF-DATA (1:4) TO WS-ANO-ORIGEM
                       IF DIF-VALOR > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT CAIXA " DIF-DATA " "
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE GUI-MES (1:4) TO WS-ANO-ORIGEM
                       IF GUI-VALOR > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT GUIA " GUI-MES " "
           END-PERFORM.
           CLOSE ARQ-GUIAS.

      *===== CUSTO DA EMPRESA COM VALE-TRANSPORTE E VALE-REFEICAO
      *===== (VALESMES), A DEBITO NA CONTA 41004 DO CENTRO DE CUSTO
      *===== DE CADA LINHA.
       4650-POSTA-BENEFICIOS.
           OPEN INPUT ARQ-CUSTOS-VALES.
           IF WS-STATUS-CUSTOS-VALES NOT = "00"
               DISPLAY "SEM beneficios_custo.txt - VALES PULADOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CUSTOS-VALES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE CUS-MES (1:4) TO WS-ANO-ORIGEM
                       IF CUS-VALOR > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT BENEF " CUS-MES " "
                                  CUS-TIPO " " CUS-CENTRO
                                  DELIMITED BY SIZE
                                  INTO WS-DESCRICAO
                           MOVE 'D' TO WS-TIPO
                           MOVE CUS-VALOR TO WS-VALOR
                           MOVE CUS-CENTRO TO WS-CENTRO
                           MOVE "41004" TO WS-CONTA
                           PERFORM 7000-POSTA-SE-NOVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CUSTOS-VALES.

      *===== RECUPERACOES DE SINISTRO DE FRETE (SINISTRO): CREDITO
      *===== NO CENTRO FRT; NUMERO DO SINISTRO E ORDEM DO RECEBIMENTO
      *===== FORMAM A CHAVE.
       4700-POSTA-SINISTROS.
           OPEN INPUT ARQ-RECUPERACOES.
           IF WS-STATUS-RECUPERACOES NOT = "00"
               DISPLAY "SEM sinistros_recuperacoes.txt - SINISTROS "
                       "PULADOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECUPERACOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE REC-DATA (1:4) TO WS-ANO-ORIGEM
                       IF REC-VALOR IS NUMERIC
                          AND REC-VALOR > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT SINISTRO " REC-NUMERO " "
                                  REC-SEQUENCIA
                                  DELIMITED BY SIZE
                                  INTO WS-DESCRICAO
                           MOVE 'C' TO WS-TIPO
                           MOVE REC-VALOR TO WS-VALOR
                           MOVE "FRT" TO WS-CENTRO
                           MOVE "31008" TO WS-CONTA
                           PERFORM 7000-POSTA-SE-NOVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECUPERACOES.

      *===== DEVOLUCOES DE EMBARQUE (FRETEDEVOL): O FRETE DO EMBARQUE
      *===== QUE VOLTOU E ESTORNADO A DEBITO NA 31003 DO CENTRO FRT E
      *===== O FRETE DE RETORNO COBRADO ENTRA A CREDITO, CADA UM COM
      *===== O NUMERO DA DEVOLUCAO NA CHAVE.
       4800-POSTA-DEVOLUCOES.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF WS-STATUS-DEVOLUCOES NOT = "00"
               DISPLAY "SEM devolucoes_fretes.txt - DEVOLUCOES "
                       "PULADAS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEVOLUCOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       MOVE DEV-DATA (1:4) TO WS-ANO-ORIGEM
                       IF DEV-NUMERO IS NUMERIC
                          AND DEV-FRETE IS NUMERIC
                          AND DEV-FRETE > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT DEVOLUCAO " DEV-NUMERO
                                  DELIMITED BY SIZE
                                  INTO WS-DESCRICAO
                           MOVE 'D' TO WS-TIPO
                           MOVE DEV-FRETE TO WS-VALOR
                           MOVE "FRT" TO WS-CENTRO
                           MOVE "31003" TO WS-CONTA
                           PERFORM 7000-POSTA-SE-NOVO
                       END-IF
                       IF DEV-NUMERO IS NUMERIC
                          AND DEV-FRETE-RETORNO IS NUMERIC
                          AND DEV-FRETE-RETORNO > ZERO
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT RETORNO " DEV-NUMERO
                                  DELIMITED BY SIZE
                                  INTO WS-DESCRICAO
                           MOVE 'C' TO WS-TIPO
                           MOVE DEV-FRETE-RETORNO TO WS-VALOR
                           MOVE "FRT" TO WS-CENTRO
                           MOVE "31003" TO WS-CONTA
                           PERFORM 7000-POSTA-SE-NOVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.

      *===== REAVALIACAO DO CAIXA DE MOEDAS (CAMBIOREAVAL), POR DIA E
      *===== MOEDA, NO CENTRO CAM: O RESULTADO REALIZADO (SPREAD +
      *===== TARIFA DAS CONVERSOES) NA 31005 E A REAVALIACAO NAO
      *===== REALIZADA NA 31006 - GANHO A CREDITO, PERDA A DEBITO.
       4900-POSTA-CAMBIO.
           OPEN INPUT ARQ-REAVALIACAO.
           IF WS-STATUS-REAVALIACAO NOT = "00"
               DISPLAY "SEM caixa_moedas_reavaliacao.txt - CAMBIO "
                       "PULADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-REAVALIACAO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RVL-DATA IS NUMERIC
                          AND RVL-SPREAD IS NUMERIC
                          AND RVL-TARIFA IS NUMERIC
                          AND RVL-REAVALIACAO IS NUMERIC
                           PERFORM 4910-POSTA-MOEDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-REAVALIACAO.

       4910-POSTA-MOEDA.
           MOVE RVL-DATA (1:4) TO WS-ANO-ORIGEM
           MOVE "CAM" TO WS-CENTRO
           IF RVL-SPREAD + RVL-TARIFA NOT = ZERO
               MOVE SPACES TO WS-DESCRICAO
               STRING "AUT CAMBIO REALIZ " RVL-DATA " " RVL-MOEDA
                      DELIMITED BY SIZE
                      INTO WS-DESCRICAO
               IF RVL-SPREAD + RVL-TARIFA < ZERO
                   MOVE 'D' TO WS-TIPO
                   COMPUTE WS-VALOR =
                       ZERO - (RVL-SPREAD + RVL-TARIFA)
               ELSE
                   MOVE 'C' TO WS-TIPO
                   COMPUTE WS-VALOR = RVL-SPREAD + RVL-TARIFA
               END-IF
               MOVE "31005" TO WS-CONTA
               PERFORM 7000-POSTA-SE-NOVO
           END-IF
           IF RVL-REAVALIACAO NOT = ZERO
               MOVE SPACES TO WS-DESCRICAO
               STRING "AUT CAMBIO REAVAL " RVL-DATA " " RVL-MOEDA
                      DELIMITED BY SIZE
                      INTO WS-DESCRICAO
               IF RVL-REAVALIACAO < ZERO
                   MOVE 'D' TO WS-TIPO
                   COMPUTE WS-VALOR = ZERO - RVL-REAVALIACAO
               ELSE
                   MOVE 'C' TO WS-TIPO
                   MOVE RVL-REAVALIACAO TO WS-VALOR
               END-IF
               MOVE "31006" TO WS-CONTA
               PERFORM 7000-POSTA-SE-NOVO
           END-IF.

      *===== CREDITO PRE-PAGO DOS CLIENTES (FILMES): A RECARGA ENTRA
      *===== NO CAIXA A CREDITO E O ALUGUEL/MULTA PAGOS COM ELE E A
      *===== DEVOLUCAO SAEM A DEBITO, TODOS NA CONTA 21001 DO CENTRO
      *===== BAL - O LIQUIDO DA CONTA E O SALDO QUE A LOCADORA DEVE
      *===== AOS CLIENTES. A SAIDA/ENTRADA DA UNIFICACAO SE ANULA E
      *===== NAO POSTA. A CHAVE LEVA A DATA E A ORDEM DO MOVIMENTO
      *===== NO DIA (O ARQUIVO SO CRESCE, A ORDEM NAO MUDA).
       4950-POSTA-CARTEIRA.
           OPEN INPUT ARQ-CARTEIRA.
           IF WS-STATUS-CARTEIRA NOT = "00"
               DISPLAY "SEM carteira_movimentos.txt - CARTEIRA PULADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SEQ-CARTEIRA.
           MOVE SPACES TO WS-DATA-CRT-ANTERIOR.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-CARTEIRA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF CRT-DATA NOT = WS-DATA-CRT-ANTERIOR
                           MOVE CRT-DATA TO WS-DATA-CRT-ANTERIOR
                           MOVE ZERO TO WS-SEQ-CARTEIRA
                       END-IF
                       ADD 1 TO WS-SEQ-CARTEIRA
                       MOVE CRT-DATA (1:4) TO WS-ANO-ORIGEM
                       IF CRT-VALOR > ZERO
                          AND NOT CARTEIRA-SAIDA-UNIF
                          AND NOT CARTEIRA-ENTRADA-UNIF
                           MOVE SPACES TO WS-DESCRICAO
                           STRING "AUT CARTEIRA " CRT-DATA " "
                                  WS-SEQ-CARTEIRA " " CRT-TIPO
                                  DELIMITED BY SIZE
                                  INTO WS-DESCRICAO
                           IF CARTEIRA-RECARGA
                               MOVE 'C' TO WS-TIPO
                           ELSE
                               MOVE 'D' TO WS-TIPO
                           END-IF
                           MOVE CRT-VALOR TO WS-VALOR
                           MOVE "BAL" TO WS-CENTRO
                           MOVE "21001" TO WS-CONTA
                           PERFORM 7000-POSTA-SE-NOVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CARTEIRA.

       5000-GRAVA-SALDO.
           OPEN OUTPUT ARQ-SALDO.
           MOVE WS-SALDO-ATUAL TO SALDO-VALOR.
           DISPLAY "=== LANCAMENTOS AUTOMATICOS CONCLUIDOS ===".
           DISPLAY "POSTADOS..........: " WS-TOTAL-POSTADOS.
           DISPLAY "JA EXISTENTES.....: " WS-TOTAL-PULADOS.
           DISPLAY "DE ANO JA FECHADO.: " WS-TOTAL-ANO-FECHADO.
           DISPLAY "SALDO ATUALIZADO EM saldo.txt".

      *===== GRAVA O LANCAMENTO SO SE A DESCRICAO (CHAVE DE ORIGEM)
      *===== AINDA NAO EXISTE NO JORNAL; ASSIM A REEXECUCAO DO DIA
      *===== NAO DUPLICA POSTAGEM. O MOVIMENTO DE ANO JA FECHADO
      *===== (WS-ANO-ORIGEM, PREENCHIDO POR CADA ORIGEM) NEM E
      *===== PROCURADO. COM A TABELA CHEIA A RODADA PARA, GRAVANDO
      *===== ANTES O SALDO DO QUE JA FOI POSTADO.
       7000-POSTA-SE-NOVO.
           PERFORM 0600-TESTA-ANO-FECHADO
           IF WS-ANO-JA-FECHADO = 'S'
               ADD 1 TO WS-TOTAL-ANO-FECHADO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JA-POSTADO
           PERFORM VARYING WS-SUB-DESC FROM 1 BY 1
                   UNTIL WS-SUB-DESC > WS-TOTAL-DESCS
               ADD 1 TO WS-TOTAL-PULADOS
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-DESCS = 10000
               DISPLAY "ERRO: TABELA DE LANCAMENTOS CHEIA (10000) - "
                       "RODADA INTERROMPIDA EM " WS-DESCRICAO
               PERFORM 5000-GRAVA-SALDO
               DISPLAY "POSTADOS ATE A PARADA: " WS-TOTAL-POSTADOS
                       " - SALDO GRAVADO EM saldo.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-LANCAMENTOS
           IF WS-STATUS-LANCAMENTOS = "35"
               OPEN OUTPUT ARQ-LANCAMENTOS
               ADD WS-VALOR TO WS-SALDO-ATUAL
           END-IF
           ADD 1 TO WS-TOTAL-POSTADOS
           ADD 1 TO WS-TOTAL-DESCS
           MOVE WS-DESCRICAO TO WS-DESC-JA (WS-TOTAL-DESCS).

       7100-CONVERTE-EDITADO.
           INSPECT WS-CED-INTEIRO
