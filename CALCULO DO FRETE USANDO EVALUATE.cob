      *=======     MOD: 02/09/2026 - CE - VALOR DECLARADO OPCIONAL
      *=======          COM SEGURO PELA TAXA "SG" DE taxas_frete.txt,
      *=======          MOSTRADO EM SEPARADO E FORA DA BASE DE ICMS.
      *=======     MOD: 15/10/2026 - CE - PRAZO DE ENTREGA EM DIAS UTEIS
      *=======          POR UF E POR ZONA (QUARTA COLUNA DE
      *=======          taxas_frete.txt); A DATA PROMETIDA (MODULO
      *=======          CALENDARIO) E MOSTRADA NA COTACAO E GRAVADA NO
      *=======          FIM DA LINHA DE cotacoes_frete.txt.
      *=======     MOD: 15/10/2026 - CE - A TABELA CARREGADA E A VERSAO
      *=======          DE taxas_frete.txt VIGENTE NO DIA DA COTACAO
      *=======          (LINHAS "VG AAAAMMDD"); VERSAO AGENDADA PELO
      *=======          FRETETAXAS SO VALE A PARTIR DA DATA DELA.
      *=======     MOD: 15/10/2026 - CE - PESO CUBADO: A TELA PEDE
      *=======          ALTURA, LARGURA E PROFUNDIDADE EM CM E, COM O
      *=======          FATOR "CB" DE taxas_frete.txt, A FAIXA DE PESO
      *=======          USA O MAIOR ENTRE O PESO REAL E O CUBADO; OS
      *=======          DOIS PESOS SAO MOSTRADOS NA COTACAO.
      *==============================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 TXF-TAXA         PIC 9(03).
           05 FILLER           PIC X.
           05 TXF-ICMS         PIC 9(03).
           05 FILLER           PIC X.
           05 TXF-PRAZO-X      PIC X(02).
       01  TAXA-GRATIS-LINHA.
           05 TXG-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXG-VALOR        PIC 9(08).
       01  TAXA-VIGENCIA-LINHA.
           05 TXV-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXV-DATA         PIC 9(08).

      *===== JORNAL DAS COTACOES FEITAS EM TELA; OS VALORES VAO EM
      *===== DIGITOS PUROS (SEM EDICAO) PARA O CONSOLIDADOR LER SEM
           05 CTC-NUMERO       PIC 9(06).
           05 FILLER           PIC X.
           05 CTC-VALIDADE     PIC 9(08).
           05 FILLER           PIC X.
           05 CTC-PREVISTA     PIC 9(08).

       FD  ARQ-CONTROLE.
       01  CONTROLE-LINHA.
       77 WRK-STATUS-CONTROLE      PIC XX       VALUE SPACES.
       77 WRK-NUMERO-COTACAO       PIC 9(06)    VALUE ZEROS.
       77 WRK-VALIDADE-COTACAO     PIC 9(08)    VALUE ZEROS.
       77 WRK-PRAZO-DIAS           PIC 9(03)    VALUE ZEROS.
       77 WRK-DATA-PREVISTA        PIC 9(08)    VALUE ZEROS.
       77 WRK-DATA-ENTRADA         PIC X(08)    VALUE SPACES.
       77 WRK-PREVISTA-ED          PIC X(10)    VALUE SPACES.
       77 WRK-VALOR-DECLARADO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SEGURO               PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SEGURO-ED            PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-MERCADORIA     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ZONA                  PIC X(01)    VALUE SPACE.
       77 WRK-DATA-COTACAO         PIC X(40)    VALUE SPACES.
       77 WRK-DATA-REFERENCIA      PIC 9(08)    VALUE ZEROS.
       77 WRK-BLOCO-VALE           PIC X        VALUE 'S'.

      *=========================== VARIAVEIS DE APOIO.
       77 WRK-PRODUTO              PIC X(30)    VALUE SPACES.
       77 WRK-ICMS                 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SUB-UF               PIC 99       VALUE ZERO.
       77 WRK-FATOR-PESO           PIC 9V99     VALUE 1,00.
       77 WRK-ALTURA               PIC 9(03)    VALUE ZEROS.
       77 WRK-LARGURA              PIC 9(03)    VALUE ZEROS.
       77 WRK-PROFUNDIDADE         PIC 9(03)    VALUE ZEROS.
       77 WRK-PESO-CUBADO          PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PESO-COBRADO         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ACHOU-UF             PIC X        VALUE 'N'.

      *=========================== TABELA DE TAXAS DE FRETE POR UF,
       77 WRK-VALOR-ED                PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-FRETE-ED                PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-ICMS-ED                 PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-PESO-REAL-ED            PIC ZZ.ZZ9,99.
       77 WRK-PESO-CUBADO-ED          PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0050-CARREGA-TAXAS          SECTION.
      *===== A COTACAO DE TELA E DO DIA: VALE A VERSAO DAS TAXAS
      *===== VIGENTE HOJE, NUNCA UMA JA AGENDADA.
           MOVE SPACES TO WRK-DATA-COTACAO.
           CALL "DATAMES" USING WRK-DATA-COTACAO.
           MOVE WRK-DATA-COTACAO (1:8) TO WRK-DATA-REFERENCIA.
           OPEN INPUT ARQ-TAXAS-FRETE.
           IF WRK-STATUS-TAXAS NOT = "00"
               DISPLAY "ERRO AO ABRIR taxas_frete.txt - STATUS "
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-TAXAS.
           MOVE 'S' TO WRK-BLOCO-VALE.
           MOVE ZERO TO FRT-VIGENCIA-CARREGADA.
           MOVE 99999999 TO FRT-PROXIMA-VIGENCIA.
           PERFORM 0065-LIMPA-TABELA.
           PERFORM UNTIL WRK-EOF-TAXAS = 'S'
               READ ARQ-TAXAS-FRETE
                   AT END
                       MOVE 'S' TO WRK-EOF-TAXAS
                   NOT AT END
                       IF TXV-TIPO = "VG"
                           PERFORM 0060-INICIO-VERSAO
                       ELSE
                       IF WRK-BLOCO-VALE NOT = 'S'
                           CONTINUE
                       ELSE
                       IF TXG-TIPO = "GR"
                           MOVE TXG-VALOR TO FRT-VALOR-FRETE-GRATIS
                       ELSE
                       IF TXF-UF = "ZC"
                           MOVE TXF-TAXA TO FRT-ZONA-CAPITAL
                           IF TXF-PRAZO-X IS NUMERIC
                               MOVE TXF-PRAZO-X TO FRT-PRAZO-CAPITAL
                           END-IF
                       ELSE
                       IF TXF-UF = "ZM"
                           MOVE TXF-TAXA TO FRT-ZONA-METRO
                           IF TXF-PRAZO-X IS NUMERIC
                               MOVE TXF-PRAZO-X TO FRT-PRAZO-METRO
                           END-IF
                       ELSE
                       IF TXF-UF = "ZI"
                           MOVE TXF-TAXA TO FRT-ZONA-INTERIOR
                           IF TXF-PRAZO-X IS NUMERIC
                               MOVE TXF-PRAZO-X TO FRT-PRAZO-INTERIOR
                           END-IF
                       ELSE
                       IF TXF-UF = "SG"
                           MOVE TXF-TAXA TO FRT-TAXA-SEGURO
                       ELSE
                       IF TXF-UF = "CB"
                           MOVE TXF-TAXA TO FRT-FATOR-CUBAGEM
                       ELSE
                           IF FRT-TOTAL-UF < 30
                               ADD 1 TO FRT-TOTAL-UF
                                 TO FRT-TAXA-TAB (FRT-TOTAL-UF)
                               MOVE TXF-ICMS
                                 TO FRT-ICMS-TAB (FRT-TOTAL-UF)
                               MOVE ZERO TO FRT-PRAZO-TAB (FRT-TOTAL-UF)
                               IF TXF-PRAZO-X IS NUMERIC
                                   MOVE TXF-PRAZO-X
                                     TO FRT-PRAZO-TAB (FRT-TOTAL-UF)
                               END-IF
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TAXAS-FRETE.
       ACCEPT WRK-VALOR.
       DISPLAY "PESO EM KG "
       ACCEPT WRK-PESO.
       DISPLAY "ALTURA EM CM (0 = NAO CUBAR)"
       ACCEPT WRK-ALTURA.
       DISPLAY "LARGURA EM CM"
       ACCEPT WRK-LARGURA.
       DISPLAY "PROFUNDIDADE EM CM"
       ACCEPT WRK-PROFUNDIDADE.
       DISPLAY "ESTADO (SP/RJ/ES/MG)"
       ACCEPT WRK-ESTADO.
       DISPLAY "ZONA (C=CAPITAL M=REG.METROP. I=INTERIOR)"
       0150-PROCESSA               SECTION.

       MOVE 'N' TO WRK-ACHOU-UF.
       MOVE ZERO TO WRK-PRAZO-DIAS.
       PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > FRT-TOTAL-UF
           IF WRK-ESTADO EQUAL FRT-UF-TAB (WRK-SUB-UF)
                   WRK-VALOR * FRT-TAXA-TAB (WRK-SUB-UF) / 1000
               COMPUTE WRK-ICMS =
                   WRK-VALOR * FRT-ICMS-TAB (WRK-SUB-UF) / 1000
               MOVE FRT-PRAZO-TAB (WRK-SUB-UF) TO WRK-PRAZO-DIAS
               MOVE 'S' TO WRK-ACHOU-UF
           END-IF
       END-PERFORM.
           DISPLAY "NÃO ENTREGAMOS NESTE ESTADO "  WRK-ESTADO
       END-IF.

       PERFORM 0155-PESO-COBRADO.
       EVALUATE TRUE
       WHEN WRK-PESO-COBRADO GREATER 20,00
           MOVE 1,50 TO WRK-FATOR-PESO
       WHEN WRK-PESO-COBRADO GREATER 5,00
           MOVE 1,20 TO WRK-FATOR-PESO
       WHEN OTHER
           MOVE 1,00 TO WRK-FATOR-PESO
       COMPUTE WRK-FRETE = WRK-FRETE * WRK-FATOR-PESO.
       IF  WRK-ACHOU-UF = 'S'
           PERFORM 0160-ADICIONAL-ZONA
           PERFORM 0170-PRAZO-ENTREGA
       END-IF.
       IF  WRK-ACHOU-UF = 'S'
           AND WRK-VALOR NOT LESS FRT-VALOR-FRETE-GRATIS
       END-IF.
       IF  WRK-ACHOU-UF = 'S'
           DISPLAY "ICMS   " WRK-ICMS-ED
           IF WRK-PESO-CUBADO > ZERO
               MOVE WRK-PESO TO WRK-PESO-REAL-ED
               MOVE WRK-PESO-CUBADO TO WRK-PESO-CUBADO-ED
               DISPLAY "PESO REAL " WRK-PESO-REAL-ED
                       " CUBADO " WRK-PESO-CUBADO-ED
               IF WRK-PESO-COBRADO > WRK-PESO
                   DISPLAY "FRETE COBRADO PELO PESO CUBADO"
               END-IF
           END-IF
           IF WRK-SEGURO > ZERO
               MOVE WRK-SEGURO TO WRK-SEGURO-ED
               DISPLAY "SEGURO " WRK-SEGURO-ED
           END-IF
           IF WRK-DATA-PREVISTA > ZERO
               DISPLAY "ENTREGA PREVISTA ATE " WRK-PREVISTA-ED
                       " (" WRK-PRAZO-DIAS " DIAS UTEIS)"
           END-IF
       END-IF.

       0300-FINALIZAR              SECTION.
           MOVE WRK-ICMS               TO CTC-ICMS.
           MOVE WRK-NUMERO-COTACAO     TO CTC-NUMERO.
           MOVE WRK-VALIDADE-COTACAO   TO CTC-VALIDADE.
           MOVE WRK-DATA-PREVISTA      TO CTC-PREVISTA.
           WRITE COTACAO-LINHA.
           CLOSE ARQ-COTACOES.
           DISPLAY "COTACAO NUMERO " WRK-NUMERO-COTACAO
                   " VALIDA ATE " WRK-VALIDADE-COTACAO.

      *===== PESO COBRADO: O MAIOR ENTRE O REAL E O CUBADO PELAS
      *===== MEDIDAS EM CM E PELO FATOR "CB" DE taxas_frete.txt. SEM
      *===== MEDIDAS OU SEM FATOR, VALE O PESO REAL.
       0155-PESO-COBRADO           SECTION.
           MOVE WRK-PESO TO WRK-PESO-COBRADO.
           MOVE ZERO TO WRK-PESO-CUBADO.
           IF FRT-FATOR-CUBAGEM > ZERO
              AND WRK-ALTURA > ZERO
              AND WRK-LARGURA > ZERO
              AND WRK-PROFUNDIDADE > ZERO
               COMPUTE WRK-PESO-CUBADO ROUNDED =
                   WRK-ALTURA * WRK-LARGURA * WRK-PROFUNDIDADE
                   * FRT-FATOR-CUBAGEM / 1000000
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PESO-CUBADO
               END-COMPUTE
               IF WRK-PESO-CUBADO > WRK-PESO-COBRADO
                   MOVE WRK-PESO-CUBADO TO WRK-PESO-COBRADO
               END-IF
           END-IF.

      *===== FICA DEPOIS DO STOP RUN PARA NAO SER REEXECUTADA POR
      *===== QUEDA SEQUENCIAL ENTRE AS SECOES; SO RODA PELO PERFORM
      *===== DE 0150-PROCESSA.
                       + (WRK-VALOR * FRT-ZONA-CAPITAL / 1000)
           END-EVALUATE.

      *===== DATA PROMETIDA DE ENTREGA: PRAZO DA UF MAIS O DA ZONA,
      *===== EM DIAS UTEIS A PARTIR DE HOJE (MODULO CALENDARIO). UF
      *===== SEM PRAZO EM taxas_frete.txt FICA SEM DATA (ZEROS).
       0170-PRAZO-ENTREGA          SECTION.
           MOVE ZERO TO WRK-DATA-PREVISTA.
           IF WRK-PRAZO-DIAS > ZERO
               EVALUATE WRK-ZONA
                   WHEN 'I'
                       ADD FRT-PRAZO-INTERIOR TO WRK-PRAZO-DIAS
                   WHEN 'M'
                       ADD FRT-PRAZO-METRO TO WRK-PRAZO-DIAS
                   WHEN OTHER
                       ADD FRT-PRAZO-CAPITAL TO WRK-PRAZO-DIAS
               END-EVALUATE
               MOVE SPACES TO WRK-DATA-COTACAO
               CALL "DATAMES" USING WRK-DATA-COTACAO
               MOVE 'A' TO CAL-FUNCAO
               MOVE WRK-DATA-COTACAO (1:8) TO CAL-DATA-1
               MOVE WRK-PRAZO-DIAS TO CAL-DIAS
               CALL "CALENDARIO" USING CAL-PARAMETROS
               MOVE CAL-DATA-RESULTADO TO WRK-DATA-PREVISTA
               MOVE WRK-DATA-PREVISTA TO WRK-DATA-ENTRADA
               CALL "FORMATADATA" USING WRK-DATA-ENTRADA
                                         WRK-PREVISTA-ED
           END-IF.

      *===== NUMERO SEQUENCIAL DA COTACAO, GUARDADO EM
      *===== cotacao_controle.txt E PARTILHADO ENTRE OS DOIS
      *===== CALCULADORES DE TELA.
           COMPUTE CTL-PROXIMA-COTACAO = WRK-NUMERO-COTACAO + 1.
           WRITE CONTROLE-LINHA.
           CLOSE ARQ-CONTROLE.

      *===== LINHA "VG" DE taxas_frete.txt: VERSAO QUE JA VALE NA
      *===== DATA DE REFERENCIA RECOMECA A TABELA; VERSAO POSTERIOR
      *===== TEM AS LINHAS PULADAS E MARCA A PROXIMA VIGENCIA.
       0060-INICIO-VERSAO          SECTION.
           IF TXV-DATA > WRK-DATA-REFERENCIA
               MOVE 'N' TO WRK-BLOCO-VALE
               IF FRT-PROXIMA-VIGENCIA = 99999999
                   MOVE TXV-DATA TO FRT-PROXIMA-VIGENCIA
               END-IF
           ELSE
               MOVE 'S' TO WRK-BLOCO-VALE
               MOVE TXV-DATA TO FRT-VIGENCIA-CARREGADA
               PERFORM 0065-LIMPA-TABELA
           END-IF.

       0065-LIMPA-TABELA           SECTION.
           MOVE 0 TO FRT-TOTAL-UF.
           MOVE 0 TO FRT-ZONA-CAPITAL FRT-ZONA-METRO FRT-ZONA-INTERIOR.
           MOVE 0 TO FRT-PRAZO-CAPITAL FRT-PRAZO-METRO
                     FRT-PRAZO-INTERIOR.
           MOVE 500 TO FRT-VALOR-FRETE-GRATIS.
           MOVE 0 TO FRT-TAXA-SEGURO.
           MOVE 0 TO FRT-FATOR-CUBAGEM.
