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
               END-READ
           END-PERFORM.
           CLOSE ARQ-TAXAS-FRETE.
       0150-PROCESSA               SECTION.
           MOVE ZERO TO WRK-FRETE
           MOVE ZERO TO WRK-ICMS
           MOVE ZERO TO WRK-PRAZO-DIAS
           MOVE 'N' TO WRK-ACHOU-UF
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
                   UNTIL WRK-SUB-UF > FRT-TOTAL-UF
                       WRK-VALOR * FRT-TAXA-TAB (WRK-SUB-UF) / 1000
                   COMPUTE WRK-ICMS =
                       WRK-VALOR * FRT-ICMS-TAB (WRK-SUB-UF) / 1000
                   MOVE FRT-PRAZO-TAB (WRK-SUB-UF) TO WRK-PRAZO-DIAS
                   MOVE 'S' TO WRK-ACHOU-UF
               END-IF
           END-PERFORM.

           IF WRK-ACHOU-UF = 'S'
               PERFORM 0160-ADICIONAL-ZONA
               PERFORM 0170-PRAZO-ENTREGA
           END-IF.

           IF WRK-ACHOU-UF = 'S'
               MOVE WRK-SEGURO TO WRK-SEGURO-ED
               DISPLAY "SEGURO     " WRK-SEGURO-ED
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
