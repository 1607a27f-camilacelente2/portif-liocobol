       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETECOMPARA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: COMPARACAO DE DUAS VERSOES DA TABELA DE
      *=======           TAXAS DE FRETE (taxas_frete.txt, VERSOES
      *=======           ABERTAS POR LINHA "VG AAAAMMDD" NO
      *=======           FRETETAXAS), UF POR UF: TAXA, ICMS E PRAZO
      *=======           DE CADA VERSAO, A DIFERENCA E A VARIACAO
      *=======           PERCENTUAL DA TAXA, UFS NOVAS E RETIRADAS, E
      *=======           OS ITENS GERAIS (FRETE GRATIS, ZONAS E
      *=======           SEGURO), EM taxas_frete_comparacao.txt, PARA
      *=======           CONFERIR A CARTA AGENDADA ANTES DE ELA
      *=======           ENTRAR EM VIGOR.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: CADA VERSAO E PEDIDA POR UMA DATA DE
      *=======               REFERENCIA (VALE A VERSAO VIGENTE
      *=======               NELA). A EM BRANCO OU 0 = VIGENTE HOJE;
      *=======               B EM BRANCO OU 0 = PROXIMA VERSAO
      *=======               AGENDADA DEPOIS DA A. TERMINA COM GOBACK
      *=======               E RETURN-CODE (0=OK, 4=NADA A COMPARAR,
      *=======               8=ERRO).
      *=======     MOD: 15/10/2026 - CE - FATOR DE CUBAGEM (LINHA "CB")
      *=======          CARREGADO E COMPARADO ENTRE AS VERSOES NOS ITENS
      *=======          GERAIS.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-TAXAS-FRETE ASSIGN TO "taxas_frete.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAXAS.

           SELECT ARQ-RELATORIO
               ASSIGN TO "taxas_frete_comparacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TAXAS-FRETE.
       01  TAXA-FRETE-LINHA.
           05 TXF-UF           PIC X(02).
           05 FILLER           PIC X.
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

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TAXAS       PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-TAXAS          PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-DATA-A             PIC 9(08) VALUE ZERO.
       01 WS-DATA-B             PIC 9(08) VALUE ZERO.
       01 WS-DATA-REFERENCIA    PIC 9(08) VALUE ZERO.
       01 WS-BLOCO-VALE         PIC X VALUE 'S'.
       01 WS-SUB-UF             PIC 99 VALUE ZERO.
       01 WS-SUB-UF-B           PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA          PIC 99 VALUE ZERO.
       01 WS-DIF-TAXA           PIC S9(03) VALUE ZERO.
       01 WS-DIF-ICMS           PIC S9(03) VALUE ZERO.
       01 WS-VARIACAO           PIC S9(05)V9 VALUE ZERO.
       01 WS-SITUACAO           PIC X(09) VALUE SPACES.
       01 WS-TOTAL-ALTERADAS    PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-IGUAIS       PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-NOVAS        PIC 9(02) VALUE ZERO.
       01 WS-TOTAL-RETIRADAS    PIC 9(02) VALUE ZERO.
       01 WS-GRATIS-A-ED        PIC Z(07)9.99.
       01 WS-GRATIS-B-ED        PIC Z(07)9.99.

      *===== LINHA DE DETALHE DA COMPARACAO POR UF.
       01  WS-LINHA-UF.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LUF-UF            PIC X(02).
           05 FILLER            PIC X(05) VALUE SPACES.
           05 LUF-TAXA-A        PIC ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LUF-TAXA-B        PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LUF-DIF-TAXA      PIC +++9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LUF-VARIACAO      PIC +++++9.9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 LUF-ICMS-A        PIC ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LUF-ICMS-B        PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LUF-DIF-ICMS      PIC +++9.
           05 FILLER            PIC X(07) VALUE SPACES.
           05 LUF-PRAZO-A       PIC Z9.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 LUF-PRAZO-B       PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LUF-SITUACAO      PIC X(09).

      *===== TABELA DE TAXAS EM MEMORIA, A MESMA DOS PROGRAMAS DE
      *===== CALCULO DE FRETE; FICA COM A VERSAO B.
       COPY "#fretetab".

      *===== COPIA DA VERSAO A, NO MESMO FORMATO DO #fretetab.
       01  VSA-FRETE-ITENS.
           05 VSA-FRETE-ITEM OCCURS 30 TIMES.
               10 VSA-UF-TAB       PIC X(02).
               10 VSA-TAXA-TAB     PIC 9(03).
               10 VSA-ICMS-TAB     PIC 9(03).
               10 VSA-PRAZO-TAB    PIC 9(02).
       01  VSA-TOTAL-UF            PIC 9(02) VALUE 0.
       01  VSA-ZONA-ADICIONAL.
           05 VSA-ZONA-CAPITAL     PIC 9(03) VALUE 0.
           05 VSA-ZONA-METRO       PIC 9(03) VALUE 0.
           05 VSA-ZONA-INTERIOR    PIC 9(03) VALUE 0.
       01  VSA-PRAZO-ZONA.
           05 VSA-PRAZO-CAPITAL    PIC 9(02) VALUE 0.
           05 VSA-PRAZO-METRO      PIC 9(02) VALUE 0.
           05 VSA-PRAZO-INTERIOR   PIC 9(02) VALUE 0.
       01  VSA-VALOR-FRETE-GRATIS  PIC 9(08)V99 VALUE 0.
       01  VSA-TAXA-SEGURO         PIC 9(03) VALUE 0.
       01  VSA-FATOR-CUBAGEM       PIC 9(03) VALUE 0.
       01  VSA-VIGENCIA            PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "=== COMPARACAO DE VERSOES DAS TAXAS DE FRETE ==="
           DISPLAY "VERSAO A - DATA DE REFERENCIA "
                   "(AAAAMMDD, 0 = VIGENTE HOJE): "
           ACCEPT WS-DATA-A
           DISPLAY "VERSAO B - DATA DE REFERENCIA "
                   "(AAAAMMDD, 0 = PROXIMA AGENDADA): "
           ACCEPT WS-DATA-B
           PERFORM 1000-INICIO
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 2000-COMPARA-UFS
           PERFORM 3000-COMPARA-GERAIS
           PERFORM 4000-FINALIZA
           GOBACK.

       1000-INICIO.
           MOVE SPACES TO WS-DATA-HOJE.
           CALL "DATAMES" USING WS-DATA-HOJE.
           IF WS-DATA-A = ZERO
               MOVE WS-DATA-HOJE (1:8) TO WS-DATA-A
           END-IF.
           MOVE WS-DATA-A TO WS-DATA-REFERENCIA.
           PERFORM 1100-CARREGA-TAXAS.
           IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FRT-FRETE-ITENS        TO VSA-FRETE-ITENS.
           MOVE FRT-TOTAL-UF           TO VSA-TOTAL-UF.
           MOVE FRT-ZONA-ADICIONAL     TO VSA-ZONA-ADICIONAL.
           MOVE FRT-PRAZO-ZONA         TO VSA-PRAZO-ZONA.
           MOVE FRT-VALOR-FRETE-GRATIS TO VSA-VALOR-FRETE-GRATIS.
           MOVE FRT-TAXA-SEGURO        TO VSA-TAXA-SEGURO.
           MOVE FRT-FATOR-CUBAGEM      TO VSA-FATOR-CUBAGEM.
           MOVE FRT-VIGENCIA-CARREGADA TO VSA-VIGENCIA.
           IF WS-DATA-B = ZERO
               IF FRT-PROXIMA-VIGENCIA = 99999999
                   DISPLAY "NAO HA VERSAO AGENDADA DEPOIS DA DE "
                           VSA-VIGENCIA " - INFORME A DATA DA B"
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE FRT-PROXIMA-VIGENCIA TO WS-DATA-B
           END-IF.
           MOVE WS-DATA-B TO WS-DATA-REFERENCIA.
           PERFORM 1100-CARREGA-TAXAS.
           IF RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF FRT-VIGENCIA-CARREGADA = VSA-VIGENCIA
               DISPLAY "AS DUAS DATAS CAEM NA MESMA VERSAO ("
                       VSA-VIGENCIA ") - NADA A COMPARAR"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR taxas_frete_comparacao.txt"
                       " - STATUS " WS-STATUS-RELATORIO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "COMPARACAO DE VERSOES DAS TAXAS DE FRETE (PERMILE)"
                  " - EMITIDA EM " WS-DATA-HOJE (1:8)
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "VERSAO A: A PARTIR DE " VSA-VIGENCIA
                  "   VERSAO B: A PARTIR DE " FRT-VIGENCIA-CARREGADA
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "  UF  TAXA A TAXA B   DIF  VARIACAO%  ICMS A ICMS B   D
      -         "IF  PRAZO A PRAZO B  SITUACAO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *===== CARREGA A VERSAO VALIDA EM WS-DATA-REFERENCIA.
       1100-CARREGA-TAXAS.
           OPEN INPUT ARQ-TAXAS-FRETE.
           IF WS-STATUS-TAXAS NOT = "00"
               DISPLAY "ERRO AO ABRIR taxas_frete.txt - STATUS "
                       WS-STATUS-TAXAS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-TAXAS.
           MOVE 'S' TO WS-BLOCO-VALE.
           MOVE ZERO TO FRT-VIGENCIA-CARREGADA.
           MOVE 99999999 TO FRT-PROXIMA-VIGENCIA.
           PERFORM 1120-LIMPA-TABELA.
           PERFORM UNTIL WS-EOF-TAXAS = 'S'
               READ ARQ-TAXAS-FRETE
                   AT END
                       MOVE 'S' TO WS-EOF-TAXAS
                   NOT AT END
                       IF TXV-TIPO = "VG"
                           PERFORM 1110-INICIO-VERSAO
                       ELSE
                       IF WS-BLOCO-VALE NOT = 'S'
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
                               MOVE TXF-UF
                                 TO FRT-UF-TAB (FRT-TOTAL-UF)
                               MOVE TXF-TAXA
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

      *===== LINHA "VG" DE taxas_frete.txt: VERSAO QUE JA VALE NA
      *===== DATA DE REFERENCIA RECOMECA A TABELA; VERSAO POSTERIOR
      *===== TEM AS LINHAS PULADAS E MARCA A PROXIMA VIGENCIA.
       1110-INICIO-VERSAO.
           IF TXV-DATA > WS-DATA-REFERENCIA
               MOVE 'N' TO WS-BLOCO-VALE
               IF FRT-PROXIMA-VIGENCIA = 99999999
                   MOVE TXV-DATA TO FRT-PROXIMA-VIGENCIA
               END-IF
           ELSE
               MOVE 'S' TO WS-BLOCO-VALE
               MOVE TXV-DATA TO FRT-VIGENCIA-CARREGADA
               PERFORM 1120-LIMPA-TABELA
           END-IF.

       1120-LIMPA-TABELA.
           MOVE 0 TO FRT-TOTAL-UF.
           MOVE 0 TO FRT-ZONA-CAPITAL FRT-ZONA-METRO FRT-ZONA-INTERIOR.
           MOVE 0 TO FRT-PRAZO-CAPITAL FRT-PRAZO-METRO
                     FRT-PRAZO-INTERIOR.
           MOVE 500 TO FRT-VALOR-FRETE-GRATIS.
           MOVE 0 TO FRT-TAXA-SEGURO.
           MOVE 0 TO FRT-FATOR-CUBAGEM.

      *===== UFS DA VERSAO A (ALTERADAS, IGUAIS OU RETIRADAS NA B) E
      *===== DEPOIS AS QUE SO EXISTEM NA B (NOVAS).
       2000-COMPARA-UFS.
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > VSA-TOTAL-UF
               MOVE ZERO TO WS-UF-ACHADA
               PERFORM VARYING WS-SUB-UF-B FROM 1 BY 1
                       UNTIL WS-SUB-UF-B > FRT-TOTAL-UF
                   IF FRT-UF-TAB (WS-SUB-UF-B)
                      = VSA-UF-TAB (WS-SUB-UF)
                       MOVE WS-SUB-UF-B TO WS-UF-ACHADA
                   END-IF
               END-PERFORM
               PERFORM 2100-LINHA-DA-UF
           END-PERFORM.
           PERFORM VARYING WS-SUB-UF-B FROM 1 BY 1
                   UNTIL WS-SUB-UF-B > FRT-TOTAL-UF
               MOVE ZERO TO WS-UF-ACHADA
               PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                       UNTIL WS-SUB-UF > VSA-TOTAL-UF
                   IF VSA-UF-TAB (WS-SUB-UF)
                      = FRT-UF-TAB (WS-SUB-UF-B)
                       MOVE WS-SUB-UF TO WS-UF-ACHADA
                   END-IF
               END-PERFORM
               IF WS-UF-ACHADA = ZERO
                   PERFORM 2200-LINHA-UF-NOVA
               END-IF
           END-PERFORM.

      *===== UF DA VERSAO A; WS-UF-ACHADA APONTA A MESMA UF NA B.
       2100-LINHA-DA-UF.
           MOVE SPACES TO LUF-SITUACAO.
           MOVE VSA-UF-TAB (WS-SUB-UF) TO LUF-UF.
           MOVE VSA-TAXA-TAB (WS-SUB-UF) TO LUF-TAXA-A.
           MOVE VSA-ICMS-TAB (WS-SUB-UF) TO LUF-ICMS-A.
           MOVE VSA-PRAZO-TAB (WS-SUB-UF) TO LUF-PRAZO-A.
           IF WS-UF-ACHADA = ZERO
               MOVE ZERO TO LUF-TAXA-B LUF-ICMS-B LUF-PRAZO-B
               COMPUTE WS-DIF-TAXA = ZERO - VSA-TAXA-TAB (WS-SUB-UF)
               COMPUTE WS-DIF-ICMS = ZERO - VSA-ICMS-TAB (WS-SUB-UF)
               MOVE WS-DIF-TAXA TO LUF-DIF-TAXA
               MOVE WS-DIF-ICMS TO LUF-DIF-ICMS
               MOVE ZERO TO LUF-VARIACAO
               MOVE "RETIRADA" TO LUF-SITUACAO
               ADD 1 TO WS-TOTAL-RETIRADAS
               PERFORM 2900-GRAVA-LINHA-UF
               EXIT PARAGRAPH
           END-IF.
           MOVE FRT-TAXA-TAB (WS-UF-ACHADA) TO LUF-TAXA-B.
           MOVE FRT-ICMS-TAB (WS-UF-ACHADA) TO LUF-ICMS-B.
           MOVE FRT-PRAZO-TAB (WS-UF-ACHADA) TO LUF-PRAZO-B.
           COMPUTE WS-DIF-TAXA = FRT-TAXA-TAB (WS-UF-ACHADA)
                               - VSA-TAXA-TAB (WS-SUB-UF).
           COMPUTE WS-DIF-ICMS = FRT-ICMS-TAB (WS-UF-ACHADA)
                               - VSA-ICMS-TAB (WS-SUB-UF).
           MOVE ZERO TO WS-VARIACAO.
           IF VSA-TAXA-TAB (WS-SUB-UF) > ZERO
               COMPUTE WS-VARIACAO ROUNDED =
                   WS-DIF-TAXA * 100 / VSA-TAXA-TAB (WS-SUB-UF)
           END-IF.
           MOVE WS-DIF-TAXA TO LUF-DIF-TAXA.
           MOVE WS-DIF-ICMS TO LUF-DIF-ICMS.
           MOVE WS-VARIACAO TO LUF-VARIACAO.
           IF WS-DIF-TAXA = ZERO AND WS-DIF-ICMS = ZERO
              AND FRT-PRAZO-TAB (WS-UF-ACHADA)
                  = VSA-PRAZO-TAB (WS-SUB-UF)
               MOVE "IGUAL" TO LUF-SITUACAO
               ADD 1 TO WS-TOTAL-IGUAIS
           ELSE
               MOVE "ALTERADA" TO LUF-SITUACAO
               ADD 1 TO WS-TOTAL-ALTERADAS
           END-IF.
           PERFORM 2900-GRAVA-LINHA-UF.

       2200-LINHA-UF-NOVA.
           MOVE FRT-UF-TAB (WS-SUB-UF-B) TO LUF-UF.
           MOVE ZERO TO LUF-TAXA-A LUF-ICMS-A LUF-PRAZO-A.
           MOVE FRT-TAXA-TAB (WS-SUB-UF-B) TO LUF-TAXA-B.
           MOVE FRT-ICMS-TAB (WS-SUB-UF-B) TO LUF-ICMS-B.
           MOVE FRT-PRAZO-TAB (WS-SUB-UF-B) TO LUF-PRAZO-B.
           MOVE FRT-TAXA-TAB (WS-SUB-UF-B) TO LUF-DIF-TAXA.
           MOVE FRT-ICMS-TAB (WS-SUB-UF-B) TO LUF-DIF-ICMS.
           MOVE ZERO TO LUF-VARIACAO.
           MOVE "NOVA" TO LUF-SITUACAO.
           ADD 1 TO WS-TOTAL-NOVAS.
           PERFORM 2900-GRAVA-LINHA-UF.

       2900-GRAVA-LINHA-UF.
           MOVE WS-LINHA-UF TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *===== FRETE GRATIS, ADICIONAL E PRAZO POR ZONA E SEGURO.
       3000-COMPARA-GERAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "ITENS GERAIS                 VERSAO A   VERSAO B"
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE VSA-VALOR-FRETE-GRATIS TO WS-GRATIS-A-ED.
           MOVE FRT-VALOR-FRETE-GRATIS TO WS-GRATIS-B-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "FAIXA DE FRETE GRATIS.: " WS-GRATIS-A-ED " "
                  WS-GRATIS-B-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ZONA CAPITAL (PERMILE).:        " VSA-ZONA-CAPITAL
                  "        " FRT-ZONA-CAPITAL
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ZONA METROPOL. (PERMILE):       " VSA-ZONA-METRO
                  "        " FRT-ZONA-METRO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ZONA INTERIOR (PERMILE):        " VSA-ZONA-INTERIOR
                  "        " FRT-ZONA-INTERIOR
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PRAZO ZONA CAP/MET/INT:   " VSA-PRAZO-CAPITAL "/"
                  VSA-PRAZO-METRO "/" VSA-PRAZO-INTERIOR "   "
                  FRT-PRAZO-CAPITAL "/" FRT-PRAZO-METRO "/"
                  FRT-PRAZO-INTERIOR
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "SEGURO (PERMILE).......:        " VSA-TAXA-SEGURO
                  "        " FRT-TAXA-SEGURO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CUBAGEM (KG/M3)........:        " VSA-FATOR-CUBAGEM
                  "        " FRT-FATOR-CUBAGEM
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       4000-FINALIZA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "UFS ALTERADAS: " WS-TOTAL-ALTERADAS
                  "  IGUAIS: " WS-TOTAL-IGUAIS
                  "  NOVAS: " WS-TOTAL-NOVAS
                  "  RETIRADAS: " WS-TOTAL-RETIRADAS
                  DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY "VERSAO A " VSA-VIGENCIA " X VERSAO B "
                   FRT-VIGENCIA-CARREGADA.
           DISPLAY "UFS ALTERADAS: " WS-TOTAL-ALTERADAS
                   " IGUAIS: " WS-TOTAL-IGUAIS
                   " NOVAS: " WS-TOTAL-NOVAS
                   " RETIRADAS: " WS-TOTAL-RETIRADAS.
           DISPLAY "DETALHE EM taxas_frete_comparacao.txt".

       END PROGRAM FRETECOMPARA.
