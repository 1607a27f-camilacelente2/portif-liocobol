      *=======          SEGURO SOBRE O VALOR DECLARADO (LINHA "SG",
      *=======          PERMILE), USADA PELO FRETELOTE E PELOS
      *=======          CALCULADORES DE TELA.
      *=======     MOD: 15/10/2026 - CE - PRAZO DE ENTREGA PROMETIDO EM
      *=======          DIAS UTEIS POR UF E ADICIONAL POR ZONA (4A
      *=======          COLUNA DO taxas_frete.txt), COM AUDITORIA DO
      *=======          PRAZO ANTIGO E NOVO.
      *=======     MOD: 15/10/2026 - CE - VERSOES DA TABELA COM DATA DE
      *=======          INICIO (LINHA "VG AAAAMMDD" ANTES DAS TAXAS DE
      *=======          CADA VERSAO): O GERENTE AGENDA A CARTA DO MES
      *=======          SEGUINTE COMO COPIA DA VIGENTE E ALTERA SO ELA,
      *=======          ESCOLHE A VERSAO DE TRABALHO E EXCLUI UMA
      *=======          AGENDADA; VERSAO ENCERRADA FICA SO PARA
      *=======          CONSULTA. A AUDITORIA LEVA A VERSAO ALTERADA NO
      *=======          FIM DA LINHA.
      *=======     MOD: 15/10/2026 - CE - FATOR DE CUBAGEM (LINHA "CB",
      *=======          KG/M3) NA LISTAGEM, NA GRAVACAO DA TABELA E NA
      *=======          NOVA OPCAO C, COM AUDITORIA.
      *==============================

       ENVIRONMENT DIVISION.
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

       FD  ARQ-AUDITORIA.
       01  AUDITORIA-LINHA.
           05 AUD-TAXA-NOVA    PIC 9(08).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-ICMS-NOVO    PIC 9(03).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-PRAZO-ANTIGO PIC 9(02).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-PRAZO-NOVO   PIC 9(02).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-VIGENCIA     PIC 9(08).

       WORKING-STORAGE SECTION.
      *===== AREA DE PARAMETROS DO MODULO DE LOGIN DE OPERADOR.
       01 WS-TAXA-INFORMADA    PIC 9(03) VALUE ZERO.
       01 WS-ICMS-INFORMADO    PIC 9(03) VALUE ZERO.
       01 WS-GRATIS-INFORMADO  PIC 9(08) VALUE ZERO.
       01 WS-PRAZO-INFORMADO   PIC 9(02) VALUE ZERO.
       01 WS-SUB-UF            PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA         PIC 99 VALUE ZERO.
       01 WS-DATA-AUDITORIA    PIC X(40) VALUE SPACES.
       01 WS-HOJE              PIC 9(08) VALUE ZERO.
       01 WS-DATA-REFERENCIA   PIC 9(08) VALUE ZERO.
       01 WS-BLOCO-VALE        PIC X VALUE 'S'.
       01 WS-LINHA-SEM-VERSAO  PIC X VALUE 'N'.
       01 WS-SOMENTE-LEITURA   PIC X VALUE 'N'.
       01 WS-RESPOSTA          PIC X VALUE SPACE.
       01 WS-VIGENCIA-HOJE     PIC 9(08) VALUE ZERO.
       01 WS-VIGENCIA-LIDA     PIC 9(08) VALUE ZERO.
       01 WS-VIGENCIA-INFORMADA PIC 9(08) VALUE ZERO.
       01 WS-VIGENCIA-INF-R REDEFINES WS-VIGENCIA-INFORMADA.
           05 WS-VI-ANO        PIC 9(04).
           05 WS-VI-MES        PIC 9(02).
           05 WS-VI-DIA        PIC 9(02).
       01 WS-VERSAO-ESCOLHIDA  PIC 99 VALUE ZERO.
       01 WS-SUB-VER           PIC 99 VALUE ZERO.
       01 WS-TOTAL-VERSOES     PIC 99 VALUE ZERO.
       01 WS-SUB-LIN           PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-LINHAS      PIC 9(04) VALUE ZERO.
       01 WS-SITUACAO-VERSAO   PIC X(10) VALUE SPACES.

      *===== DATAS DE INICIO DAS VERSOES DO ARQUIVO, EM ORDEM (ATE
      *===== 50), E AS LINHAS DAS VERSOES QUE NAO ESTAO EM EDICAO,
      *===== GUARDADAS NA HORA DE REGRAVAR O ARQUIVO.
       01  WS-TABELA-VERSOES.
           05 WS-VS-DATA OCCURS 50 TIMES PIC 9(08).
       01  WS-TABELA-LINHAS.
           05 WS-LIN-ITEM OCCURS 1000 TIMES.
               10 WS-LN-VIGENCIA  PIC 9(08).
               10 WS-LN-TEXTO     PIC X(13).

      *===== TABELA DE TAXAS EM MEMORIA, A MESMA DOS PROGRAMAS DE
      *===== CALCULO DE FRETE.
      *===== OS FILLER DO REGISTRO DO FD NAO NASCEM EM BRANCO; LIMPA
      *===== UMA VEZ PARA O WRITE DA AUDITORIA NAO FALHAR COM 71.
           MOVE SPACES TO AUDITORIA-LINHA.
           MOVE ZERO TO AUD-PRAZO-ANTIGO AUD-PRAZO-NOVO.
           PERFORM 0050-LOGIN-OPERADOR.
           MOVE SPACES TO WS-DATA-AUDITORIA.
           CALL "DATAMES" USING WS-DATA-AUDITORIA.
           MOVE WS-DATA-AUDITORIA (1:8) TO WS-HOJE.
           MOVE WS-HOJE TO WS-DATA-REFERENCIA.
           PERFORM 1000-CARREGA-TAXAS.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               IF WS-SOMENTE-LEITURA = 'S'
                  AND ((WS-OPCAO >= '2' AND WS-OPCAO <= '7')
                       OR WS-OPCAO = 'C' OR WS-OPCAO = 'c')
                   DISPLAY "VERSAO ENCERRADA, SO PARA CONSULTA - "
                           "ALTERE A VIGENTE OU UMA AGENDADA"
                   MOVE '*' TO WS-OPCAO
               END-IF
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR
                   WHEN '2' PERFORM 3000-ALTERAR-UF
                   WHEN '4' PERFORM 5000-ALTERAR-GRATIS
                   WHEN '5' PERFORM 5500-ALTERAR-ZONAS
                   WHEN '6' PERFORM 5700-ALTERAR-SEGURO
                   WHEN '7' PERFORM 5800-ALTERAR-PRAZOS
                   WHEN 'C' WHEN 'c' PERFORM 5750-ALTERAR-CUBAGEM
                   WHEN '8' PERFORM 8000-ESCOLHER-VERSAO
                   WHEN '9' PERFORM 8100-AGENDAR-VERSAO
                   WHEN '0' PERFORM 8200-EXCLUIR-VERSAO
                   WHEN '*' CONTINUE
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

      *===== CARREGA A VERSAO VALIDA EM WS-DATA-REFERENCIA E MONTA A
      *===== LISTA DAS VERSOES DO ARQUIVO. ARQUIVO SEM LINHA "VG"
      *===== (OU AS LINHAS ANTES DA PRIMEIRA) E A VERSAO 00000000,
      *===== QUE VALE DESDE SEMPRE.
       1000-CARREGA-TAXAS.
           MOVE ZERO TO WS-TOTAL-VERSOES.
           MOVE 'N' TO WS-LINHA-SEM-VERSAO.
           MOVE 'S' TO WS-BLOCO-VALE.
           MOVE ZERO TO FRT-VIGENCIA-CARREGADA.
           MOVE 99999999 TO FRT-PROXIMA-VIGENCIA.
           PERFORM 1010-LIMPA-TABELA.
           OPEN INPUT ARQ-TAXAS-FRETE.
           IF WS-STATUS-TAXAS = "35"
               DISPLAY "taxas_frete.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA GRAVACAO"
               MOVE 1 TO WS-TOTAL-VERSOES
               MOVE ZERO TO WS-VS-DATA (1)
               PERFORM 1060-SITUACAO-EDICAO
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-TAXAS NOT = "00"
                   AT END
                       MOVE 'S' TO WS-EOF-TAXAS
                   NOT AT END
                       IF TXV-TIPO = "VG"
                           PERFORM 1020-INICIO-VERSAO
                       ELSE
                       IF WS-TOTAL-VERSOES = ZERO
                          AND TAXA-FRETE-LINHA NOT = SPACES
                           MOVE 'S' TO WS-LINHA-SEM-VERSAO
                       END-IF
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
           IF WS-TOTAL-VERSOES = ZERO
               MOVE 1 TO WS-TOTAL-VERSOES
               MOVE ZERO TO WS-VS-DATA (1)
           END-IF.
           PERFORM 1060-SITUACAO-EDICAO.

      *===== VALORES DE PARTIDA DE UMA VERSAO, OS MESMOS DO #fretetab.
       1010-LIMPA-TABELA.
           MOVE 0 TO FRT-TOTAL-UF.
           MOVE 0 TO FRT-ZONA-CAPITAL FRT-ZONA-METRO FRT-ZONA-INTERIOR.
           MOVE 0 TO FRT-PRAZO-CAPITAL FRT-PRAZO-METRO
                     FRT-PRAZO-INTERIOR.
           MOVE 500 TO FRT-VALOR-FRETE-GRATIS.
           MOVE 0 TO FRT-TAXA-SEGURO.
           MOVE 0 TO FRT-FATOR-CUBAGEM.

      *===== LINHA "VG": ENTRA NA LISTA; SE A VERSAO JA VALE NA DATA
      *===== DE REFERENCIA, A TABELA RECOMECA POR ELA, SENAO AS LINHAS
      *===== DELA SAO PULADAS.
       1020-INICIO-VERSAO.
           IF WS-TOTAL-VERSOES = ZERO
              AND WS-LINHA-SEM-VERSAO = 'S'
               MOVE 1 TO WS-TOTAL-VERSOES
               MOVE ZERO TO WS-VS-DATA (1)
           END-IF.
           IF WS-TOTAL-VERSOES < 50
               ADD 1 TO WS-TOTAL-VERSOES
               MOVE TXV-DATA TO WS-VS-DATA (WS-TOTAL-VERSOES)
           END-IF.
           IF TXV-DATA > WS-DATA-REFERENCIA
               MOVE 'N' TO WS-BLOCO-VALE
               IF FRT-PROXIMA-VIGENCIA = 99999999
                   MOVE TXV-DATA TO FRT-PROXIMA-VIGENCIA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-BLOCO-VALE.
           MOVE TXV-DATA TO FRT-VIGENCIA-CARREGADA.
           PERFORM 1010-LIMPA-TABELA.

      *===== SO A VERSAO VIGENTE HOJE E AS AGENDADAS ACEITAM
      *===== ALTERACAO; AS ENCERRADAS FICAM PARA CONSULTA, PORQUE JA
      *===== PRECIFICARAM PEDIDOS.
       1060-SITUACAO-EDICAO.
           MOVE ZERO TO WS-VIGENCIA-HOJE.
           PERFORM VARYING WS-SUB-VER FROM 1 BY 1
                   UNTIL WS-SUB-VER > WS-TOTAL-VERSOES
               IF WS-VS-DATA (WS-SUB-VER) NOT > WS-HOJE
                   MOVE WS-VS-DATA (WS-SUB-VER) TO WS-VIGENCIA-HOJE
               END-IF
           END-PERFORM.
           IF FRT-VIGENCIA-CARREGADA < WS-VIGENCIA-HOJE
               MOVE 'S' TO WS-SOMENTE-LEITURA
           ELSE
               MOVE 'N' TO WS-SOMENTE-LEITURA
           END-IF.

      *===== REGRAVA O ARQUIVO INTEIRO, VERSAO POR VERSAO EM ORDEM DE
      *===== DATA: A VERSAO EM EDICAO SAI DA TABELA EM MEMORIA E AS
      *===== DEMAIS SAEM COMO ESTAVAM NO ARQUIVO.
       1100-GRAVA-TAXAS.
           PERFORM 1150-GUARDA-OUTRAS-VERSOES.
           OPEN OUTPUT ARQ-TAXAS-FRETE.
           PERFORM VARYING WS-SUB-VER FROM 1 BY 1
                   UNTIL WS-SUB-VER > WS-TOTAL-VERSOES
               MOVE SPACES TO TAXA-VIGENCIA-LINHA
               MOVE "VG" TO TXV-TIPO
               MOVE WS-VS-DATA (WS-SUB-VER) TO TXV-DATA
               WRITE TAXA-VIGENCIA-LINHA
               IF WS-VS-DATA (WS-SUB-VER) = FRT-VIGENCIA-CARREGADA
                   PERFORM 1120-GRAVA-TABELA
               ELSE
                   PERFORM 1130-GRAVA-GUARDADAS
               END-IF
           END-PERFORM.
           CLOSE ARQ-TAXAS-FRETE.

       1120-GRAVA-TABELA.
           MOVE SPACES TO TAXA-GRATIS-LINHA.
           MOVE "GR" TO TXG-TIPO.
           MOVE FRT-VALOR-FRETE-GRATIS TO TXG-VALOR.
           MOVE "ZC" TO TXF-UF.
           MOVE FRT-ZONA-CAPITAL TO TXF-TAXA.
           MOVE ZERO TO TXF-ICMS.
           MOVE FRT-PRAZO-CAPITAL TO TXF-PRAZO-X.
           WRITE TAXA-FRETE-LINHA.
           MOVE "ZM" TO TXF-UF.
           MOVE FRT-ZONA-METRO TO TXF-TAXA.
           MOVE ZERO TO TXF-ICMS.
           MOVE FRT-PRAZO-METRO TO TXF-PRAZO-X.
           WRITE TAXA-FRETE-LINHA.
           MOVE "ZI" TO TXF-UF.
           MOVE FRT-ZONA-INTERIOR TO TXF-TAXA.
           MOVE ZERO TO TXF-ICMS.
           MOVE FRT-PRAZO-INTERIOR TO TXF-PRAZO-X.
           WRITE TAXA-FRETE-LINHA.
           MOVE "SG" TO TXF-UF.
           MOVE FRT-TAXA-SEGURO TO TXF-TAXA.
           MOVE ZERO TO TXF-ICMS.
           MOVE SPACES TO TXF-PRAZO-X.
           WRITE TAXA-FRETE-LINHA.
           MOVE "CB" TO TXF-UF.
           MOVE FRT-FATOR-CUBAGEM TO TXF-TAXA.
           MOVE ZERO TO TXF-ICMS.
           MOVE SPACES TO TXF-PRAZO-X.
           WRITE TAXA-FRETE-LINHA.
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > FRT-TOTAL-UF
               MOVE FRT-UF-TAB (WS-SUB-UF)   TO TXF-UF
               MOVE FRT-TAXA-TAB (WS-SUB-UF) TO TXF-TAXA
               MOVE FRT-ICMS-TAB (WS-SUB-UF) TO TXF-ICMS
               MOVE FRT-PRAZO-TAB (WS-SUB-UF) TO TXF-PRAZO-X
               WRITE TAXA-FRETE-LINHA
           END-PERFORM.

       1130-GRAVA-GUARDADAS.
           PERFORM VARYING WS-SUB-LIN FROM 1 BY 1
                   UNTIL WS-SUB-LIN > WS-TOTAL-LINHAS
               IF WS-LN-VIGENCIA (WS-SUB-LIN)
                  = WS-VS-DATA (WS-SUB-VER)
                   MOVE WS-LN-TEXTO (WS-SUB-LIN) TO TAXA-FRETE-LINHA
                   WRITE TAXA-FRETE-LINHA
               END-IF
           END-PERFORM.

      *===== RELE O ARQUIVO E GUARDA AS LINHAS DAS OUTRAS VERSOES,
      *===== ANTES DO OPEN OUTPUT.
       1150-GUARDA-OUTRAS-VERSOES.
           MOVE ZERO TO WS-TOTAL-LINHAS.
           OPEN INPUT ARQ-TAXAS-FRETE.
           IF WS-STATUS-TAXAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VIGENCIA-LIDA.
           MOVE 'N' TO WS-EOF-TAXAS.
           PERFORM UNTIL WS-EOF-TAXAS = 'S'
               READ ARQ-TAXAS-FRETE
                   AT END
                       MOVE 'S' TO WS-EOF-TAXAS
                   NOT AT END
                       IF TXV-TIPO = "VG"
                           MOVE TXV-DATA TO WS-VIGENCIA-LIDA
                       ELSE
                           IF WS-VIGENCIA-LIDA
                              NOT = FRT-VIGENCIA-CARREGADA
                              AND TAXA-FRETE-LINHA NOT = SPACES
                              AND WS-TOTAL-LINHAS < 1000
                               ADD 1 TO WS-TOTAL-LINHAS
                               MOVE WS-VIGENCIA-LIDA
                                 TO WS-LN-VIGENCIA (WS-TOTAL-LINHAS)
                               MOVE TAXA-FRETE-LINHA
                                 TO WS-LN-TEXTO (WS-TOTAL-LINHAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TAXAS-FRETE.

       2000-LISTAR.
           DISPLAY "=== TAXAS DE FRETE (PERMILE) ===".
           PERFORM 8050-SITUACAO-VERSAO.
           DISPLAY "VERSAO VALIDA A PARTIR DE " FRT-VIGENCIA-CARREGADA
                   " - " WS-SITUACAO-VERSAO.
           DISPLAY "FAIXA DE FRETE GRATIS: " FRT-VALOR-FRETE-GRATIS.
           DISPLAY "ZONA CAPITAL..: " FRT-ZONA-CAPITAL.
           DISPLAY "ZONA METROPOL.: " FRT-ZONA-METRO.
           DISPLAY "ZONA INTERIOR.: " FRT-ZONA-INTERIOR.
           DISPLAY "PRAZO ADICIONAL (DIAS UTEIS) CAPITAL "
                   FRT-PRAZO-CAPITAL " METROPOL. " FRT-PRAZO-METRO
                   " INTERIOR " FRT-PRAZO-INTERIOR.
           DISPLAY "FATOR DE CUBAGEM (KG/M3, 0 = SEM): "
                   FRT-FATOR-CUBAGEM.
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > FRT-TOTAL-UF
               DISPLAY FRT-UF-TAB (WS-SUB-UF)
                       " TAXA " FRT-TAXA-TAB (WS-SUB-UF)
                       " ICMS " FRT-ICMS-TAB (WS-SUB-UF)
                       " PRAZO " FRT-PRAZO-TAB (WS-SUB-UF)
           END-PERFORM.

       3000-ALTERAR-UF.
           MOVE ZERO TO AUD-TAXA-ANTIGA.
           MOVE FRT-TAXA-TAB (WS-UF-ACHADA) TO AUD-TAXA-ANTIGA.
           MOVE FRT-ICMS-TAB (WS-UF-ACHADA) TO AUD-ICMS-ANTIGO.
           MOVE FRT-PRAZO-TAB (WS-UF-ACHADA) TO AUD-PRAZO-ANTIGO.
           MOVE FRT-PRAZO-TAB (WS-UF-ACHADA) TO AUD-PRAZO-NOVO.
           MOVE WS-TAXA-INFORMADA TO FRT-TAXA-TAB (WS-UF-ACHADA).
           MOVE WS-ICMS-INFORMADO TO FRT-ICMS-TAB (WS-UF-ACHADA).
           MOVE WS-UF-INFORMADA TO AUD-UF.
               DISPLAY "TAXA INVALIDA (1 A 999)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRAZO DE ENTREGA EM DIAS UTEIS (0 = SEM): ".
           MOVE ZERO TO WS-PRAZO-INFORMADO.
           ACCEPT WS-PRAZO-INFORMADO.
           ADD 1 TO FRT-TOTAL-UF.
           MOVE WS-UF-INFORMADA   TO FRT-UF-TAB (FRT-TOTAL-UF).
           MOVE WS-PRAZO-INFORMADO TO FRT-PRAZO-TAB (FRT-TOTAL-UF).
           MOVE ZERO TO AUD-PRAZO-ANTIGO.
           MOVE WS-PRAZO-INFORMADO TO AUD-PRAZO-NOVO.
           MOVE WS-TAXA-INFORMADA TO FRT-TAXA-TAB (FRT-TOTAL-UF).
           MOVE WS-ICMS-INFORMADO TO FRT-ICMS-TAB (FRT-TOTAL-UF).
           MOVE WS-UF-INFORMADA TO AUD-UF.
           PERFORM 1100-GRAVA-TAXAS.
           DISPLAY "TAXA DO SEGURO ATUALIZADA".

      *===== FATOR DE CUBAGEM EM KG POR M3 (LINHA "CB"): O PESO
      *===== COBRADO E O MAIOR ENTRE O REAL E O CUBADO. ZERO DESLIGA
      *===== A CUBAGEM.
       5750-ALTERAR-CUBAGEM.
           DISPLAY "FATOR DE CUBAGEM (KG/M3, 0 A 999, 0 = SEM): ".
           MOVE ZERO TO WS-TAXA-INFORMADA.
           ACCEPT WS-TAXA-INFORMADA.
           MOVE "CB" TO AUD-UF.
           MOVE FRT-FATOR-CUBAGEM TO AUD-TAXA-ANTIGA.
           MOVE ZERO TO AUD-ICMS-ANTIGO.
           MOVE WS-TAXA-INFORMADA TO AUD-TAXA-NOVA.
           MOVE ZERO TO AUD-ICMS-NOVO.
           MOVE WS-TAXA-INFORMADA TO FRT-FATOR-CUBAGEM.
           PERFORM 7000-GRAVA-AUDITORIA.
           PERFORM 1100-GRAVA-TAXAS.
           DISPLAY "FATOR DE CUBAGEM ATUALIZADO".

      *===== PRAZO DE ENTREGA PROMETIDO: POR UF (A BASE) OU, COM
      *===== ZC/ZM/ZI, OS DIAS A SOMAR PELA ZONA DE ENTREGA.
       5800-ALTERAR-PRAZOS.
           DISPLAY "UF (OU ZC/ZM/ZI PARA O ADICIONAL DA ZONA): ".
           MOVE SPACES TO WS-UF-INFORMADA.
           ACCEPT WS-UF-INFORMADA.
           MOVE ZERO TO WS-UF-ACHADA.
           PERFORM VARYING WS-SUB-UF FROM 1 BY 1
                   UNTIL WS-SUB-UF > FRT-TOTAL-UF
               IF FRT-UF-TAB (WS-SUB-UF) = WS-UF-INFORMADA
                   MOVE WS-SUB-UF TO WS-UF-ACHADA
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-UF-INFORMADA = "ZC"
                   MOVE FRT-PRAZO-CAPITAL TO AUD-PRAZO-ANTIGO
               WHEN WS-UF-INFORMADA = "ZM"
                   MOVE FRT-PRAZO-METRO TO AUD-PRAZO-ANTIGO
               WHEN WS-UF-INFORMADA = "ZI"
                   MOVE FRT-PRAZO-INTERIOR TO AUD-PRAZO-ANTIGO
               WHEN WS-UF-ACHADA NOT = ZERO
                   MOVE FRT-PRAZO-TAB (WS-UF-ACHADA)
                     TO AUD-PRAZO-ANTIGO
               WHEN OTHER
                   DISPLAY "UF NAO CADASTRADA"
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "PRAZO ATUAL: " AUD-PRAZO-ANTIGO
                   " - NOVO PRAZO EM DIAS UTEIS (0 A 99): ".
           MOVE ZERO TO WS-PRAZO-INFORMADO.
           ACCEPT WS-PRAZO-INFORMADO.
           EVALUATE TRUE
               WHEN WS-UF-INFORMADA = "ZC"
                   MOVE WS-PRAZO-INFORMADO TO FRT-PRAZO-CAPITAL
               WHEN WS-UF-INFORMADA = "ZM"
                   MOVE WS-PRAZO-INFORMADO TO FRT-PRAZO-METRO
               WHEN WS-UF-INFORMADA = "ZI"
                   MOVE WS-PRAZO-INFORMADO TO FRT-PRAZO-INTERIOR
               WHEN OTHER
                   MOVE WS-PRAZO-INFORMADO
                     TO FRT-PRAZO-TAB (WS-UF-ACHADA)
           END-EVALUATE.
           MOVE WS-UF-INFORMADA TO AUD-UF.
           MOVE ZERO TO AUD-TAXA-ANTIGA.
           MOVE ZERO TO AUD-ICMS-ANTIGO.
           MOVE ZERO TO AUD-TAXA-NOVA.
           MOVE ZERO TO AUD-ICMS-NOVO.
           MOVE WS-PRAZO-INFORMADO TO AUD-PRAZO-NOVO.
           PERFORM 7000-GRAVA-AUDITORIA.
           PERFORM 1100-GRAVA-TAXAS.
           DISPLAY "PRAZO DE " WS-UF-INFORMADA " ATUALIZADO".

       6000-PEDE-UF.
           DISPLAY "UF: ".
           MOVE SPACES TO WS-UF-INFORMADA.
           MOVE SPACES TO WS-DATA-AUDITORIA.
           CALL "DATAMES" USING WS-DATA-AUDITORIA.
           MOVE WS-DATA-AUDITORIA (1:14) TO AUD-DATA-HORA.
           MOVE FRT-VIGENCIA-CARREGADA TO AUD-VIGENCIA.
           OPEN EXTEND ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           WRITE AUDITORIA-LINHA.
           CLOSE ARQ-AUDITORIA.
           MOVE ZERO TO AUD-PRAZO-ANTIGO AUD-PRAZO-NOVO.

      *===== LISTA AS VERSOES E TROCA A VERSAO DE TRABALHO.
       8000-ESCOLHER-VERSAO.
           DISPLAY "=== VERSOES DA TABELA DE TAXAS ===".
           PERFORM VARYING WS-SUB-VER FROM 1 BY 1
                   UNTIL WS-SUB-VER > WS-TOTAL-VERSOES
               MOVE WS-VS-DATA (WS-SUB-VER) TO WS-VIGENCIA-LIDA
               PERFORM 8060-SITUACAO-DA-DATA
               IF WS-VIGENCIA-LIDA = FRT-VIGENCIA-CARREGADA
                   DISPLAY WS-SUB-VER " - A PARTIR DE "
                           WS-VIGENCIA-LIDA " " WS-SITUACAO-VERSAO
                           " <- EM TRABALHO"
               ELSE
                   DISPLAY WS-SUB-VER " - A PARTIR DE "
                           WS-VIGENCIA-LIDA " " WS-SITUACAO-VERSAO
               END-IF
           END-PERFORM.
           DISPLAY "NUMERO DA VERSAO PARA TRABALHAR (0 = MANTER): ".
           MOVE ZERO TO WS-VERSAO-ESCOLHIDA.
           ACCEPT WS-VERSAO-ESCOLHIDA.
           IF WS-VERSAO-ESCOLHIDA = ZERO
              OR WS-VERSAO-ESCOLHIDA > WS-TOTAL-VERSOES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VS-DATA (WS-VERSAO-ESCOLHIDA)
             TO WS-DATA-REFERENCIA.
           PERFORM 1000-CARREGA-TAXAS.
           PERFORM 8050-SITUACAO-VERSAO.
           DISPLAY "TRABALHANDO NA VERSAO DE " FRT-VIGENCIA-CARREGADA
                   " - " WS-SITUACAO-VERSAO.

       8050-SITUACAO-VERSAO.
           MOVE FRT-VIGENCIA-CARREGADA TO WS-VIGENCIA-LIDA.
           PERFORM 8060-SITUACAO-DA-DATA.

       8060-SITUACAO-DA-DATA.
           EVALUATE TRUE
               WHEN WS-VIGENCIA-LIDA > WS-HOJE
                   MOVE "AGENDADA" TO WS-SITUACAO-VERSAO
               WHEN WS-VIGENCIA-LIDA = WS-VIGENCIA-HOJE
                   MOVE "VIGENTE" TO WS-SITUACAO-VERSAO
               WHEN OTHER
                   MOVE "ENCERRADA" TO WS-SITUACAO-VERSAO
           END-EVALUATE.

      *===== NOVA VERSAO COM DATA DE INICIO DE HOJE EM DIANTE, QUE
      *===== NASCE COPIA DA VERSAO EM TRABALHO; AS TAXAS DA CARTA
      *===== NOVA SAO ALTERADAS NELA EM SEGUIDA, SEM MEXER NA VIGENTE.
       8100-AGENDAR-VERSAO.
           IF WS-TOTAL-VERSOES >= 50
               DISPLAY "LIMITE DE VERSOES (50) - EXCLUA AS ANTIGAS "
                       "DO ARQUIVO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOVA VERSAO VALIDA A PARTIR DE (AAAAMMDD): ".
           MOVE ZERO TO WS-VIGENCIA-INFORMADA.
           ACCEPT WS-VIGENCIA-INFORMADA.
           IF WS-VI-MES < 1 OR WS-VI-MES > 12
              OR WS-VI-DIA < 1 OR WS-VI-DIA > 31
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           IF WS-VIGENCIA-INFORMADA < WS-HOJE
               DISPLAY "A VERSAO NOVA NAO PODE COMECAR ANTES DE HOJE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUB-VER FROM 1 BY 1
                   UNTIL WS-SUB-VER > WS-TOTAL-VERSOES
               IF WS-VS-DATA (WS-SUB-VER) = WS-VIGENCIA-INFORMADA
                   DISPLAY "JA EXISTE VERSAO NESTA DATA - ESCOLHA-A "
                           "PELA OPCAO 8"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE "VG" TO AUD-UF.
           MOVE FRT-VIGENCIA-CARREGADA TO AUD-TAXA-ANTIGA.
           MOVE WS-VIGENCIA-INFORMADA TO AUD-TAXA-NOVA.
           MOVE ZERO TO AUD-ICMS-ANTIGO AUD-ICMS-NOVO.
           DISPLAY "VERSAO DE " WS-VIGENCIA-INFORMADA
                   " CRIADA COMO COPIA DA VERSAO DE "
                   FRT-VIGENCIA-CARREGADA.
      *===== ENCAIXA A DATA NOVA NA LISTA, QUE FICA EM ORDEM.
           MOVE WS-TOTAL-VERSOES TO WS-SUB-VER.
           ADD 1 TO WS-TOTAL-VERSOES.
           PERFORM UNTIL WS-SUB-VER = ZERO
                      OR WS-VS-DATA (WS-SUB-VER) < WS-VIGENCIA-INFORMADA
               MOVE WS-VS-DATA (WS-SUB-VER)
                 TO WS-VS-DATA (WS-SUB-VER + 1)
               SUBTRACT 1 FROM WS-SUB-VER
           END-PERFORM.
           MOVE WS-VIGENCIA-INFORMADA TO WS-VS-DATA (WS-SUB-VER + 1).
           MOVE WS-VIGENCIA-INFORMADA TO FRT-VIGENCIA-CARREGADA.
           PERFORM 7000-GRAVA-AUDITORIA.
           PERFORM 1100-GRAVA-TAXAS.
           PERFORM 1060-SITUACAO-EDICAO.
           DISPLAY "ALTERE AGORA AS TAXAS DA VERSAO NOVA (OPCOES 2 "
                   "A 7)".

      *===== SO VERSAO AINDA NAO VIGENTE PODE SER EXCLUIDA.
       8200-EXCLUIR-VERSAO.
           IF FRT-VIGENCIA-CARREGADA NOT > WS-HOJE
               DISPLAY "SO UMA VERSAO AGENDADA PODE SER EXCLUIDA - "
                       "ESCOLHA-A PELA OPCAO 8"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EXCLUIR A VERSAO DE " FRT-VIGENCIA-CARREGADA
                   "? (S/N): ".
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VERSAO-ESCOLHIDA.
           PERFORM VARYING WS-SUB-VER FROM 1 BY 1
                   UNTIL WS-SUB-VER > WS-TOTAL-VERSOES
               IF WS-VS-DATA (WS-SUB-VER) = FRT-VIGENCIA-CARREGADA
                   MOVE WS-SUB-VER TO WS-VERSAO-ESCOLHIDA
               END-IF
           END-PERFORM.
           IF WS-VERSAO-ESCOLHIDA = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUB-VER FROM WS-VERSAO-ESCOLHIDA BY 1
                   UNTIL WS-SUB-VER >= WS-TOTAL-VERSOES
               MOVE WS-VS-DATA (WS-SUB-VER + 1)
                 TO WS-VS-DATA (WS-SUB-VER)
           END-PERFORM.
           SUBTRACT 1 FROM WS-TOTAL-VERSOES.
           MOVE "VE" TO AUD-UF.
           MOVE FRT-VIGENCIA-CARREGADA TO AUD-TAXA-ANTIGA.
           MOVE ZERO TO AUD-TAXA-NOVA AUD-ICMS-ANTIGO AUD-ICMS-NOVO.
           PERFORM 7000-GRAVA-AUDITORIA.
      *===== A VERSAO EXCLUIDA CONTINUA COMO "EM TRABALHO" NA
      *===== REGRAVACAO: FORA DA LISTA, NEM ELA NEM AS LINHAS DELA
      *===== VOLTAM PARA O ARQUIVO.
           PERFORM 1100-GRAVA-TAXAS.
           DISPLAY "VERSAO DE " FRT-VIGENCIA-CARREGADA " EXCLUIDA".
           MOVE WS-HOJE TO WS-DATA-REFERENCIA.
           PERFORM 1000-CARREGA-TAXAS.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "4 - ALTERAR FAIXA DE FRETE GRATIS".
           DISPLAY "5 - ALTERAR ADICIONAIS DE ZONA".
           DISPLAY "6 - ALTERAR TAXA DO SEGURO".
           DISPLAY "7 - ALTERAR PRAZOS DE ENTREGA".
           DISPLAY "C - ALTERAR FATOR DE CUBAGEM".
           DISPLAY "8 - VERSOES (LISTAR / ESCOLHER)".
           DISPLAY "9 - AGENDAR NOVA VERSAO".
           DISPLAY "0 - EXCLUIR VERSAO AGENDADA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
