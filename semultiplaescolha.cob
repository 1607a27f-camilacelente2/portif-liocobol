      *=======     MOD: 27/06/2025 - CE - ADICIONAL POR ZONA DE
      *=======          ENTREGA (C/M/I), LINHAS ZC/ZM/ZI DE
      *=======          taxas_frete.txt.
      *=======     MOD: 15/10/2026 - CE - CARREGA SO A VERSAO DE
      *=======          taxas_frete.txt VIGENTE HOJE (LINHAS "VG
      *=======          AAAAMMDD" DO FRETETAXAS).
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TXG-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXG-VALOR        PIC 9(08).
       01  TAXA-VIGENCIA-LINHA.
           05 TXV-TIPO         PIC X(02).
           05 FILLER           PIC X.
           05 TXV-DATA         PIC 9(08).
       WORKING-STORAGE SECTION.
           01 WRK-PRODUTO      PIC X(30) VALUE SPACES.
           01 WRK-VALOR        PIC 9(05)V99 VALUE ZEROS.
           01 WRK-ATENDIDO     PIC X VALUE 'N'.
           01 WRK-ZONA         PIC X(01) VALUE SPACE.
           01 WRK-DATA-REJEICAO PIC X(40) VALUE SPACES.
           01 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
           01 WRK-BLOCO-VALE   PIC X VALUE 'S'.

      *=== TABELA DE TAXAS DE FRETE POR UF, COMPARTILHADA ENTRE OS
      *=== PROGRAMAS DE CALCULO DE FRETE.
           END-EVALUATE.

       0600-CARREGA-TAXAS.
      *===== CALCULO DO DIA: VALE A VERSAO DAS TAXAS VIGENTE HOJE.
           MOVE SPACES TO WRK-DATA-REJEICAO.
           CALL "DATAMES" USING WRK-DATA-REJEICAO.
           MOVE WRK-DATA-REJEICAO (1:8) TO WRK-DATA-REFERENCIA.
           OPEN INPUT ARQ-TAXAS-FRETE.
           IF WRK-STATUS-TAXAS NOT = "00"
               DISPLAY "ERRO AO ABRIR taxas_frete.txt - STATUS "
               STOP RUN
           END-IF.
           MOVE 'N' TO WRK-EOF-TAXAS.
           MOVE 'S' TO WRK-BLOCO-VALE.
           MOVE ZERO TO FRT-VIGENCIA-CARREGADA.
           MOVE 99999999 TO FRT-PROXIMA-VIGENCIA.
           PERFORM 0620-LIMPA-TABELA.
           PERFORM UNTIL WRK-EOF-TAXAS = 'S'
               READ ARQ-TAXAS-FRETE
                   AT END
                       MOVE 'S' TO WRK-EOF-TAXAS
                   NOT AT END
                       IF TXV-TIPO = "VG"
                           PERFORM 0610-INICIO-VERSAO
                       ELSE
                       IF WRK-BLOCO-VALE NOT = 'S'
                           CONTINUE
                       ELSE
                       IF TXG-TIPO = "GR"
                           MOVE TXG-VALOR TO FRT-VALOR-FRETE-GRATIS
                       ELSE
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
       0610-INICIO-VERSAO.
           IF TXV-DATA > WRK-DATA-REFERENCIA
               MOVE 'N' TO WRK-BLOCO-VALE
               IF FRT-PROXIMA-VIGENCIA = 99999999
                   MOVE TXV-DATA TO FRT-PROXIMA-VIGENCIA
               END-IF
           ELSE
               MOVE 'S' TO WRK-BLOCO-VALE
               MOVE TXV-DATA TO FRT-VIGENCIA-CARREGADA
               PERFORM 0620-LIMPA-TABELA
           END-IF.

       0620-LIMPA-TABELA.
           MOVE 0 TO FRT-TOTAL-UF.
           MOVE 0 TO FRT-ZONA-CAPITAL FRT-ZONA-METRO FRT-ZONA-INTERIOR.
           MOVE 0 TO FRT-PRAZO-CAPITAL FRT-PRAZO-METRO
                     FRT-PRAZO-INTERIOR.
           MOVE 500 TO FRT-VALOR-FRETE-GRATIS.
           MOVE 0 TO FRT-TAXA-SEGURO.
