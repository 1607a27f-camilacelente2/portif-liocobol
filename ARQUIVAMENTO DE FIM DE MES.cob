      *=======          E RETURN-CODE (0=OK, 8=ERRO), NO PADRAO DO
      *=======          FILMESLOTE, PARA O AGENDALOTE PODER CHAMAR
      *=======          SEM DERRUBAR A CADEIA.
      *=======     MOD: 15/10/2026 - CE - TAMBEM ARQUIVA
      *=======          impostos_folha.txt E guias_recolhimento.txt, QUE
      *=======          A FOLHA E O GUIASFOLHA REGRAVAM A CADA MES; OS
      *=======          DATADOS DO ANO ALIMENTAM O INFORME DE
      *=======          RENDIMENTOS (INFORMEREND).
      *==============================

       ENVIRONMENT DIVISION.
       01 WS-LINHAS-DEPOIS      PIC 9(6) VALUE ZERO.
       01 WS-SUB-ARQ            PIC 9 VALUE ZERO.

      *===== OS SEIS ARQUIVOS TRATADOS E A POSICAO DA DATA
      *===== (YYYYMMDD) NA LINHA; POSICAO 0 = LAYOUT DUPLO DO
      *===== conversoes_auditoria.txt (COM OU SEM A COLUNA DE
      *===== DIRECAO C/V), RESOLVIDO LINHA A LINHA.
               10 FILLER        PIC X(30)
                  VALUE "manifesto_fretes.txt".
               10 FILLER        PIC 9(3) VALUE 79.
           05 FILLER.
               10 FILLER        PIC X(30)
                  VALUE "impostos_folha.txt".
               10 FILLER        PIC 9(3) VALUE 6.
           05 FILLER.
               10 FILLER        PIC X(30)
                  VALUE "guias_recolhimento.txt".
               10 FILLER        PIC 9(3) VALUE 1.
       01  WS-ARQUIVOS REDEFINES WS-TABELA-ARQUIVOS.
           05 WS-ARQ-ITEM OCCURS 6 TIMES.
               10 WS-ARQ-NOME   PIC X(30).
               10 WS-ARQ-POS    PIC 9(3).

                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           PERFORM VARYING WS-SUB-ARQ FROM 1 BY 1
                   UNTIL WS-SUB-ARQ > 6
               MOVE WS-ARQ-NOME (WS-SUB-ARQ) TO WS-NOME-BASE
               MOVE WS-ARQ-POS (WS-SUB-ARQ) TO WS-POSICAO-DATA
               PERFORM 2000-ARQUIVA-UM-ARQUIVO
