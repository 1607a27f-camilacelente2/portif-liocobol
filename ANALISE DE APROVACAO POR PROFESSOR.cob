       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFANALISE.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: ANALISE DE APROVACAO POR PROFESSOR E
      *=======           DISCIPLINA NO FIM DO PERIODO. CRUZA
      *=======           notas_alunos.txt E resultado_final.txt
      *=======           (FECHATERMO) COM atribuicoes.txt E DA, POR
      *=======           PROFESSOR E DISCIPLINA: ALUNOS AVALIADOS,
      *=======           MEDIA, APROVADOS / RECUPERACAO / REPROVADOS
      *=======           COM AS TAXAS, A MEDIA DA MESMA DISCIPLINA
      *=======           NAS TURMAS DOS OUTROS PROFESSORES, AS
      *=======           CORRECOES DE NOTA (notas_auditoria.txt) E O
      *=======           MESMO QUADRO DO PERIODO ANTERIOR. PROFESSOR
      *=======           COM MEDIA A MAIS DE DOIS DESVIOS-PADRAO DA
      *=======           MEDIA DA ESCOLA SAI MARCADO. RELATORIO EM
      *=======           analise_professores.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O QUADRO DE CADA PERIODO FICA GUARDADO EM
      *=======               analise_professores_hist.txt (REFAZER O
      *=======               MESMO PERIODO SUBSTITUI O QUADRO DELE);
      *=======               O PERIODO ANTERIOR E O MAIOR PERIODO
      *=======               GUARDADO ANTES DO PEDIDO. NOTA REPROVADA
      *=======               DE ALUNO COM RESULTADO FINAL RECUPERACAO
      *=======               CONTA COMO RECUPERACAO. O DESVIO-PADRAO E
      *=======               O DAS MEDIAS DOS PROFESSORES/DISCIPLINAS.
      *=======     MOD: 15/10/2026 - CE - O LAYOUT DE professores.txt
      *=======          PASSOU PARA A AREA #profdat (A LINHA GANHOU O
      *=======          FUNCIONARIO E O VALOR DA AULA).
      *==============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTAS ASSIGN TO "notas_alunos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS.

           SELECT ARQ-FINAL ASSIGN TO "resultado_final.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINAL.

           SELECT ARQ-ATRIBUICOES ASSIGN TO "atribuicoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ATRIBUICOES.

           SELECT ARQ-PROFESSORES ASSIGN TO "professores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-AUDITORIA ASSIGN TO "notas_auditoria.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-HISTORICO ASSIGN TO "analise_professores_hist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-RELATORIO ASSIGN TO "analise_professores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTAS.
       01  NOTA-LINHA.
           05 NT-MATRICULA     PIC 9(04).
           05 FILLER           PIC X.
           05 NT-DISCIPLINA    PIC X(03).
           05 FILLER           PIC X.
           05 NT-TURMA         PIC X(06).
           05 FILLER           PIC X.
           05 NT-ALUNO         PIC X(30).
           05 FILLER           PIC X.
           05 NT-NOTA1         PIC X(05).
           05 FILLER           PIC X.
           05 NT-NOTA2         PIC X(05).
           05 FILLER           PIC X.
           05 NT-MEDIA         PIC X(05).
           05 FILLER           PIC X.
           05 NT-SITUACAO      PIC X(09).

       FD  ARQ-FINAL.
       01  FINAL-LINHA.
           05 FIN-MATRICULA    PIC 9(04).
           05 FILLER           PIC X.
           05 FIN-SITUACAO     PIC X(20).

       FD  ARQ-ATRIBUICOES.
       01  ATRIBUICAO-LINHA.
           05 ATR-PROFESSOR    PIC 9(04).
           05 FILLER           PIC X.
           05 ATR-DISCIPLINA   PIC X(03).
           05 FILLER           PIC X.
           05 ATR-TURMA        PIC X(06).
           05 FILLER           PIC X.
           05 ATR-AULAS-SEMANA PIC X(02).

       FD  ARQ-PROFESSORES.
           COPY "#profdat".

       FD  ARQ-AUDITORIA.
       01  AUDITORIA-LINHA.
           05 AUD-DATA-HORA    PIC X(14).
           05 FILLER           PIC X.
           05 AUD-MATRICULA    PIC 9(04).
           05 FILLER           PIC X.
           05 AUD-DISCIPLINA   PIC X(03).
           05 FILLER           PIC X.
           05 AUD-NOTA1-ANTIGA PIC X(05).
           05 FILLER           PIC X.
           05 AUD-NOTA2-ANTIGA PIC X(05).
           05 FILLER           PIC X.
           05 AUD-NOTA1-NOVA   PIC X(05).
           05 FILLER           PIC X.
           05 AUD-NOTA2-NOVA   PIC X(05).
           05 FILLER           PIC X.
           05 AUD-OPERADOR     PIC X(20).
           05 FILLER           PIC X.
           05 AUD-MOTIVO       PIC X(40).

      *===== UMA LINHA POR PROFESSOR/DISCIPLINA DE CADA PERIODO
      *===== ANALISADO (PERIODO = AAAAN, N = BIMESTRE/SEMESTRE).
       FD  ARQ-HISTORICO.
       01  HISTORICO-LINHA.
           05 HST-PERIODO      PIC 9(05).
           05 FILLER           PIC X.
           05 HST-PROFESSOR    PIC 9(04).
           05 FILLER           PIC X.
           05 HST-DISCIPLINA   PIC X(03).
           05 FILLER           PIC X.
           05 HST-ALUNOS       PIC 9(04).
           05 FILLER           PIC X.
           05 HST-MEDIA        PIC 9(02)V99.
           05 FILLER           PIC X.
           05 HST-TAXA-APROV   PIC 9(03)V9.
           05 FILLER           PIC X.
           05 HST-CORRECOES    PIC 9(04).

       FD  ARQ-RELATORIO.
       01  RELATORIO-LINHA     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-NOTAS       PIC XX VALUE SPACES.
       77 WS-STATUS-FINAL       PIC XX VALUE SPACES.
       77 WS-STATUS-ATRIBUICOES PIC XX VALUE SPACES.
       77 WS-STATUS-PROFESSORES PIC XX VALUE SPACES.
       77 WS-STATUS-AUDITORIA   PIC XX VALUE SPACES.
       77 WS-STATUS-HISTORICO   PIC XX VALUE SPACES.
       77 WS-STATUS-RELATORIO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-PERIODO            PIC 9(5) VALUE ZERO.
       01 WS-PERIODO-ANTERIOR   PIC 9(5) VALUE ZERO.
       01 WS-DATA-CORTE         PIC 9(8) VALUE ZERO.
       01 WS-MEDIA-LIDA         PIC 9(2)V99 VALUE ZERO.
       01 WS-MEDIA-X.
           05 WS-MED-INT        PIC X(2).
           05 FILLER            PIC X.
           05 WS-MED-DEC        PIC X(2).
       01 WS-MED-NUM REDEFINES WS-MEDIA-X.
           05 WS-MED-INT-9      PIC 9(2).
           05 FILLER            PIC X.
           05 WS-MED-DEC-9      PIC 9(2).
       01 WS-PROFESSOR-LINHA    PIC 9(4) VALUE ZERO.
       01 WS-SITUACAO-FINAL     PIC X(20) VALUE SPACES.
       01 WS-SUB-ATR            PIC 9(3) VALUE ZERO.
       01 WS-SUB-PRF            PIC 9(3) VALUE ZERO.
       01 WS-SUB-FIN            PIC 9(4) VALUE ZERO.
       01 WS-SUB-PD             PIC 9(3) VALUE ZERO.
       01 WS-SUB-OUTRO          PIC 9(3) VALUE ZERO.
       01 WS-PD-ACHADO          PIC 9(3) VALUE ZERO.
       01 WS-SUB-IDX            PIC 9(4) VALUE ZERO.
       01 WS-SUB-HST            PIC 9(4) VALUE ZERO.
       01 WS-HST-ACHADO         PIC 9(4) VALUE ZERO.
       01 WS-NOME-PROFESSOR     PIC X(30) VALUE SPACES.
       01 WS-PROFESSOR-CORRENTE PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-NOTAS-LIDAS  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CORRECOES    PIC 9(5) VALUE ZERO.
       01 WS-CORRECOES-PROF     PIC 9(4) VALUE ZERO.
       01 WS-OUTRAS-ALUNOS      PIC 9(5) VALUE ZERO.
       01 WS-OUTRAS-SOMA        PIC 9(7)V99 VALUE ZERO.
       01 WS-ESCOLA-ALUNOS      PIC 9(5) VALUE ZERO.
       01 WS-ESCOLA-SOMA        PIC 9(7)V99 VALUE ZERO.
       01 WS-ESCOLA-MEDIA       PIC 9(2)V9999 VALUE ZERO.
       01 WS-SOMA-MEDIAS        PIC 9(5)V9999 VALUE ZERO.
       01 WS-MEDIA-DAS-MEDIAS   PIC 9(2)V9999 VALUE ZERO.
       01 WS-SOMA-QUADRADOS     PIC 9(7)V9999 VALUE ZERO.
       01 WS-VARIANCIA          PIC 9(5)V9999 VALUE ZERO.
       01 WS-DESVIO             PIC 9(3)V9999 VALUE ZERO.
       01 WS-DESVIO-ANTERIOR    PIC 9(3)V9999 VALUE ZERO.
       01 WS-DIFERENCA          PIC S9(3)V9999 VALUE ZERO.
       01 WS-LIMITE-INFERIOR    PIC S9(3)V9999 VALUE ZERO.
       01 WS-LIMITE-SUPERIOR    PIC S9(3)V9999 VALUE ZERO.
       01 WS-TOTAL-MARCADOS     PIC 9(3) VALUE ZERO.
       01 WS-TAXA               PIC 9(3)V9 VALUE ZERO.
       01 WS-MEDIA-ED           PIC Z9,99.
       01 WS-TAXA-ED            PIC ZZ9,9.
       01 WS-QTDE-ED            PIC ZZZ9.
       01 WS-DESVIO-ED          PIC Z9,99.
       01 WS-MARCA              PIC X(15) VALUE SPACES.
       01 WS-ANTERIOR-TEXTO     PIC X(28) VALUE SPACES.

      *===== ATRIBUICOES (ATE 300): QUEM DA CADA DISCIPLINA EM CADA
      *===== TURMA.
       01 WS-TOTAL-ATR          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-ATRIBUICOES.
           05 WS-ATR-ITEM OCCURS 300 TIMES.
               10 WS-ATR-PROFESSOR  PIC 9(4).
               10 WS-ATR-DISCIPLINA PIC X(3).
               10 WS-ATR-TURMA      PIC X(6).

       01 WS-TOTAL-PRF          PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PROFESSORES.
           05 WS-PRF-ITEM OCCURS 200 TIMES.
               10 WS-PRF-CODIGO     PIC 9(4).
               10 WS-PRF-NOME       PIC X(30).

      *===== RESULTADO FINAL POR MATRICULA (ATE 2000).
       01 WS-TOTAL-FIN          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-FINAL.
           05 WS-FIN-ITEM OCCURS 2000 TIMES.
               10 WS-FIN-MATRICULA  PIC 9(4).
               10 WS-FIN-SITUACAO   PIC X(20).

      *===== ACUMULADOS POR PROFESSOR/DISCIPLINA E TURMA (ATE 300).
      *===== PROFESSOR ZERO = NOTA DE TURMA SEM ATRIBUICAO. O QUADRO
      *===== DO PERIODO ANTERIOR ENTRA EM WS-PD-ANT-... (ALUNOS ZERO
      *===== = SEM QUADRO ANTERIOR).
       01 WS-TOTAL-PD           PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PD.
           05 WS-PD-ITEM OCCURS 300 TIMES.
               10 WS-PD-PROFESSOR   PIC 9(4).
               10 WS-PD-DISCIPLINA  PIC X(3).
               10 WS-PD-TURMA       PIC X(6).
               10 WS-PD-ALUNOS      PIC 9(4).
               10 WS-PD-SOMA        PIC 9(6)V99.
               10 WS-PD-APROVADOS   PIC 9(4).
               10 WS-PD-RECUPERACAO PIC 9(4).
               10 WS-PD-REPROVADOS  PIC 9(4).
               10 WS-PD-CORRECOES   PIC 9(4).
               10 WS-PD-ANT-ALUNOS  PIC 9(4).
               10 WS-PD-ANT-MEDIA   PIC 9(2)V99.
               10 WS-PD-ANT-TAXA    PIC 9(3)V9.
               10 WS-PD-ANT-CORRECOES PIC 9(4).

      *===== QUADRO DE UM PROFESSOR/DISCIPLINA SOMANDO AS TURMAS.
       01  WS-QUADRO.
           05 WS-QD-ALUNOS      PIC 9(5).
           05 WS-QD-SOMA        PIC 9(7)V99.
           05 WS-QD-APROVADOS   PIC 9(5).
           05 WS-QD-RECUPERACAO PIC 9(5).
           05 WS-QD-REPROVADOS  PIC 9(5).
           05 WS-QD-CORRECOES   PIC 9(5).
           05 WS-QD-MEDIA       PIC 9(2)V9999.
           05 WS-QD-TAXA-APROV  PIC 9(3)V9.

      *===== PARES PROFESSOR/DISCIPLINA DISTINTOS (ATE 200), NA
      *===== ORDEM DA TABELA, COM A MEDIA DE CADA UM.
       01 WS-TOTAL-PAR          PIC 9(3) VALUE ZERO.
       01 WS-SUB-PAR            PIC 9(3) VALUE ZERO.
       01  WS-TABELA-PARES.
           05 WS-PAR-ITEM OCCURS 200 TIMES.
               10 WS-PAR-PROFESSOR  PIC 9(4).
               10 WS-PAR-DISCIPLINA PIC X(3).
               10 WS-PAR-MEDIA      PIC 9(2)V9999.

      *===== INDICE MATRICULA + DISCIPLINA -> LINHA DA TABELA PD
      *===== (ATE 3000), PARA LEVAR A CORRECAO AO PROFESSOR.
       01 WS-TOTAL-IDX          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-INDICE.
           05 WS-IDX-ITEM OCCURS 3000 TIMES.
               10 WS-IDX-MATRICULA  PIC 9(4).
               10 WS-IDX-DISCIPLINA PIC X(3).
               10 WS-IDX-PD         PIC 9(3).

      *===== HISTORICO DOS QUADROS (ATE 3000 LINHAS), REGRAVADO SEM
      *===== AS LINHAS DO PERIODO PEDIDO MAIS O QUADRO NOVO.
       01 WS-TOTAL-HST          PIC 9(4) VALUE ZERO.
       01  WS-TABELA-HISTORICO.
           05 WS-HST-LINHA      PIC X(40) OCCURS 3000 TIMES.

      *===== RAIZ QUADRADA POR APROXIMACOES SUCESSIVAS.
       01 WS-RAIZ-ENTRADA       PIC 9(5)V9999 VALUE ZERO.
       01 WS-RAIZ               PIC 9(3)V9999 VALUE ZERO.
       01 WS-RAIZ-PASSO         PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== ANALISE DE APROVACAO POR PROFESSOR ==="
           DISPLAY "PERIODO (AAAAN, EX. 20262): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO = ZERO
               DISPLAY "PERIODO INVALIDO"
               STOP RUN
           END-IF
           DISPLAY "CORRECOES DE NOTA A PARTIR DE (AAAAMMDD, "
                   "0 = TODAS): "
           ACCEPT WS-DATA-CORTE
           PERFORM 1000-CARREGA-ATRIBUICOES
           PERFORM 1100-CARREGA-PROFESSORES
           PERFORM 1200-CARREGA-FINAL
           PERFORM 2000-LE-NOTAS
           IF WS-TOTAL-PD = ZERO
               DISPLAY "NENHUMA NOTA EM notas_alunos.txt - NADA A "
                       "ANALISAR"
               STOP RUN
           END-IF
           PERFORM 2500-CONTA-CORRECOES
           PERFORM 3000-CARREGA-HISTORICO
           PERFORM 3500-MONTA-PARES
           PERFORM 3600-ESTATISTICA-ESCOLA
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM 4000-CABECALHO
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PAR
               PERFORM 4100-LINHA-DO-PAR
           END-PERFORM
           PERFORM 4500-RESUMO-ESCOLA
           PERFORM 5000-LISTA-CORRECOES
           CLOSE ARQ-RELATORIO
           PERFORM 6000-GRAVA-HISTORICO
           DISPLAY "PROFESSORES/DISCIPLINAS: " WS-TOTAL-PAR
           DISPLAY "MARCADOS (2 DESVIOS)...: " WS-TOTAL-MARCADOS
           DISPLAY "CORRECOES DE NOTA......: " WS-TOTAL-CORRECOES
           DISPLAY "RELATORIO EM analise_professores.txt"
           STOP RUN.

       1000-CARREGA-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES
           IF WS-STATUS-ATRIBUICOES NOT = "00"
               DISPLAY "SEM atribuicoes.txt - NOTAS FICAM SEM "
                       "PROFESSOR"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-ATRIBUICOES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-ATR < 300
                           ADD 1 TO WS-TOTAL-ATR
                           MOVE ATR-PROFESSOR
                             TO WS-ATR-PROFESSOR (WS-TOTAL-ATR)
                           MOVE ATR-DISCIPLINA
                             TO WS-ATR-DISCIPLINA (WS-TOTAL-ATR)
                           MOVE ATR-TURMA
                             TO WS-ATR-TURMA (WS-TOTAL-ATR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-ATRIBUICOES.

       1100-CARREGA-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES
           IF WS-STATUS-PROFESSORES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-PROFESSORES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-PRF < 200
                           ADD 1 TO WS-TOTAL-PRF
                           MOVE PRF-CODIGO
                             TO WS-PRF-CODIGO (WS-TOTAL-PRF)
                           MOVE PRF-NOME TO WS-PRF-NOME (WS-TOTAL-PRF)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-PROFESSORES.

       1200-CARREGA-FINAL.
           OPEN INPUT ARQ-FINAL
           IF WS-STATUS-FINAL NOT = "00"
               DISPLAY "SEM resultado_final.txt - RECUPERACAO NAO "
                       "SEPARADA DA REPROVACAO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-FINAL
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-FIN < 2000
                           ADD 1 TO WS-TOTAL-FIN
                           MOVE FIN-MATRICULA
                             TO WS-FIN-MATRICULA (WS-TOTAL-FIN)
                           MOVE FIN-SITUACAO
                             TO WS-FIN-SITUACAO (WS-TOTAL-FIN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-FINAL.

       2000-LE-NOTAS.
           OPEN INPUT ARQ-NOTAS
           IF WS-STATUS-NOTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-NOTAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       PERFORM 2100-ACUMULA-NOTA
               END-READ
           END-PERFORM
           CLOSE ARQ-NOTAS.

      *===== A NOTA VAI PARA O PROFESSOR QUE TEM A DISCIPLINA NA
      *===== TURMA; APROVADO, OU REPROVADO QUE FICOU EM RECUPERACAO
      *===== NO FECHAMENTO, OU REPROVADO.
       2100-ACUMULA-NOTA.
           MOVE NT-MEDIA TO WS-MEDIA-X
           INSPECT WS-MED-INT REPLACING LEADING SPACE BY "0"
           IF WS-MED-INT IS NUMERIC AND WS-MED-DEC IS NUMERIC
               COMPUTE WS-MEDIA-LIDA =
                   WS-MED-INT-9 + (WS-MED-DEC-9 / 100)
           ELSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-NOTAS-LIDAS
           MOVE ZERO TO WS-PROFESSOR-LINHA
           PERFORM VARYING WS-SUB-ATR FROM 1 BY 1
                   UNTIL WS-SUB-ATR > WS-TOTAL-ATR
               IF WS-ATR-DISCIPLINA (WS-SUB-ATR) = NT-DISCIPLINA
                  AND WS-ATR-TURMA (WS-SUB-ATR) = NT-TURMA
                   MOVE WS-ATR-PROFESSOR (WS-SUB-ATR)
                     TO WS-PROFESSOR-LINHA
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PD-ACHADO
           PERFORM VARYING WS-SUB-PD FROM 1 BY 1
                   UNTIL WS-SUB-PD > WS-TOTAL-PD
               IF WS-PD-PROFESSOR (WS-SUB-PD) = WS-PROFESSOR-LINHA
                  AND WS-PD-DISCIPLINA (WS-SUB-PD) = NT-DISCIPLINA
                  AND WS-PD-TURMA (WS-SUB-PD) = NT-TURMA
                   MOVE WS-SUB-PD TO WS-PD-ACHADO
               END-IF
           END-PERFORM
           IF WS-PD-ACHADO = ZERO
               IF WS-TOTAL-PD >= 300
                   DISPLAY "MAIS DE 300 TURMAS/DISCIPLINAS - NOTA DE "
                           NT-MATRICULA " FORA DA ANALISE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-PD
               MOVE WS-TOTAL-PD TO WS-PD-ACHADO
               INITIALIZE WS-PD-ITEM (WS-PD-ACHADO)
               MOVE WS-PROFESSOR-LINHA
                 TO WS-PD-PROFESSOR (WS-PD-ACHADO)
               MOVE NT-DISCIPLINA TO WS-PD-DISCIPLINA (WS-PD-ACHADO)
               MOVE NT-TURMA TO WS-PD-TURMA (WS-PD-ACHADO)
           END-IF
           ADD 1 TO WS-PD-ALUNOS (WS-PD-ACHADO)
           ADD WS-MEDIA-LIDA TO WS-PD-SOMA (WS-PD-ACHADO)
           IF NT-SITUACAO = "APROVADO"
               ADD 1 TO WS-PD-APROVADOS (WS-PD-ACHADO)
           ELSE
               PERFORM 2200-SITUACAO-FINAL
               IF WS-SITUACAO-FINAL (1:11) = "RECUPERACAO"
                   ADD 1 TO WS-PD-RECUPERACAO (WS-PD-ACHADO)
               ELSE
                   ADD 1 TO WS-PD-REPROVADOS (WS-PD-ACHADO)
               END-IF
           END-IF
           IF WS-TOTAL-IDX < 3000
               ADD 1 TO WS-TOTAL-IDX
               MOVE NT-MATRICULA TO WS-IDX-MATRICULA (WS-TOTAL-IDX)
               MOVE NT-DISCIPLINA TO WS-IDX-DISCIPLINA (WS-TOTAL-IDX)
               MOVE WS-PD-ACHADO TO WS-IDX-PD (WS-TOTAL-IDX)
           END-IF.

       2200-SITUACAO-FINAL.
           MOVE SPACES TO WS-SITUACAO-FINAL
           PERFORM VARYING WS-SUB-FIN FROM 1 BY 1
                   UNTIL WS-SUB-FIN > WS-TOTAL-FIN
               IF WS-FIN-MATRICULA (WS-SUB-FIN) = NT-MATRICULA
                   MOVE WS-FIN-SITUACAO (WS-SUB-FIN)
                     TO WS-SITUACAO-FINAL
               END-IF
           END-PERFORM.

      *===== CORRECOES FEITAS A PARTIR DA DATA DE CORTE, LEVADAS AO
      *===== PROFESSOR DA DISCIPLINA NA TURMA DO ALUNO.
       2500-CONTA-CORRECOES.
           OPEN INPUT ARQ-AUDITORIA
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF AUD-DATA-HORA (1:8) NOT < WS-DATA-CORTE
                           PERFORM 2600-PD-DA-CORRECAO
                           IF WS-PD-ACHADO > ZERO
                               ADD 1 TO WS-PD-CORRECOES (WS-PD-ACHADO)
                               ADD 1 TO WS-TOTAL-CORRECOES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-AUDITORIA.

       2600-PD-DA-CORRECAO.
           MOVE ZERO TO WS-PD-ACHADO
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-TOTAL-IDX
               IF WS-IDX-MATRICULA (WS-SUB-IDX) = AUD-MATRICULA
                  AND WS-IDX-DISCIPLINA (WS-SUB-IDX) = AUD-DISCIPLINA
                   MOVE WS-IDX-PD (WS-SUB-IDX) TO WS-PD-ACHADO
               END-IF
           END-PERFORM.

      *===== GUARDA O HISTORICO E ACHA O PERIODO ANTERIOR (O MAIOR
      *===== PERIODO MENOR QUE O PEDIDO).
       3000-CARREGA-HISTORICO.
           MOVE ZERO TO WS-PERIODO-ANTERIOR
           OPEN INPUT ARQ-HISTORICO
           IF WS-STATUS-HISTORICO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-HISTORICO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-HST < 3000
                           ADD 1 TO WS-TOTAL-HST
                           MOVE HISTORICO-LINHA
                             TO WS-HST-LINHA (WS-TOTAL-HST)
                       END-IF
                       IF HST-PERIODO < WS-PERIODO
                          AND HST-PERIODO > WS-PERIODO-ANTERIOR
                           MOVE HST-PERIODO TO WS-PERIODO-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-HISTORICO.

      *===== UM PAR POR PROFESSOR/DISCIPLINA, COM A MEDIA DAS TURMAS
      *===== DELE E O QUADRO ANTERIOR DO HISTORICO (GUARDADO NA
      *===== PRIMEIRA LINHA PD DO PAR).
       3500-MONTA-PARES.
           PERFORM VARYING WS-SUB-PD FROM 1 BY 1
                   UNTIL WS-SUB-PD > WS-TOTAL-PD
               MOVE ZERO TO WS-PD-ACHADO
               PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                       UNTIL WS-SUB-PAR > WS-TOTAL-PAR
                   IF WS-PAR-PROFESSOR (WS-SUB-PAR)
                      = WS-PD-PROFESSOR (WS-SUB-PD)
                      AND WS-PAR-DISCIPLINA (WS-SUB-PAR)
                      = WS-PD-DISCIPLINA (WS-SUB-PD)
                       MOVE WS-SUB-PAR TO WS-PD-ACHADO
                   END-IF
               END-PERFORM
               IF WS-PD-ACHADO = ZERO AND WS-TOTAL-PAR < 200
                   ADD 1 TO WS-TOTAL-PAR
                   MOVE WS-PD-PROFESSOR (WS-SUB-PD)
                     TO WS-PAR-PROFESSOR (WS-TOTAL-PAR)
                   MOVE WS-PD-DISCIPLINA (WS-SUB-PD)
                     TO WS-PAR-DISCIPLINA (WS-TOTAL-PAR)
                   PERFORM 3550-ANTERIOR-DO-PAR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PAR
               PERFORM 3700-QUADRO-DO-PAR
               MOVE WS-QD-MEDIA TO WS-PAR-MEDIA (WS-SUB-PAR)
           END-PERFORM.

       3550-ANTERIOR-DO-PAR.
           IF WS-PERIODO-ANTERIOR = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-HST FROM 1 BY 1
                   UNTIL WS-SUB-HST > WS-TOTAL-HST
               MOVE WS-HST-LINHA (WS-SUB-HST) TO HISTORICO-LINHA
               IF HST-PERIODO = WS-PERIODO-ANTERIOR
                  AND HST-PROFESSOR = WS-PD-PROFESSOR (WS-SUB-PD)
                  AND HST-DISCIPLINA = WS-PD-DISCIPLINA (WS-SUB-PD)
                   MOVE HST-ALUNOS TO WS-PD-ANT-ALUNOS (WS-SUB-PD)
                   MOVE HST-MEDIA TO WS-PD-ANT-MEDIA (WS-SUB-PD)
                   MOVE HST-TAXA-APROV TO WS-PD-ANT-TAXA (WS-SUB-PD)
                   MOVE HST-CORRECOES
                     TO WS-PD-ANT-CORRECOES (WS-SUB-PD)
               END-IF
           END-PERFORM.

      *===== MEDIA DA ESCOLA (TODAS AS NOTAS) E DESVIO-PADRAO DAS
      *===== MEDIAS DOS PARES PROFESSOR/DISCIPLINA COM PROFESSOR.
       3600-ESTATISTICA-ESCOLA.
           MOVE ZERO TO WS-ESCOLA-ALUNOS WS-ESCOLA-SOMA
           PERFORM VARYING WS-SUB-PD FROM 1 BY 1
                   UNTIL WS-SUB-PD > WS-TOTAL-PD
               ADD WS-PD-ALUNOS (WS-SUB-PD) TO WS-ESCOLA-ALUNOS
               ADD WS-PD-SOMA (WS-SUB-PD) TO WS-ESCOLA-SOMA
           END-PERFORM
           COMPUTE WS-ESCOLA-MEDIA ROUNDED =
               WS-ESCOLA-SOMA / WS-ESCOLA-ALUNOS
           MOVE ZERO TO WS-SOMA-MEDIAS WS-SOMA-QUADRADOS
           MOVE ZERO TO WS-SUB-OUTRO
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PAR
               IF WS-PAR-PROFESSOR (WS-SUB-PAR) NOT = ZERO
                   ADD 1 TO WS-SUB-OUTRO
                   ADD WS-PAR-MEDIA (WS-SUB-PAR) TO WS-SOMA-MEDIAS
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-DESVIO
           IF WS-SUB-OUTRO < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEDIA-DAS-MEDIAS ROUNDED =
               WS-SOMA-MEDIAS / WS-SUB-OUTRO
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PAR
               IF WS-PAR-PROFESSOR (WS-SUB-PAR) NOT = ZERO
                   COMPUTE WS-DIFERENCA =
                       WS-PAR-MEDIA (WS-SUB-PAR) - WS-MEDIA-DAS-MEDIAS
                   COMPUTE WS-SOMA-QUADRADOS ROUNDED =
                       WS-SOMA-QUADRADOS
                       + WS-DIFERENCA * WS-DIFERENCA
               END-IF
           END-PERFORM
           COMPUTE WS-VARIANCIA ROUNDED =
               WS-SOMA-QUADRADOS / WS-SUB-OUTRO
           MOVE WS-VARIANCIA TO WS-RAIZ-ENTRADA
           PERFORM 9000-RAIZ-QUADRADA
           MOVE WS-RAIZ TO WS-DESVIO
           COMPUTE WS-LIMITE-INFERIOR =
               WS-ESCOLA-MEDIA - 2 * WS-DESVIO
           COMPUTE WS-LIMITE-SUPERIOR =
               WS-ESCOLA-MEDIA + 2 * WS-DESVIO.

      *===== SOMA AS TURMAS DO PAR WS-SUB-PAR EM WS-QUADRO.
       3700-QUADRO-DO-PAR.
           INITIALIZE WS-QUADRO
           PERFORM VARYING WS-SUB-PD FROM 1 BY 1
                   UNTIL WS-SUB-PD > WS-TOTAL-PD
               IF WS-PD-PROFESSOR (WS-SUB-PD)
                  = WS-PAR-PROFESSOR (WS-SUB-PAR)
                  AND WS-PD-DISCIPLINA (WS-SUB-PD)
                  = WS-PAR-DISCIPLINA (WS-SUB-PAR)
                   ADD WS-PD-ALUNOS (WS-SUB-PD) TO WS-QD-ALUNOS
                   ADD WS-PD-SOMA (WS-SUB-PD) TO WS-QD-SOMA
                   ADD WS-PD-APROVADOS (WS-SUB-PD) TO WS-QD-APROVADOS
                   ADD WS-PD-RECUPERACAO (WS-SUB-PD)
                     TO WS-QD-RECUPERACAO
                   ADD WS-PD-REPROVADOS (WS-SUB-PD)
                     TO WS-QD-REPROVADOS
                   ADD WS-PD-CORRECOES (WS-SUB-PD) TO WS-QD-CORRECOES
               END-IF
           END-PERFORM
           IF WS-QD-ALUNOS > ZERO
               COMPUTE WS-QD-MEDIA ROUNDED =
                   WS-QD-SOMA / WS-QD-ALUNOS
               COMPUTE WS-QD-TAXA-APROV ROUNDED =
                   WS-QD-APROVADOS * 100 / WS-QD-ALUNOS
           END-IF.

       4000-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA
           STRING "ANALISE DE APROVACAO POR PROFESSOR E DISCIPLINA - "
                  "PERIODO " WS-PERIODO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WS-PERIODO-ANTERIOR = ZERO
               MOVE "SEM QUADRO DE PERIODO ANTERIOR NO HISTORICO"
                 TO RELATORIO-LINHA
           ELSE
               STRING "COMPARADO COM O PERIODO " WS-PERIODO-ANTERIOR
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           STRING "PROF NOME                 DIS ALUNOS MEDIA "
                  "APROV  %APR RECUP  %REC REPRO  %REP OUTRAS "
                  "CORR ANTERIOR MED/%APR/CORR"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

       4100-LINHA-DO-PAR.
           PERFORM 3700-QUADRO-DO-PAR
           MOVE WS-PAR-PROFESSOR (WS-SUB-PAR) TO WS-PROFESSOR-CORRENTE
           PERFORM 4300-NOME-PROFESSOR
           MOVE SPACES TO RELATORIO-LINHA
           MOVE WS-PROFESSOR-CORRENTE TO RELATORIO-LINHA (1:4)
           MOVE WS-NOME-PROFESSOR TO RELATORIO-LINHA (6:20)
           MOVE WS-PAR-DISCIPLINA (WS-SUB-PAR)
             TO RELATORIO-LINHA (27:3)
           MOVE WS-QD-ALUNOS TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (33:4)
           MOVE WS-QD-MEDIA TO WS-MEDIA-ED
           MOVE WS-MEDIA-ED TO RELATORIO-LINHA (38:5)
           MOVE WS-QD-APROVADOS TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (44:4)
           MOVE WS-QD-TAXA-APROV TO WS-TAXA-ED
           MOVE WS-TAXA-ED TO RELATORIO-LINHA (49:5)
           MOVE WS-QD-RECUPERACAO TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (55:4)
           COMPUTE WS-TAXA ROUNDED =
               WS-QD-RECUPERACAO * 100 / WS-QD-ALUNOS
           MOVE WS-TAXA TO WS-TAXA-ED
           MOVE WS-TAXA-ED TO RELATORIO-LINHA (60:5)
           MOVE WS-QD-REPROVADOS TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (66:4)
           COMPUTE WS-TAXA ROUNDED =
               WS-QD-REPROVADOS * 100 / WS-QD-ALUNOS
           MOVE WS-TAXA TO WS-TAXA-ED
           MOVE WS-TAXA-ED TO RELATORIO-LINHA (71:5)
           PERFORM 4200-MEDIA-OUTRAS-TURMAS
           IF WS-OUTRAS-ALUNOS = ZERO
               MOVE "  -  " TO RELATORIO-LINHA (78:5)
           ELSE
               COMPUTE WS-MEDIA-LIDA ROUNDED =
                   WS-OUTRAS-SOMA / WS-OUTRAS-ALUNOS
               MOVE WS-MEDIA-LIDA TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO RELATORIO-LINHA (78:5)
           END-IF
           MOVE WS-QD-CORRECOES TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO RELATORIO-LINHA (84:4)
           PERFORM 4400-TEXTO-ANTERIOR
           MOVE WS-ANTERIOR-TEXTO TO RELATORIO-LINHA (89:28)
           MOVE SPACES TO WS-MARCA
           IF WS-PAR-PROFESSOR (WS-SUB-PAR) NOT = ZERO
              AND WS-DESVIO > ZERO
               IF WS-QD-MEDIA > WS-LIMITE-SUPERIOR
                   MOVE "<<< 2 DP ACIMA" TO WS-MARCA
                   ADD 1 TO WS-TOTAL-MARCADOS
               END-IF
               IF WS-QD-MEDIA < WS-LIMITE-INFERIOR
                   MOVE "<<< 2 DP ABAIXO" TO WS-MARCA
                   ADD 1 TO WS-TOTAL-MARCADOS
               END-IF
           END-IF
           MOVE WS-MARCA TO RELATORIO-LINHA (118:15)
           WRITE RELATORIO-LINHA.

      *===== MESMA DISCIPLINA NAS TURMAS DE OUTROS PROFESSORES.
       4200-MEDIA-OUTRAS-TURMAS.
           MOVE ZERO TO WS-OUTRAS-ALUNOS WS-OUTRAS-SOMA
           PERFORM VARYING WS-SUB-OUTRO FROM 1 BY 1
                   UNTIL WS-SUB-OUTRO > WS-TOTAL-PD
               IF WS-PD-DISCIPLINA (WS-SUB-OUTRO)
                  = WS-PAR-DISCIPLINA (WS-SUB-PAR)
                  AND WS-PD-PROFESSOR (WS-SUB-OUTRO)
                  NOT = WS-PAR-PROFESSOR (WS-SUB-PAR)
                   ADD WS-PD-ALUNOS (WS-SUB-OUTRO) TO WS-OUTRAS-ALUNOS
                   ADD WS-PD-SOMA (WS-SUB-OUTRO) TO WS-OUTRAS-SOMA
               END-IF
           END-PERFORM.

       4300-NOME-PROFESSOR.
           IF WS-PROFESSOR-CORRENTE = ZERO
               MOVE "(SEM ATRIBUICAO)" TO WS-NOME-PROFESSOR
               EXIT PARAGRAPH
           END-IF
           MOVE "(FORA DO CADASTRO)" TO WS-NOME-PROFESSOR
           PERFORM VARYING WS-SUB-PRF FROM 1 BY 1
                   UNTIL WS-SUB-PRF > WS-TOTAL-PRF
               IF WS-PRF-CODIGO (WS-SUB-PRF) = WS-PROFESSOR-CORRENTE
                   MOVE WS-PRF-NOME (WS-SUB-PRF) TO WS-NOME-PROFESSOR
               END-IF
           END-PERFORM.

      *===== QUADRO ANTERIOR DO PAR, GUARDADO NA PRIMEIRA LINHA PD.
       4400-TEXTO-ANTERIOR.
           MOVE "SEM QUADRO ANTERIOR" TO WS-ANTERIOR-TEXTO
           PERFORM VARYING WS-SUB-PD FROM 1 BY 1
                   UNTIL WS-SUB-PD > WS-TOTAL-PD
               IF WS-PD-PROFESSOR (WS-SUB-PD)
                  = WS-PAR-PROFESSOR (WS-SUB-PAR)
                  AND WS-PD-DISCIPLINA (WS-SUB-PD)
                  = WS-PAR-DISCIPLINA (WS-SUB-PAR)
                  AND WS-PD-ANT-ALUNOS (WS-SUB-PD) > ZERO
                   MOVE WS-PD-ANT-MEDIA (WS-SUB-PD) TO WS-MEDIA-ED
                   MOVE WS-PD-ANT-TAXA (WS-SUB-PD) TO WS-TAXA-ED
                   MOVE WS-PD-ANT-CORRECOES (WS-SUB-PD) TO WS-QTDE-ED
                   MOVE SPACES TO WS-ANTERIOR-TEXTO
                   STRING WS-MEDIA-ED " / " WS-TAXA-ED " / "
                          WS-QTDE-ED
                          DELIMITED BY SIZE INTO WS-ANTERIOR-TEXTO
               END-IF
           END-PERFORM.

       4500-RESUMO-ESCOLA.
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           MOVE WS-ESCOLA-MEDIA TO WS-MEDIA-ED
           MOVE WS-DESVIO TO WS-DESVIO-ED
           STRING "MEDIA DA ESCOLA: " WS-MEDIA-ED
                  "   DESVIO-PADRAO DAS MEDIAS DOS PROFESSORES: "
                  WS-DESVIO-ED
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WS-DESVIO = ZERO
               STRING "MENOS DE DOIS PROFESSORES OU MEDIAS IGUAIS - "
                      "NENHUMA MARCA DE DESVIO"
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               MOVE WS-TOTAL-MARCADOS TO WS-QTDE-ED
               STRING "PROFESSOR/DISCIPLINA A MAIS DE 2 DESVIOS DA "
                      "MEDIA DA ESCOLA (MARCA <<<): " WS-QTDE-ED
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA.

      *===== CORRECOES DE NOTA POR PROFESSOR, DESDE A DATA DE CORTE.
       5000-LISTA-CORRECOES.
           MOVE ALL "-" TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE SPACES TO RELATORIO-LINHA
           IF WS-DATA-CORTE = ZERO
               MOVE "CORRECOES DE NOTA POR PROFESSOR (TODAS)"
                 TO RELATORIO-LINHA
           ELSE
               STRING "CORRECOES DE NOTA POR PROFESSOR DESDE "
                      WS-DATA-CORTE
                      DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF
           WRITE RELATORIO-LINHA
           IF WS-TOTAL-CORRECOES = ZERO
               MOVE "NENHUMA CORRECAO NO PERIODO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PAR
               PERFORM 3700-QUADRO-DO-PAR
               IF WS-QD-CORRECOES > ZERO
                   PERFORM 5100-CORRECOES-DO-PAR
               END-IF
           END-PERFORM.

       5100-CORRECOES-DO-PAR.
           MOVE WS-PAR-PROFESSOR (WS-SUB-PAR) TO WS-PROFESSOR-CORRENTE
           PERFORM 4300-NOME-PROFESSOR
           MOVE SPACES TO RELATORIO-LINHA
           MOVE WS-QD-CORRECOES TO WS-QTDE-ED
           STRING "PROFESSOR " WS-PROFESSOR-CORRENTE " "
                  WS-NOME-PROFESSOR " DISCIPLINA "
                  WS-PAR-DISCIPLINA (WS-SUB-PAR) " - "
                  WS-QTDE-ED " CORRECAO(OES)"
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           OPEN INPUT ARQ-AUDITORIA
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF AUD-DATA-HORA (1:8) NOT < WS-DATA-CORTE
                          AND AUD-DISCIPLINA
                              = WS-PAR-DISCIPLINA (WS-SUB-PAR)
                           PERFORM 2600-PD-DA-CORRECAO
                           PERFORM 5200-LINHA-CORRECAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-AUDITORIA.

       5200-LINHA-CORRECAO.
           IF WS-PD-ACHADO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-PROFESSOR (WS-PD-ACHADO)
              NOT = WS-PAR-PROFESSOR (WS-SUB-PAR)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RELATORIO-LINHA
           STRING "   " AUD-DATA-HORA (1:8) " ALUNO " AUD-MATRICULA
                  " TURMA " WS-PD-TURMA (WS-PD-ACHADO)
                  " " AUD-NOTA1-ANTIGA "/" AUD-NOTA2-ANTIGA
                  " -> " AUD-NOTA1-NOVA "/" AUD-NOTA2-NOVA
                  " " AUD-OPERADOR " " AUD-MOTIVO
                  DELIMITED BY SIZE INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA.

      *===== O HISTORICO E REGRAVADO SEM O QUADRO VELHO DO PERIODO
      *===== PEDIDO E COM O QUADRO NOVO NO FIM.
       6000-GRAVA-HISTORICO.
           IF WS-TOTAL-HST >= 3000
               DISPLAY "HISTORICO COM 3000 LINHAS - QUADRO DO PERIODO "
                       "NAO GUARDADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-HISTORICO
           PERFORM VARYING WS-SUB-HST FROM 1 BY 1
                   UNTIL WS-SUB-HST > WS-TOTAL-HST
               MOVE WS-HST-LINHA (WS-SUB-HST) TO HISTORICO-LINHA
               IF HST-PERIODO NOT = WS-PERIODO
                   WRITE HISTORICO-LINHA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUB-PAR FROM 1 BY 1
                   UNTIL WS-SUB-PAR > WS-TOTAL-PAR
               IF WS-PAR-PROFESSOR (WS-SUB-PAR) NOT = ZERO
                   PERFORM 3700-QUADRO-DO-PAR
                   MOVE SPACES TO HISTORICO-LINHA
                   MOVE WS-PERIODO TO HST-PERIODO
                   MOVE WS-PAR-PROFESSOR (WS-SUB-PAR) TO HST-PROFESSOR
                   MOVE WS-PAR-DISCIPLINA (WS-SUB-PAR)
                     TO HST-DISCIPLINA
                   MOVE WS-QD-ALUNOS TO HST-ALUNOS
                   COMPUTE HST-MEDIA ROUNDED = WS-QD-MEDIA
                   MOVE WS-QD-TAXA-APROV TO HST-TAXA-APROV
                   MOVE WS-QD-CORRECOES TO HST-CORRECOES
                   WRITE HISTORICO-LINHA
               END-IF
           END-PERFORM
           CLOSE ARQ-HISTORICO.

      *===== RAIZ DE WS-RAIZ-ENTRADA EM WS-RAIZ (METODO DE NEWTON,
      *===== 20 PASSOS BASTAM PARA AS GRANDEZAS DE NOTA).
       9000-RAIZ-QUADRADA.
           MOVE ZERO TO WS-RAIZ
           IF WS-RAIZ-ENTRADA = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RAIZ-ENTRADA < 1
               MOVE 1 TO WS-RAIZ
           ELSE
               MOVE WS-RAIZ-ENTRADA TO WS-RAIZ
           END-IF
           PERFORM VARYING WS-RAIZ-PASSO FROM 1 BY 1
                   UNTIL WS-RAIZ-PASSO > 20
               COMPUTE WS-RAIZ ROUNDED =
                   (WS-RAIZ + WS-RAIZ-ENTRADA / WS-RAIZ) / 2
           END-PERFORM.

       END PROGRAM PROFANALISE.
