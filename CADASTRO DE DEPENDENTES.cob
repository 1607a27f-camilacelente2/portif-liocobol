       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENTES.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: CADASTRO DOS DEPENDENTES DE CADA
      *=======           FUNCIONARIO (dependentes.txt, AREA
      *=======           #dependat): NOME, NASCIMENTO, PARENTESCO,
      *=======           SE ABATE O IRRF E SE DA DIREITO AO
      *=======           SALARIO-FAMILIA. O CONTRACHEQUE DEDUZ DA
      *=======           BASE DO IRRF O VALOR POR DEPENDENTE E PAGA
      *=======           AS COTAS DE SALARIO-FAMILIA CONFORME
      *=======           tabela_dependentes.txt, ACABANDO COM O
      *=======           IRRF RETIDO A MAIOR E OS PEDIDOS DE
      *=======           DEVOLUCAO NO RH.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: SALARIO-FAMILIA SO PARA FILHO OU
      *=======               ENTEADO; A IDADE E O TETO DE SALARIO
      *=======               SAO CONFERIDOS NA FOLHA DE CADA MES.
      *=======               O NUMERO DA LISTAGEM IDENTIFICA O
      *=======               DEPENDENTE NA ALTERACAO E NA EXCLUSAO.
      *==============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "funcionarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DEPENDENTES ASSIGN TO "dependentes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FUNCIONARIOS.
           COPY "#funcdat".

       FD  ARQ-DEPENDENTES.
           COPY "#dependat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FUNCIONARIOS PIC XX VALUE SPACES.
       77 WS-STATUS-DEPENDENTES  PIC XX VALUE SPACES.
       01 WS-EOF-ARQ          PIC X VALUE 'N'.
       01 WS-OPCAO            PIC X VALUE SPACE.
       01 WS-CODIGO-PEDIDO    PIC 9(4) VALUE ZERO.
       01 WS-NUMERO-PEDIDO    PIC 9(3) VALUE ZERO.
       01 WS-SUB-DPD          PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-DPD        PIC 9(3) VALUE ZERO.
       01 WS-DPD-ESTOURO      PIC 9(3) VALUE ZERO.
       01 WS-LISTADOS         PIC 9(3) VALUE ZERO.
       01 WS-NOME-FUNC        PIC X(20) VALUE SPACES.
       01 WS-DATA-HOJE        PIC X(40) VALUE SPACES.
       01 WS-HOJE             PIC 9(8) VALUE ZERO.

      *===== RESPOSTAS DA INCLUSAO/ALTERACAO.
       01  WS-DADOS-PEDIDOS.
           05 WS-NOME-PED         PIC X(30).
           05 WS-PARENTESCO-PED   PIC X(10).
              88 WS-PARENTESCO-FILHO VALUE "FILHO" "FILHA"
                                           "ENTEADO" "ENTEADA".
           05 WS-IR-PED           PIC X.
           05 WS-SALFAM-PED       PIC X.
       01 WS-NASCIMENTO-PED   PIC 9(8) VALUE ZERO.
       01 WS-NASCIMENTO-R REDEFINES WS-NASCIMENTO-PED.
           05 WS-NASC-ANO         PIC 9(4).
           05 WS-NASC-MES         PIC 9(2).
           05 WS-NASC-DIA         PIC 9(2).

      *===== DEPENDENTES EM MEMORIA (ATE 500), REGRAVADOS INTEIROS
      *===== A CADA MUDANCA.
       01  WS-TABELA-DPD.
           05 WS-DPD-ITEM OCCURS 500 TIMES.
               10 WS-DPD-FUNCIONARIO PIC 9(4).
               10 WS-DPD-NOME        PIC X(30).
               10 WS-DPD-NASCIMENTO  PIC 9(8).
               10 WS-DPD-PARENTESCO  PIC X(10).
               10 WS-DPD-IR          PIC X.
               10 WS-DPD-SALFAM      PIC X.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           PERFORM 1000-CARREGA-DEPENDENTES
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

       1000-CARREGA-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-DEPENDENTES
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-DPD < 500
                           ADD 1 TO WS-TOTAL-DPD
                           PERFORM 1100-GUARDA-LINHA
                       ELSE
                           ADD 1 TO WS-DPD-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPENDENTES.
           IF WS-DPD-ESTOURO > ZERO
               DISPLAY "ATENCAO: " WS-DPD-ESTOURO " LINHA(S) ALEM "
                       "DA TABELA (500) - ALTERACOES BLOQUEADAS ATE "
                       "ENXUGAR O ARQUIVO"
           END-IF.

       1100-GUARDA-LINHA.
           IF DPD-NASCIMENTO NOT NUMERIC
               MOVE ZERO TO DPD-NASCIMENTO
           END-IF
           MOVE DPD-FUNCIONARIO TO WS-DPD-FUNCIONARIO (WS-TOTAL-DPD)
           MOVE DPD-NOME TO WS-DPD-NOME (WS-TOTAL-DPD)
           MOVE DPD-NASCIMENTO TO WS-DPD-NASCIMENTO (WS-TOTAL-DPD)
           MOVE DPD-PARENTESCO TO WS-DPD-PARENTESCO (WS-TOTAL-DPD)
           MOVE DPD-IR TO WS-DPD-IR (WS-TOTAL-DPD)
           MOVE DPD-SALFAM TO WS-DPD-SALFAM (WS-TOTAL-DPD).

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== DEPENDENTES - IRRF E SALARIO-FAMILIA ===".
           DISPLAY "1 - LISTAR".
           DISPLAY "2 - INCLUIR".
           DISPLAY "3 - ALTERAR IRRF / SALARIO-FAMILIA".
           DISPLAY "4 - EXCLUIR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-LISTAR
               WHEN '2' PERFORM 4000-INCLUIR
               WHEN '3' PERFORM 5000-ALTERAR
               WHEN '4' PERFORM 6000-EXCLUIR
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       3000-LISTAR.
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO (0 = TODOS): "
           ACCEPT WS-CODIGO-PEDIDO
           MOVE ZERO TO WS-LISTADOS
           DISPLAY "NR  FUNC NOME                           "
                   "NASCIMENTO PARENTESCO IR SF"
           PERFORM VARYING WS-SUB-DPD FROM 1 BY 1
                   UNTIL WS-SUB-DPD > WS-TOTAL-DPD
               IF WS-CODIGO-PEDIDO = ZERO
                  OR WS-DPD-FUNCIONARIO (WS-SUB-DPD)
                     = WS-CODIGO-PEDIDO
                   ADD 1 TO WS-LISTADOS
                   DISPLAY WS-SUB-DPD " "
                           WS-DPD-FUNCIONARIO (WS-SUB-DPD) " "
                           WS-DPD-NOME (WS-SUB-DPD) " "
                           WS-DPD-NASCIMENTO (WS-SUB-DPD) "   "
                           WS-DPD-PARENTESCO (WS-SUB-DPD) " "
                           WS-DPD-IR (WS-SUB-DPD) "  "
                           WS-DPD-SALFAM (WS-SUB-DPD)
               END-IF
           END-PERFORM
           IF WS-LISTADOS = ZERO
               DISPLAY "NENHUM DEPENDENTE CADASTRADO"
           END-IF.

       4000-INCLUIR.
           IF WS-DPD-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA ALTERADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-DPD = 500
               DISPLAY "TABELA CHEIA - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CODIGO-PEDIDO
           DISPLAY "CODIGO DO FUNCIONARIO (0 CANCELA): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOME-FUNC
           OPEN INPUT ARQ-FUNCIONARIOS
           IF WS-STATUS-FUNCIONARIOS = "00"
               MOVE WS-CODIGO-PEDIDO TO FUNC-CODIGO
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO CADASTRADO"
                       CLOSE ARQ-FUNCIONARIOS
                       EXIT PARAGRAPH
               END-READ
               MOVE FUNC-NOME TO WS-NOME-FUNC
               CLOSE ARQ-FUNCIONARIOS
           END-IF
           DISPLAY "FUNCIONARIO: " WS-NOME-FUNC
           MOVE SPACES TO WS-DADOS-PEDIDOS
           MOVE ZERO TO WS-NASCIMENTO-PED
           DISPLAY "NOME DO DEPENDENTE: "
           ACCEPT WS-NOME-PED
           DISPLAY "NASCIMENTO (AAAAMMDD): "
           ACCEPT WS-NASCIMENTO-PED
           DISPLAY "PARENTESCO (FILHO, FILHA, ENTEADO, ENTEADA, "
                   "CONJUGE, PAI, MAE, OUTRO): "
           ACCEPT WS-PARENTESCO-PED
           DISPLAY "DEDUZ DO IRRF (S/N): "
           ACCEPT WS-IR-PED
           DISPLAY "SALARIO-FAMILIA (S/N): "
           ACCEPT WS-SALFAM-PED
           INSPECT WS-DADOS-PEDIDOS
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NOME-PED = SPACES
               DISPLAY "NOME EM BRANCO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           IF WS-NASC-MES < 1 OR WS-NASC-MES > 12
              OR WS-NASC-DIA < 1 OR WS-NASC-DIA > 31
              OR WS-NASC-ANO < 1900
              OR WS-NASCIMENTO-PED > WS-HOJE
               DISPLAY "NASCIMENTO INVALIDO - NADA GRAVADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-CONFERE-MARCAS
           IF WS-IR-PED = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-DPD
           MOVE WS-CODIGO-PEDIDO TO WS-DPD-FUNCIONARIO (WS-TOTAL-DPD)
           MOVE WS-NOME-PED TO WS-DPD-NOME (WS-TOTAL-DPD)
           MOVE WS-NASCIMENTO-PED TO WS-DPD-NASCIMENTO (WS-TOTAL-DPD)
           MOVE WS-PARENTESCO-PED TO WS-DPD-PARENTESCO (WS-TOTAL-DPD)
           MOVE WS-IR-PED TO WS-DPD-IR (WS-TOTAL-DPD)
           MOVE WS-SALFAM-PED TO WS-DPD-SALFAM (WS-TOTAL-DPD)
           PERFORM 7000-GRAVA-DEPENDENTES
           DISPLAY "DEPENDENTE GRAVADO".

      *===== MARCAS S/N; SALARIO-FAMILIA SO PARA FILHO OU ENTEADO.
      *===== RECUSA DEVOLVE WS-IR-PED EM BRANCO.
       4100-CONFERE-MARCAS.
           IF WS-IR-PED NOT = 'S'
               MOVE 'N' TO WS-IR-PED
           END-IF
           IF WS-SALFAM-PED NOT = 'S'
               MOVE 'N' TO WS-SALFAM-PED
           END-IF
           IF WS-SALFAM-PED = 'S' AND NOT WS-PARENTESCO-FILHO
               DISPLAY "SALARIO-FAMILIA SO PARA FILHO OU ENTEADO - "
                       "NADA GRAVADO"
               MOVE SPACE TO WS-IR-PED
           END-IF.

       4200-PEDE-NUMERO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO DEPENDENTE NA LISTAGEM (0 CANCELA): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO > WS-TOTAL-DPD
               DISPLAY "DEPENDENTE NAO ENCONTRADO"
               MOVE ZERO TO WS-NUMERO-PEDIDO
           END-IF
           IF WS-NUMERO-PEDIDO > ZERO
               DISPLAY "DEPENDENTE: "
                       WS-DPD-NOME (WS-NUMERO-PEDIDO)
                       " (FUNCIONARIO "
                       WS-DPD-FUNCIONARIO (WS-NUMERO-PEDIDO) ")"
           END-IF.

       5000-ALTERAR.
           IF WS-DPD-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA ALTERADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-PEDE-NUMERO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DADOS-PEDIDOS
           MOVE WS-DPD-PARENTESCO (WS-NUMERO-PEDIDO)
             TO WS-PARENTESCO-PED
           DISPLAY "DEDUZ DO IRRF (S/N), ATUAL "
                   WS-DPD-IR (WS-NUMERO-PEDIDO) ": "
           ACCEPT WS-IR-PED
           DISPLAY "SALARIO-FAMILIA (S/N), ATUAL "
                   WS-DPD-SALFAM (WS-NUMERO-PEDIDO) ": "
           ACCEPT WS-SALFAM-PED
           INSPECT WS-DADOS-PEDIDOS
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-IR-PED = SPACE
               MOVE WS-DPD-IR (WS-NUMERO-PEDIDO) TO WS-IR-PED
           END-IF
           IF WS-SALFAM-PED = SPACE
               MOVE WS-DPD-SALFAM (WS-NUMERO-PEDIDO) TO WS-SALFAM-PED
           END-IF
           PERFORM 4100-CONFERE-MARCAS
           IF WS-IR-PED = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IR-PED TO WS-DPD-IR (WS-NUMERO-PEDIDO)
           MOVE WS-SALFAM-PED TO WS-DPD-SALFAM (WS-NUMERO-PEDIDO)
           PERFORM 7000-GRAVA-DEPENDENTES
           DISPLAY "DEPENDENTE ALTERADO".

       6000-EXCLUIR.
           IF WS-DPD-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA ALTERADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-PEDE-NUMERO
           IF WS-NUMERO-PEDIDO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB-DPD FROM WS-NUMERO-PEDIDO BY 1
                   UNTIL WS-SUB-DPD >= WS-TOTAL-DPD
               MOVE WS-DPD-ITEM (WS-SUB-DPD + 1)
                 TO WS-DPD-ITEM (WS-SUB-DPD)
           END-PERFORM
           SUBTRACT 1 FROM WS-TOTAL-DPD
           PERFORM 7000-GRAVA-DEPENDENTES
           DISPLAY "DEPENDENTE EXCLUIDO".

       7000-GRAVA-DEPENDENTES.
      *===== REGRAVAR A PARTIR DE UMA TABELA QUE NAO COUBE O ARQUIVO
      *===== PERDERIA O EXCEDENTE.
           IF WS-DPD-ESTOURO > ZERO
               DISPLAY "ARQUIVO MAIOR QUE A TABELA - NADA REGRAVADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQ-DEPENDENTES
           PERFORM VARYING WS-SUB-DPD FROM 1 BY 1
                   UNTIL WS-SUB-DPD > WS-TOTAL-DPD
               MOVE SPACES TO DEPENDENTE-LINHA
               MOVE WS-DPD-FUNCIONARIO (WS-SUB-DPD)
                 TO DPD-FUNCIONARIO
               MOVE WS-DPD-NOME (WS-SUB-DPD) TO DPD-NOME
               MOVE WS-DPD-NASCIMENTO (WS-SUB-DPD) TO DPD-NASCIMENTO
               MOVE WS-DPD-PARENTESCO (WS-SUB-DPD) TO DPD-PARENTESCO
               MOVE WS-DPD-IR (WS-SUB-DPD) TO DPD-IR
               MOVE WS-DPD-SALFAM (WS-SUB-DPD) TO DPD-SALFAM
               WRITE DEPENDENTE-LINHA
           END-PERFORM
           CLOSE ARQ-DEPENDENTES.

       END PROGRAM DEPENDENTES.
