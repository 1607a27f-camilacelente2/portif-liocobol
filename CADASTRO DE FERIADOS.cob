       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIADOSCAD.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: MANUTENCAO DO CALENDARIO DE FERIADOS
      *=======           (feriados.txt, LAYOUT #feriadodat) USADO
      *=======           PELO MODULO CALENDARIO NOS VENCIMENTOS DE
      *=======           ALUGUEL, NA MULTA POR ATRASO, NOS DIAS DE
      *=======           VALE DA FOLHA E NA AGENDA DOS LOTES. CADA
      *=======           FERIADO TEM DATA, ABRANGENCIA (NACIONAL,
      *=======           ESTADUAL OU MUNICIPAL DE UMA LOJA) E
      *=======           DESCRICAO; LISTA (POR ANO), INCLUI, ALTERA E
      *=======           EXCLUI, SEM NINGUEM ABRIR O ARQUIVO NUM
      *=======           EDITOR DE TEXTO.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: RESTRITO AO PERFIL GERENTE (OPERLOGIN).
      *=======               O ARQUIVO E REGRAVADO INTEIRO, EM ORDEM
      *=======               DE DATA, A CADA ALTERACAO. A MESMA DATA
      *=======               PODE SER FERIADO DE MAIS DE UMA LOJA
      *=======               (UMA LINHA PARA CADA). LINHA ANTIGA SO
      *=======               COM A DATA E LIDA COMO NACIONAL E
      *=======               REGRAVADA COMO "NA".
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO "feriados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FERIADOS.
           COPY "#feriadodat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FERIADOS   PIC XX VALUE SPACES.
       77 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-CONFIRMA          PIC X VALUE SPACE.
       01 WS-DATA-INFORMADA    PIC X(8) VALUE SPACES.
       01 WS-DATA-NUMERICA REDEFINES WS-DATA-INFORMADA PIC 9(8).
       01 WS-ABRANGENCIA-INFORMADA PIC X(2) VALUE SPACES.
       01 WS-DESCRICAO-INFORMADA PIC X(30) VALUE SPACES.
       01 WS-ANO-FILTRO        PIC X(4) VALUE SPACES.
       01 WS-DATA-VALIDA       PIC X VALUE 'N'.
       01 WS-ABRANGENCIA-VALIDA PIC X VALUE 'N'.
       01 WS-ACHOU-LUGAR       PIC X VALUE 'N'.
       01 WS-SUB-FERIADO       PIC 9(3) VALUE ZERO.
       01 WS-SUB-DESTINO       PIC 9(3) VALUE ZERO.
       01 WS-FERIADO-ACHADO    PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-FERIADOS    PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-LISTADOS    PIC 9(3) VALUE ZERO.
       01 WS-ABRANGENCIA-TELA  PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA    PIC X(10) VALUE SPACES.

      *===== FERIADOS EM MEMORIA (ATE 300, O MESMO LIMITE DO MODULO
      *===== CALENDARIO), SEMPRE EM ORDEM DE DATA.
       01  WS-TABELA-FERIADOS.
           05 WS-FERIADO-ITEM OCCURS 300 TIMES.
               10 WS-FER-DATA        PIC 9(8).
               10 WS-FER-ABRANGENCIA PIC X(2).
               10 WS-FER-DESCRICAO   PIC X(30).

      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO (CRITICA DA
      *===== DATA INFORMADA).
           COPY "#calenpar".

      *===== AREA DE PARAMETROS DO MODULO OPERLOGIN.
           COPY "#operpar".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR.
           PERFORM 1000-CARREGA-FERIADOS.
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 9999-EXIBIR-MENU
               EVALUATE WS-OPCAO
                   WHEN '1' PERFORM 2000-LISTAR
                   WHEN '2' PERFORM 3000-INCLUIR
                   WHEN '3' PERFORM 4000-ALTERAR
                   WHEN '4' PERFORM 5000-EXCLUIR
                   WHEN 'X' WHEN 'x' CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. TENTE NOVAMENTE."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *===== O CALENDARIO DE FERIADOS MEXE EM VENCIMENTO E MULTA:
      *===== MANUTENCAO E FUNCAO DE GERENTE.
       0050-LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT OPR-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT OPR-SENHA.
           CALL "OPERLOGIN" USING OPR-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO OPERLOGIN NAO DISPONIVEL"
                   STOP RUN
           END-CALL.
           IF OPR-RETORNO = '1'
               DISPLAY "OPERADOR OU SENHA INVALIDOS - ENCERRANDO"
               STOP RUN
           END-IF.
           IF NOT OPR-GERENTE
               DISPLAY "MANUTENCAO DE FERIADOS RESTRITA AO GERENTE"
               STOP RUN
           END-IF.
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-CARREGA-FERIADOS.
           OPEN INPUT ARQ-FERIADOS.
           IF WS-STATUS-FERIADOS = "35"
               DISPLAY "feriados.txt AINDA NAO EXISTE - SERA "
                       "CRIADO NA PRIMEIRA GRAVACAO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-FERIADOS NOT = "00"
               DISPLAY "ERRO AO ABRIR feriados.txt - STATUS "
                       WS-STATUS-FERIADOS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-FERIADOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF FER-DATA IS NUMERIC
                          AND WS-TOTAL-FERIADOS < 300
                           PERFORM 1050-GUARDA-LIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FERIADOS.

      *===== LINHA LIDA ENTRA NA TABELA JA NO LUGAR DA SUA DATA (O
      *===== ARQUIVO EDITADO A MAO PODE ESTAR FORA DE ORDEM).
       1050-GUARDA-LIDO.
           MOVE FER-DATA TO WS-DATA-NUMERICA.
           IF FERIADO-NACIONAL
               MOVE "NA" TO WS-ABRANGENCIA-INFORMADA
           ELSE
               MOVE FER-ABRANGENCIA TO WS-ABRANGENCIA-INFORMADA
           END-IF.
           MOVE FER-DESCRICAO TO WS-DESCRICAO-INFORMADA.
           PERFORM 6500-INSERE-NA-ORDEM.

       1100-GRAVA-FERIADOS.
           OPEN OUTPUT ARQ-FERIADOS.
           PERFORM VARYING WS-SUB-FERIADO FROM 1 BY 1
                   UNTIL WS-SUB-FERIADO > WS-TOTAL-FERIADOS
               MOVE SPACES TO FERIADO-LINHA
               MOVE WS-FER-DATA (WS-SUB-FERIADO) TO FER-DATA
               MOVE WS-FER-ABRANGENCIA (WS-SUB-FERIADO)
                 TO FER-ABRANGENCIA
               MOVE WS-FER-DESCRICAO (WS-SUB-FERIADO)
                 TO FER-DESCRICAO
               WRITE FERIADO-LINHA
           END-PERFORM.
           CLOSE ARQ-FERIADOS.

       2000-LISTAR.
           DISPLAY "ANO (AAAA, ENTER = TODOS): ".
           MOVE SPACES TO WS-ANO-FILTRO.
           ACCEPT WS-ANO-FILTRO.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           DISPLAY "=== CALENDARIO DE FERIADOS ===".
           DISPLAY "DATA       ABRANG.  DESCRICAO".
           PERFORM VARYING WS-SUB-FERIADO FROM 1 BY 1
                   UNTIL WS-SUB-FERIADO > WS-TOTAL-FERIADOS
               IF WS-ANO-FILTRO = SPACES
                  OR WS-FER-DATA (WS-SUB-FERIADO) (1:4)
                     = WS-ANO-FILTRO
                   PERFORM 2100-LINHA-LISTA
               END-IF
           END-PERFORM.
           DISPLAY "FERIADOS LISTADOS: " WS-TOTAL-LISTADOS.

       2100-LINHA-LISTA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE WS-FER-DATA (WS-SUB-FERIADO) TO WS-DATA-INFORMADA.
           CALL "FORMATADATA" USING WS-DATA-INFORMADA
                                    WS-DATA-FORMATADA.
           EVALUATE WS-FER-ABRANGENCIA (WS-SUB-FERIADO)
               WHEN "NA"
                   MOVE "NACIONAL" TO WS-ABRANGENCIA-TELA
               WHEN "ES"
                   MOVE "ESTADUAL" TO WS-ABRANGENCIA-TELA
               WHEN OTHER
                   MOVE SPACES TO WS-ABRANGENCIA-TELA
                   STRING "LOJA " DELIMITED BY SIZE
                          WS-FER-ABRANGENCIA (WS-SUB-FERIADO)
                              DELIMITED BY SIZE
                          INTO WS-ABRANGENCIA-TELA
           END-EVALUATE.
           DISPLAY WS-DATA-FORMATADA " " WS-ABRANGENCIA-TELA " "
                   WS-FER-DESCRICAO (WS-SUB-FERIADO).

       3000-INCLUIR.
           IF WS-TOTAL-FERIADOS >= 300
               DISPLAY "CALENDARIO CHEIO (300 FERIADOS) - EXCLUA OS "
                       "DE ANOS PASSADOS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6000-PEDE-CHAVE.
           IF WS-DATA-VALIDA NOT = 'S'
              OR WS-ABRANGENCIA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF WS-FERIADO-ACHADO NOT = ZERO
               DISPLAY "FERIADO JA CADASTRADO - USE A ALTERACAO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESCRICAO: ".
           MOVE SPACES TO WS-DESCRICAO-INFORMADA.
           ACCEPT WS-DESCRICAO-INFORMADA.
           PERFORM 6500-INSERE-NA-ORDEM.
           PERFORM 1100-GRAVA-FERIADOS.
           DISPLAY "FERIADO INCLUIDO".

       4000-ALTERAR.
           PERFORM 6000-PEDE-CHAVE.
           IF WS-DATA-VALIDA NOT = 'S'
              OR WS-ABRANGENCIA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF WS-FERIADO-ACHADO = ZERO
               DISPLAY "FERIADO NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESCRICAO ATUAL: "
                   WS-FER-DESCRICAO (WS-FERIADO-ACHADO).
           DISPLAY "NOVA DESCRICAO: ".
           MOVE SPACES TO WS-DESCRICAO-INFORMADA.
           ACCEPT WS-DESCRICAO-INFORMADA.
           MOVE WS-DESCRICAO-INFORMADA
             TO WS-FER-DESCRICAO (WS-FERIADO-ACHADO).
           PERFORM 1100-GRAVA-FERIADOS.
           DISPLAY "FERIADO ALTERADO".

       5000-EXCLUIR.
           PERFORM 6000-PEDE-CHAVE.
           IF WS-DATA-VALIDA NOT = 'S'
              OR WS-ABRANGENCIA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           IF WS-FERIADO-ACHADO = ZERO
               DISPLAY "FERIADO NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EXCLUIR " WS-FER-DESCRICAO (WS-FERIADO-ACHADO)
                   " (S/N)? ".
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF NOT (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
               DISPLAY "EXCLUSAO CANCELADA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUB-FERIADO FROM WS-FERIADO-ACHADO BY 1
                   UNTIL WS-SUB-FERIADO >= WS-TOTAL-FERIADOS
               MOVE WS-FERIADO-ITEM (WS-SUB-FERIADO + 1)
                 TO WS-FERIADO-ITEM (WS-SUB-FERIADO)
           END-PERFORM.
           SUBTRACT 1 FROM WS-TOTAL-FERIADOS.
           PERFORM 1100-GRAVA-FERIADOS.
           DISPLAY "FERIADO EXCLUIDO".

      *===== CHAVE DO FERIADO = DATA + ABRANGENCIA. A DATA E
      *===== CRITICADA PELO PROPRIO CALENDARIO: SOMANDO ZERO DIAS,
      *===== UMA DATA INEXISTENTE (31/04, 29/02 FORA DE BISSEXTO)
      *===== VOLTA DIFERENTE DA INFORMADA.
       6000-PEDE-CHAVE.
           MOVE 'N' TO WS-DATA-VALIDA.
           MOVE 'N' TO WS-ABRANGENCIA-VALIDA.
           MOVE ZERO TO WS-FERIADO-ACHADO.
           DISPLAY "DATA DO FERIADO (AAAAMMDD): ".
           MOVE SPACES TO WS-DATA-INFORMADA.
           ACCEPT WS-DATA-INFORMADA.
           IF WS-DATA-INFORMADA IS NOT NUMERIC
              OR WS-DATA-INFORMADA (5:2) < "01"
              OR WS-DATA-INFORMADA (5:2) > "12"
              OR WS-DATA-INFORMADA (7:2) < "01"
              OR WS-DATA-INFORMADA (7:2) > "31"
               DISPLAY "DATA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO CAL-FUNCAO.
           MOVE WS-DATA-NUMERICA TO CAL-DATA-1.
           MOVE ZERO TO CAL-DIAS.
           CALL "CALENDARIO" USING CAL-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ERRO: MODULO CALENDARIO NAO DISPONIVEL"
                   STOP RUN
           END-CALL.
           IF CAL-DATA-RESULTADO NOT = WS-DATA-NUMERICA
               DISPLAY "DATA INEXISTENTE NO CALENDARIO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WS-DATA-VALIDA.
           DISPLAY "ABRANGENCIA (NA = NACIONAL, ES = ESTADUAL, "
                   "01..99 = LOJA): ".
           MOVE SPACES TO WS-ABRANGENCIA-INFORMADA.
           ACCEPT WS-ABRANGENCIA-INFORMADA.
           INSPECT WS-ABRANGENCIA-INFORMADA CONVERTING "naes"
                                                    TO "NAES".
           IF WS-ABRANGENCIA-INFORMADA = "NA"
              OR WS-ABRANGENCIA-INFORMADA = "ES"
              OR (WS-ABRANGENCIA-INFORMADA IS NUMERIC
                  AND WS-ABRANGENCIA-INFORMADA NOT = "00")
               MOVE 'S' TO WS-ABRANGENCIA-VALIDA
           ELSE
               DISPLAY "ABRANGENCIA INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUB-FERIADO FROM 1 BY 1
                   UNTIL WS-SUB-FERIADO > WS-TOTAL-FERIADOS
               IF WS-FER-DATA (WS-SUB-FERIADO) = WS-DATA-NUMERICA
                  AND WS-FER-ABRANGENCIA (WS-SUB-FERIADO)
                      = WS-ABRANGENCIA-INFORMADA
                   MOVE WS-SUB-FERIADO TO WS-FERIADO-ACHADO
               END-IF
           END-PERFORM.

      *===== ABRE O LUGAR DA DATA NA TABELA (DEPOIS DAS DATAS IGUAIS
      *===== OU MENORES) E GRAVA DATA, ABRANGENCIA E DESCRICAO
      *===== INFORMADAS.
       6500-INSERE-NA-ORDEM.
           MOVE WS-TOTAL-FERIADOS TO WS-SUB-DESTINO.
           ADD 1 TO WS-SUB-DESTINO.
           MOVE 'N' TO WS-ACHOU-LUGAR.
           PERFORM VARYING WS-SUB-FERIADO FROM WS-TOTAL-FERIADOS BY -1
                   UNTIL WS-SUB-FERIADO = ZERO
                      OR WS-ACHOU-LUGAR = 'S'
               IF WS-FER-DATA (WS-SUB-FERIADO) > WS-DATA-NUMERICA
                   MOVE WS-FERIADO-ITEM (WS-SUB-FERIADO)
                     TO WS-FERIADO-ITEM (WS-SUB-FERIADO + 1)
                   MOVE WS-SUB-FERIADO TO WS-SUB-DESTINO
               ELSE
                   MOVE 'S' TO WS-ACHOU-LUGAR
               END-IF
           END-PERFORM.
           MOVE WS-DATA-NUMERICA
             TO WS-FER-DATA (WS-SUB-DESTINO).
           MOVE WS-ABRANGENCIA-INFORMADA
             TO WS-FER-ABRANGENCIA (WS-SUB-DESTINO).
           MOVE WS-DESCRICAO-INFORMADA
             TO WS-FER-DESCRICAO (WS-SUB-DESTINO).
           ADD 1 TO WS-TOTAL-FERIADOS.

       9999-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=== CADASTRO DE FERIADOS ===".
           DISPLAY "1 - LISTAR".
           DISPLAY "2 - INCLUIR".
           DISPLAY "3 - ALTERAR DESCRICAO".
           DISPLAY "4 - EXCLUIR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

       END PROGRAM FERIADOSCAD.
