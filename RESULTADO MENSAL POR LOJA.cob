       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTLOJAS.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: RESULTADO MENSAL POR LOJA, PARA A GERENCIA
      *=======           COMPARAR AS LOJAS. PARA A COMPETENCIA
      *=======           INFORMADA, POR LOJA (EMP-LOJA / CPY-LOJA):
      *=======           ALUGUEIS FEITOS (emprestimos.dat), RECEITA
      *=======           DE ALUGUEL E DE MULTA (receitas_alugueis.txt
      *=======           CASADO AO EMPRESTIMO), MULTAS EM ABERTO
      *=======           (multas_receber.dat), COPIAS NO ACERVO
      *=======           (copias.dat), OCUPACAO DAS COPIAS (DIAS
      *=======           ALUGADOS / DIAS DISPONIVEIS) E COPIAS
      *=======           DANIFICADAS NA FILA DE REPAROS (reparos.dat).
      *=======           FECHA COM O TOTAL DAS LOJAS CONFERIDO CONTRA
      *=======           AS POSTAGENS "AUT ALUGUEL"/"AUT MULTA" DO
      *=======           MES NO RAZAO (lancamentos.txt). SAI EM
      *=======           resultado_lojas.txt.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A RECEITA DE ALUGUEL E LIQUIDA: O
      *=======               DESCONTO DE PONTOS E O ESTORNO DO MES
      *=======               ABATEM DA LOJA DO EMPRESTIMO, COMO O
      *=======               RAZAO ABATE "AUT DESCONTO"/"AUT ESTORNO".
      *=======               MULTAS EM ABERTO E FILA DE REPAROS SAO A
      *=======               POSICAO DE HOJE. A OCUPACAO USA AS
      *=======               COPIAS DE HOJE VEZES OS DIAS DO MES; O
      *=======               EMPRESTIMO AINDA ABERTO CONTA ATE HOJE.
      *=======               LOJA 00 EM REGISTRO ANTIGO VALE A LOJA
      *=======               01; RECEITA SEM EMPRESTIMO ACHADO TAMBEM.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO "emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-EMPRESTIMO
           FILE STATUS IS WS-STATUS-EMPRESTIMOS.

           SELECT ARQ-COPIAS ASSIGN TO "copias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPY-CHAVE
           FILE STATUS IS WS-STATUS-COPIAS.

           SELECT ARQ-MULTAS ASSIGN TO "multas_receber.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-CHAVE
           FILE STATUS IS WS-STATUS-MULTAS.

           SELECT ARQ-REPAROS ASSIGN TO "reparos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CHAVE
           FILE STATUS IS WS-STATUS-REPAROS.

           SELECT ARQ-RECEITAS ASSIGN TO "receitas_alugueis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECEITAS.

           SELECT ARQ-LANCAMENTOS ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-RESULTADO ASSIGN TO "resultado_lojas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPRESTIMOS.
           COPY "#emprestdat".

       FD  ARQ-COPIAS.
           COPY "#copiadat".

       FD  ARQ-MULTAS.
           COPY "#multadat".

       FD  ARQ-REPAROS.
           COPY "#reparodat".

       FD  ARQ-RECEITAS.
       01  RECEITA-LINHA.
           05 RCT-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 RCT-EMPRESTIMO    PIC 9(06).
           05 FILLER            PIC X.
           05 RCT-CODIGO-FILME  PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-CODIGO-CLIENTE PIC 9(04).
           05 FILLER            PIC X.
           05 RCT-GENERO        PIC X(15).
           05 FILLER            PIC X.
           05 RCT-VALOR         PIC 9(03)V99.

       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-LINHA.
           05 LCT-DATA          PIC 9(08).
           05 FILLER            PIC X.
           05 LCT-TIPO          PIC X(01).
           05 FILLER            PIC X.
           05 LCT-VALOR         PIC 9(07)V99.
           05 FILLER            PIC X.
           05 LCT-DESCRICAO     PIC X(30).
           05 FILLER            PIC X.
           05 LCT-CENTRO        PIC X(03).

       FD  ARQ-RESULTADO.
       01  RESULTADO-LINHA      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-EMPRESTIMOS PIC XX VALUE SPACES.
       77 WS-STATUS-COPIAS      PIC XX VALUE SPACES.
       77 WS-STATUS-MULTAS      PIC XX VALUE SPACES.
       77 WS-STATUS-REPAROS     PIC XX VALUE SPACES.
       77 WS-STATUS-RECEITAS    PIC XX VALUE SPACES.
       77 WS-STATUS-LANCAMENTOS PIC XX VALUE SPACES.
       77 WS-STATUS-RESULTADO   PIC XX VALUE SPACES.
       01 WS-EOF-ARQ            PIC X VALUE 'N'.
       01 WS-DATA-HOJE          PIC X(40) VALUE SPACES.
       01 WS-HOJE               PIC 9(8) VALUE ZERO.
       01 WS-COMPETENCIA        PIC 9(6) VALUE ZERO.
       01 WS-COMP-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO       PIC 9(4).
           05 WS-COMP-MES       PIC 9(2).
       01 WS-PRIMEIRO-DIA       PIC 9(8) VALUE ZERO.
       01 WS-ULTIMO-DIA         PIC 9(8) VALUE ZERO.
       01 WS-PROXIMO-MES        PIC 9(8) VALUE ZERO.
       01 WS-PROX-R REDEFINES WS-PROXIMO-MES.
           05 WS-PROX-ANO       PIC 9(4).
           05 WS-PROX-MES       PIC 9(2).
           05 WS-PROX-DIA       PIC 9(2).
       01 WS-DIAS-MES           PIC 9(2) VALUE ZERO.
       01 WS-INICIO             PIC 9(8) VALUE ZERO.
       01 WS-FIM                PIC 9(8) VALUE ZERO.
       01 WS-LOJA               PIC 9(2) VALUE ZERO.
       01 WS-SUB-LOJA           PIC 9(2) VALUE ZERO.
       01 WS-SALDO-MULTA        PIC 9(5)V99 VALUE ZERO.
       01 WS-DISPONIVEL         PIC 9(7) VALUE ZERO.
       01 WS-OCUPACAO           PIC 9(3)V9 VALUE ZERO.
       01 WS-OCUPACAO-ED        PIC ZZ9.9.
       01 WS-VALOR-ED           PIC ZZZZZZZ9.99.
       01 WS-QTDE-ED            PIC ZZZZZZ9.
       01 WS-DIFERENCA          PIC S9(9)V99 VALUE ZERO.
       01 WS-DIF-ED             PIC ---------9.99.
       01 WS-RAZAO-LIQUIDO      PIC S9(9)V99 VALUE ZERO.
       01 WS-LOJAS-LIQUIDO      PIC S9(9)V99 VALUE ZERO.
       01 WS-LIQUIDO-LOJA       PIC S9(9)V99 VALUE ZERO.
       01 WS-LIQUIDO-ED         PIC ---------9.99.
       01 WS-LCT-ALUGUEIS       PIC 9(9)V99 VALUE ZERO.
       01 WS-LCT-MULTAS         PIC 9(9)V99 VALUE ZERO.
       01 WS-LCT-DEDUCOES       PIC 9(9)V99 VALUE ZERO.
      *===== AREA DE PARAMETROS DO MODULO DE CALENDARIO: FIM DO MES
      *===== E DIAS DE CADA EMPRESTIMO DENTRO DO MES.
       COPY "#calenpar".

      *===== ACUMULADORES POR LOJA (ATE 10); A POSICAO 11 GUARDA O
      *===== TOTAL DAS LOJAS.
       01  WS-TABELA-LOJAS.
           05 WS-LJA-ITEM OCCURS 11 TIMES.
               10 WS-LJA-ALUGUEIS      PIC 9(7).
               10 WS-LJA-RECEITA       PIC 9(9)V99.
               10 WS-LJA-DEDUCOES      PIC 9(9)V99.
               10 WS-LJA-MULTAS        PIC 9(9)V99.
               10 WS-LJA-MULTAS-ABERTO PIC 9(9)V99.
               10 WS-LJA-COPIAS        PIC 9(5).
               10 WS-LJA-DIAS-ALUGADOS PIC 9(7).
               10 WS-LJA-REPAROS       PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "=== RESULTADO MENSAL POR LOJA ==="
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ATUAL): "
           ACCEPT WS-COMPETENCIA
           PERFORM 1000-DATAS
           PERFORM 1100-ABRIR-ARQUIVOS
           PERFORM 2000-VARRE-EMPRESTIMOS
           PERFORM 2100-VARRE-RECEITAS
           PERFORM 2200-VARRE-MULTAS
           PERFORM 2300-VARRE-COPIAS
           PERFORM 2400-VARRE-REPAROS
           PERFORM 2500-SOMA-RAZAO
           PERFORM 3000-RELATORIO
           PERFORM 4000-FECHAR-ARQUIVOS
           STOP RUN.

      *===== PRIMEIRO E ULTIMO DIA DA COMPETENCIA; O ULTIMO E O DIA
      *===== 1 DO MES SEGUINTE MENOS UM DIA, PELO CALENDARIO.
       1000-DATAS.
           INITIALIZE WS-TABELA-LOJAS
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE
           MOVE WS-DATA-HOJE (1:8) TO WS-HOJE
           IF WS-COMPETENCIA = ZERO
               MOVE WS-HOJE (1:6) TO WS-COMPETENCIA
           END-IF
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1
           MOVE WS-COMP-ANO TO WS-PROX-ANO
           MOVE WS-COMP-MES TO WS-PROX-MES
           MOVE 1 TO WS-PROX-DIA
           IF WS-PROX-MES = 12
               ADD 1 TO WS-PROX-ANO
               MOVE 1 TO WS-PROX-MES
           ELSE
               ADD 1 TO WS-PROX-MES
           END-IF
           MOVE 'C' TO CAL-FUNCAO
           MOVE WS-PROXIMO-MES TO CAL-DATA-1
           MOVE -1 TO CAL-DIAS
           CALL "CALENDARIO" USING CAL-PARAMETROS
           MOVE CAL-DATA-RESULTADO TO WS-ULTIMO-DIA
           MOVE WS-ULTIMO-DIA (7:2) TO WS-DIAS-MES.

       1100-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMOS NOT = "00"
               DISPLAY "ERRO AO ABRIR emprestimos.dat - STATUS "
                       WS-STATUS-EMPRESTIMOS
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-COPIAS.
           OPEN INPUT ARQ-MULTAS.
           OPEN INPUT ARQ-REPAROS.
           OPEN OUTPUT ARQ-RESULTADO.
           IF WS-STATUS-RESULTADO NOT = "00"
               DISPLAY "ERRO AO ABRIR resultado_lojas.txt - STATUS "
                       WS-STATUS-RESULTADO
               STOP RUN
           END-IF.

      *===== ALUGUEIS FEITOS NO MES E DIAS ALUGADOS DENTRO DO MES
      *===== (DA RETIRADA ATE A DEVOLUCAO, OU ATE HOJE SE ABERTO).
       2000-VARRE-EMPRESTIMOS.
           MOVE ZERO TO NUMERO-EMPRESTIMO
           MOVE SPACES TO WS-STATUS-EMPRESTIMOS
           START ARQ-EMPRESTIMOS KEY IS >= NUMERO-EMPRESTIMO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-EMPRESTIMOS
           END-START
           PERFORM UNTIL WS-STATUS-EMPRESTIMOS = "10"
               READ ARQ-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-EMPRESTIMOS
                   NOT AT END
                       PERFORM 2050-ACUMULA-EMPRESTIMO
               END-READ
           END-PERFORM.

       2050-ACUMULA-EMPRESTIMO.
           PERFORM 9000-LOJA-DO-EMPRESTIMO
           IF EMP-DATA-RETIRADA (1:6) = WS-COMPETENCIA (1:6)
               ADD 1 TO WS-LJA-ALUGUEIS (WS-LOJA)
           END-IF
           IF EMP-DATA-RETIRADA > WS-ULTIMO-DIA
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-DATA-RETIRADA TO WS-INICIO
           IF WS-INICIO < WS-PRIMEIRO-DIA
               MOVE WS-PRIMEIRO-DIA TO WS-INICIO
           END-IF
           IF EMPRESTIMO-FECHADO AND EMP-DATA-DEVOLUCAO > ZERO
               MOVE EMP-DATA-DEVOLUCAO TO WS-FIM
           ELSE
               MOVE WS-HOJE TO WS-FIM
           END-IF
           IF WS-FIM > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-FIM
           END-IF
           IF WS-FIM < WS-INICIO
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO CAL-FUNCAO
           MOVE WS-INICIO TO CAL-DATA-1
           MOVE WS-FIM TO CAL-DATA-2
           CALL "CALENDARIO" USING CAL-PARAMETROS
           COMPUTE WS-LJA-DIAS-ALUGADOS (WS-LOJA) =
               WS-LJA-DIAS-ALUGADOS (WS-LOJA) + CAL-DIAS + 1.

      *===== RECEITA DO MES CASADA AO EMPRESTIMO PARA ACHAR A LOJA.
       2100-VARRE-RECEITAS.
           OPEN INPUT ARQ-RECEITAS.
           IF WS-STATUS-RECEITAS NOT = "00"
               DISPLAY "SEM receitas_alugueis.txt - RECEITAS ZERADAS"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-RECEITAS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF RCT-DATA (1:6) = WS-COMPETENCIA (1:6)
                           PERFORM 2150-ACUMULA-RECEITA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEITAS.

       2150-ACUMULA-RECEITA.
           MOVE RCT-EMPRESTIMO TO NUMERO-EMPRESTIMO
           READ ARQ-EMPRESTIMOS
               INVALID KEY
                   MOVE ZERO TO EMP-LOJA
           END-READ
           PERFORM 9000-LOJA-DO-EMPRESTIMO
           EVALUATE TRUE
               WHEN RCT-GENERO (1:5) = "MULTA"
                   ADD RCT-VALOR TO WS-LJA-MULTAS (WS-LOJA)
               WHEN RCT-GENERO = "DESCONTO PONTOS"
               WHEN RCT-GENERO (1:7) = "ESTORNO"
                   ADD RCT-VALOR TO WS-LJA-DEDUCOES (WS-LOJA)
               WHEN OTHER
                   ADD RCT-VALOR TO WS-LJA-RECEITA (WS-LOJA)
           END-EVALUATE.

       2200-VARRE-MULTAS.
           IF WS-STATUS-MULTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO MUL-NUMERO-EMPRESTIMO
           MOVE SPACES TO MUL-TIPO
           MOVE SPACES TO WS-STATUS-MULTAS
           START ARQ-MULTAS KEY IS >= MUL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-MULTAS
           END-START
           PERFORM UNTIL WS-STATUS-MULTAS = "10"
               READ ARQ-MULTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-MULTAS
                   NOT AT END
                       IF MULTA-ABERTA
                          AND MUL-VALOR-ORIGINAL > MUL-VALOR-PAGO
                           PERFORM 2250-ACUMULA-MULTA
                       END-IF
               END-READ
           END-PERFORM.

       2250-ACUMULA-MULTA.
           COMPUTE WS-SALDO-MULTA =
               MUL-VALOR-ORIGINAL - MUL-VALOR-PAGO
           MOVE MUL-NUMERO-EMPRESTIMO TO NUMERO-EMPRESTIMO
           READ ARQ-EMPRESTIMOS
               INVALID KEY
                   MOVE ZERO TO EMP-LOJA
           END-READ
           PERFORM 9000-LOJA-DO-EMPRESTIMO
           ADD WS-SALDO-MULTA TO WS-LJA-MULTAS-ABERTO (WS-LOJA).

       2300-VARRE-COPIAS.
           IF WS-STATUS-COPIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CPY-CODIGO-FILME
           MOVE ZERO TO CPY-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-COPIAS
           START ARQ-COPIAS KEY IS >= CPY-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-COPIAS
           END-START
           PERFORM UNTIL WS-STATUS-COPIAS = "10"
               READ ARQ-COPIAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-COPIAS
                   NOT AT END
                       PERFORM 9100-LOJA-DA-COPIA
                       ADD 1 TO WS-LJA-COPIAS (WS-LOJA)
               END-READ
           END-PERFORM.

      *===== COPIA NA FILA DE REPAROS CONTA NA LOJA ONDE ESTA.
       2400-VARRE-REPAROS.
           IF WS-STATUS-REPAROS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO REP-CODIGO-FILME
           MOVE ZERO TO REP-NUMERO-COPIA
           MOVE SPACES TO WS-STATUS-REPAROS
           START ARQ-REPAROS KEY IS >= REP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-REPAROS
           END-START
           PERFORM UNTIL WS-STATUS-REPAROS = "10"
               READ ARQ-REPAROS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-REPAROS
                   NOT AT END
                       IF REPARO-NA-FILA
                           PERFORM 2450-ACUMULA-REPARO
                       END-IF
               END-READ
           END-PERFORM.

       2450-ACUMULA-REPARO.
           MOVE REP-CHAVE TO CPY-CHAVE
           MOVE ZERO TO CPY-LOJA
           IF WS-STATUS-COPIAS = "00" OR WS-STATUS-COPIAS = "10"
               READ ARQ-COPIAS
                   INVALID KEY
                       MOVE ZERO TO CPY-LOJA
               END-READ
           END-IF
           PERFORM 9100-LOJA-DA-COPIA
           ADD 1 TO WS-LJA-REPAROS (WS-LOJA).

      *===== POSTAGENS DO BALCAO NO RAZAO DURANTE A COMPETENCIA:
      *===== ALUGUEL E MULTA A CREDITO, DESCONTO E ESTORNO A DEBITO.
       2500-SOMA-RAZAO.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS NOT = "00"
               DISPLAY "SEM lancamentos.txt - RAZAO ZERADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-ARQ.
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-LANCAMENTOS
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF LCT-DATA (1:6) = WS-COMPETENCIA (1:6)
                           PERFORM 2550-CLASSIFICA-POSTAGEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.

       2550-CLASSIFICA-POSTAGEM.
           EVALUATE TRUE
               WHEN LCT-DESCRICAO (1:11) = "AUT ALUGUEL"
                   ADD LCT-VALOR TO WS-LCT-ALUGUEIS
               WHEN LCT-DESCRICAO (1:9) = "AUT MULTA"
                   ADD LCT-VALOR TO WS-LCT-MULTAS
               WHEN LCT-DESCRICAO (1:12) = "AUT DESCONTO"
               WHEN LCT-DESCRICAO (1:11) = "AUT ESTORNO"
                   ADD LCT-VALOR TO WS-LCT-DEDUCOES
           END-EVALUATE.

       3000-RELATORIO.
           MOVE ALL "=" TO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE SPACES TO RESULTADO-LINHA
           STRING "RESULTADO MENSAL POR LOJA - COMPETENCIA "
                  WS-COMP-MES "/" WS-COMP-ANO
                  " (" WS-DIAS-MES " DIAS)"
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           PERFORM VARYING WS-SUB-LOJA FROM 1 BY 1
                   UNTIL WS-SUB-LOJA > 10
               IF WS-LJA-ALUGUEIS (WS-SUB-LOJA) > ZERO
                  OR WS-LJA-RECEITA (WS-SUB-LOJA) > ZERO
                  OR WS-LJA-MULTAS (WS-SUB-LOJA) > ZERO
                  OR WS-LJA-DEDUCOES (WS-SUB-LOJA) > ZERO
                  OR WS-LJA-MULTAS-ABERTO (WS-SUB-LOJA) > ZERO
                  OR WS-LJA-COPIAS (WS-SUB-LOJA) > ZERO
                   PERFORM 3100-SOMA-TOTAL
                   MOVE SPACES TO RESULTADO-LINHA
                   WRITE RESULTADO-LINHA
                   MOVE SPACES TO RESULTADO-LINHA
                   STRING "LOJA " WS-SUB-LOJA
                          DELIMITED BY SIZE INTO RESULTADO-LINHA
                   WRITE RESULTADO-LINHA
                   MOVE WS-SUB-LOJA TO WS-LOJA
                   PERFORM 3200-BLOCO-DA-LOJA
               END-IF
           END-PERFORM
           MOVE SPACES TO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE "TOTAL DAS LOJAS" TO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE 11 TO WS-LOJA
           PERFORM 3200-BLOCO-DA-LOJA
           PERFORM 3300-BATE-COM-RAZAO.

       3100-SOMA-TOTAL.
           ADD WS-LJA-ALUGUEIS (WS-SUB-LOJA) TO WS-LJA-ALUGUEIS (11)
           ADD WS-LJA-RECEITA (WS-SUB-LOJA) TO WS-LJA-RECEITA (11)
           ADD WS-LJA-DEDUCOES (WS-SUB-LOJA) TO WS-LJA-DEDUCOES (11)
           ADD WS-LJA-MULTAS (WS-SUB-LOJA) TO WS-LJA-MULTAS (11)
           ADD WS-LJA-MULTAS-ABERTO (WS-SUB-LOJA)
             TO WS-LJA-MULTAS-ABERTO (11)
           ADD WS-LJA-COPIAS (WS-SUB-LOJA) TO WS-LJA-COPIAS (11)
           ADD WS-LJA-DIAS-ALUGADOS (WS-SUB-LOJA)
             TO WS-LJA-DIAS-ALUGADOS (11)
           ADD WS-LJA-REPAROS (WS-SUB-LOJA) TO WS-LJA-REPAROS (11).

       3200-BLOCO-DA-LOJA.
           MOVE WS-LJA-ALUGUEIS (WS-LOJA) TO WS-QTDE-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  ALUGUEIS NO MES.....: " WS-QTDE-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-LJA-RECEITA (WS-LOJA) TO WS-VALOR-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  RECEITA DE ALUGUEL..: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-LJA-DEDUCOES (WS-LOJA) TO WS-VALOR-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  DESCONTOS/ESTORNOS..: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-LJA-MULTAS (WS-LOJA) TO WS-VALOR-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  MULTAS RECEBIDAS....: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           COMPUTE WS-LIQUIDO-LOJA = WS-LJA-RECEITA (WS-LOJA)
                                   + WS-LJA-MULTAS (WS-LOJA)
                                   - WS-LJA-DEDUCOES (WS-LOJA)
           MOVE WS-LIQUIDO-LOJA TO WS-LIQUIDO-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  RECEITA LIQUIDA.....: " WS-LIQUIDO-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-LJA-MULTAS-ABERTO (WS-LOJA) TO WS-VALOR-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  MULTAS EM ABERTO....: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-LJA-COPIAS (WS-LOJA) TO WS-QTDE-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  COPIAS NO ACERVO....: " WS-QTDE-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE ZERO TO WS-OCUPACAO
           COMPUTE WS-DISPONIVEL = WS-LJA-COPIAS (WS-LOJA)
                                 * WS-DIAS-MES
           IF WS-DISPONIVEL > ZERO
               COMPUTE WS-OCUPACAO ROUNDED =
                   WS-LJA-DIAS-ALUGADOS (WS-LOJA) * 100
                 / WS-DISPONIVEL
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-OCUPACAO
               END-COMPUTE
           END-IF
           MOVE WS-OCUPACAO TO WS-OCUPACAO-ED
           MOVE WS-LJA-DIAS-ALUGADOS (WS-LOJA) TO WS-QTDE-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  OCUPACAO DAS COPIAS.: " WS-OCUPACAO-ED
                  "% (" WS-QTDE-ED " DIAS ALUGADOS)"
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-LJA-REPAROS (WS-LOJA) TO WS-QTDE-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "  COPIAS EM REPARO....: " WS-QTDE-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA.

      *===== O TOTAL DAS LOJAS TEM DE BATER COM O QUE O RAZAOAUTO
      *===== POSTOU NO MES A PARTIR DO MESMO JORNAL DE RECEITAS.
       3300-BATE-COM-RAZAO.
           COMPUTE WS-LOJAS-LIQUIDO = WS-LJA-RECEITA (11)
                                    + WS-LJA-MULTAS (11)
                                    - WS-LJA-DEDUCOES (11)
           COMPUTE WS-RAZAO-LIQUIDO = WS-LCT-ALUGUEIS
                                    + WS-LCT-MULTAS
                                    - WS-LCT-DEDUCOES
           COMPUTE WS-DIFERENCA = WS-LOJAS-LIQUIDO - WS-RAZAO-LIQUIDO
           MOVE SPACES TO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-RAZAO-LIQUIDO TO WS-LIQUIDO-ED
           MOVE SPACES TO RESULTADO-LINHA
           STRING "RAZAO (AUT ALUGUEL + AUT MULTA - DESC/EST): "
                  WS-LIQUIDO-ED
                  DELIMITED BY SIZE INTO RESULTADO-LINHA
           WRITE RESULTADO-LINHA
           MOVE WS-DIFERENCA TO WS-DIF-ED
           MOVE SPACES TO RESULTADO-LINHA
           IF WS-DIFERENCA = ZERO
               STRING "CONFERE COM O RAZAO - DIFERENCA " WS-DIF-ED
                      DELIMITED BY SIZE INTO RESULTADO-LINHA
               MOVE 0 TO RETURN-CODE
           ELSE
               STRING "DIVERGE DO RAZAO - DIFERENCA " WS-DIF-ED
                      DELIMITED BY SIZE INTO RESULTADO-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE RESULTADO-LINHA.

       4000-FECHAR-ARQUIVOS.
           CLOSE ARQ-EMPRESTIMOS.
           IF WS-STATUS-COPIAS = "00" OR WS-STATUS-COPIAS = "10"
               CLOSE ARQ-COPIAS
           END-IF.
           IF WS-STATUS-MULTAS = "00" OR WS-STATUS-MULTAS = "10"
               CLOSE ARQ-MULTAS
           END-IF.
           IF WS-STATUS-REPAROS = "00" OR WS-STATUS-REPAROS = "10"
               CLOSE ARQ-REPAROS
           END-IF.
           CLOSE ARQ-RESULTADO.
           MOVE WS-LOJAS-LIQUIDO TO WS-LIQUIDO-ED.
           DISPLAY "=== RESULTADO POR LOJA CONCLUIDO ===".
           DISPLAY "RECEITA LIQUIDA DAS LOJAS: " WS-LIQUIDO-ED.
           DISPLAY "RELATORIO EM resultado_lojas.txt".

      *===== LOJA DO EMPRESTIMO LIDO (00 OU FORA DA FAIXA = 01).
       9000-LOJA-DO-EMPRESTIMO.
           MOVE EMP-LOJA TO WS-LOJA
           IF WS-LOJA = ZERO OR WS-LOJA > 10
               MOVE 1 TO WS-LOJA
           END-IF.

       9100-LOJA-DA-COPIA.
           MOVE CPY-LOJA TO WS-LOJA
           IF WS-LOJA = ZERO OR WS-LOJA > 10
               MOVE 1 TO WS-LOJA
           END-IF.

       END PROGRAM RESULTLOJAS.
