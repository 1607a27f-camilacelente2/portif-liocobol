       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEMISSAO.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: EMISSAO NUMERADA DE CERTIFICADOS E DIPLOMAS
      *=======           COM REGISTRO E CONSULTA DE AUTENTICIDADE.
      *=======           SO EMITE PARA ALUNO COM RESULTADO FINAL
      *=======           APROVADO (CERTIFICADO) OU DIPLOMADO (DIPLOMA)
      *=======           EM resultado_final.txt (FECHATERMO). O
      *=======           NUMERO SAI DE certificados_controle.txt, O
      *=======           DOCUMENTO VAI PARA certificados_impressao.txt
      *=======           E A EMISSAO FICA EM certificados_registro.txt
      *=======           (NUMERO, MATRICULA, DATA, OPERADOR E
      *=======           QUANTIDADE DE REEMISSOES). A CONSULTA PELO
      *=======           NUMERO ATENDE AS CONFIRMACOES DE EMPRESAS.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: A REEMISSAO (SEGUNDA VIA) MANTEM O NUMERO
      *=======               ORIGINAL, SOMA UMA REEMISSAO NO REGISTRO
      *=======               E GRAVA DATA, OPERADOR E MOTIVO EM
      *=======               certificados_reemissoes.txt. UM ALUNO TEM
      *=======               UM SO NUMERO POR TIPO DE DOCUMENTO. O
      *=======               REGISTRO GUARDA NOME, TURMA, ANO E
      *=======               SITUACAO DA EMISSAO, PARA A CONSULTA NAO
      *=======               DEPENDER DO CADASTRO ATUAL DO ALUNO.
      *==============================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "alunos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
           FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-FINAL ASSIGN TO "resultado_final.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINAL.

           SELECT ARQ-CONTROLE ASSIGN TO "certificados_controle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-REGISTRO ASSIGN TO "certificados_registro.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-REEMISSOES
               ASSIGN TO "certificados_reemissoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REEMISSOES.

           SELECT ARQ-IMPRESSAO ASSIGN TO "certificados_impressao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           COPY "#alunodat".

       FD  ARQ-FINAL.
       01  FINAL-LINHA.
           05 FIN-MATRICULA    PIC 9(04).
           05 FILLER           PIC X.
           05 FIN-SITUACAO     PIC X(20).

       FD  ARQ-CONTROLE.
       01  CONTROLE-LINHA.
           05 CTL-PROXIMO-NUMERO PIC 9(06).

      *===== UMA LINHA POR DOCUMENTO EMITIDO. CRT-TIPO: 'C' =
      *===== CERTIFICADO DE CONCLUSAO, 'D' = DIPLOMA.
       FD  ARQ-REGISTRO.
       01  REGISTRO-LINHA.
           05 CRT-NUMERO       PIC 9(06).
           05 FILLER           PIC X.
           05 CRT-MATRICULA    PIC 9(04).
           05 FILLER           PIC X.
           05 CRT-DATA         PIC 9(08).
           05 FILLER           PIC X.
           05 CRT-OPERADOR     PIC 9(04).
           05 FILLER           PIC X.
           05 CRT-REEMISSOES   PIC 9(03).
           05 FILLER           PIC X.
           05 CRT-TIPO         PIC X(01).
           05 FILLER           PIC X.
           05 CRT-NOME         PIC X(30).
           05 FILLER           PIC X.
           05 CRT-TURMA        PIC X(06).
           05 FILLER           PIC X.
           05 CRT-ANO          PIC 9(04).
           05 FILLER           PIC X.
           05 CRT-SITUACAO     PIC X(20).

       FD  ARQ-REEMISSOES.
       01  REEMISSAO-LINHA.
           05 RMS-NUMERO       PIC 9(06).
           05 FILLER           PIC X.
           05 RMS-DATA-HORA    PIC X(14).
           05 FILLER           PIC X.
           05 RMS-VIA          PIC 9(03).
           05 FILLER           PIC X.
           05 RMS-OPERADOR     PIC 9(04).
           05 FILLER           PIC X.
           05 RMS-NOME-OPERADOR PIC X(20).
           05 FILLER           PIC X.
           05 RMS-MOTIVO       PIC X(40).

       FD  ARQ-IMPRESSAO.
       01  IMPRESSAO-LINHA      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ALUNOS     PIC XX VALUE SPACES.
       77 WS-STATUS-FINAL      PIC XX VALUE SPACES.
       77 WS-STATUS-CONTROLE   PIC XX VALUE SPACES.
       77 WS-STATUS-REGISTRO   PIC XX VALUE SPACES.
       77 WS-STATUS-REEMISSOES PIC XX VALUE SPACES.
       77 WS-STATUS-IMPRESSAO  PIC XX VALUE SPACES.
       01 WS-EOF-ARQ           PIC X VALUE 'N'.
       01 WS-OPCAO             PIC X VALUE SPACE.
       01 WS-DATA-HOJE         PIC X(40) VALUE SPACES.
       01 WS-DATA-ENTRADA      PIC X(8) VALUE SPACES.
       01 WS-DATA-FORMATADA    PIC X(10) VALUE SPACES.
       01 WS-MATRICULA-PEDIDA  PIC 9(4) VALUE ZERO.
       01 WS-NUMERO-PEDIDO     PIC 9(6) VALUE ZERO.
       01 WS-NUMERO-CERT       PIC 9(6) VALUE ZERO.
       01 WS-ANO-CONCLUSAO     PIC 9(4) VALUE ZERO.
       01 WS-SITUACAO-FINAL    PIC X(20) VALUE SPACES.
       01 WS-TIPO              PIC X VALUE SPACE.
       01 WS-TITULO            PIC X(30) VALUE SPACES.
       01 WS-MOTIVO            PIC X(40) VALUE SPACES.
       01 WS-SUB-FIN           PIC 9(4) VALUE ZERO.
       01 WS-SUB-CRT           PIC 9(4) VALUE ZERO.
       01 WS-CRT-ACHADO        PIC 9(4) VALUE ZERO.
       01 WS-VIA               PIC 9(3) VALUE ZERO.
       01 WS-QTDE-ED           PIC ZZ9.

      *===== AREA DE PARAMETROS DO MODULO OPERLOGIN.
       COPY "#operpar".

      *===== RESULTADO FINAL POR MATRICULA (ATE 2000).
       01 WS-TOTAL-FIN         PIC 9(4) VALUE ZERO.
       01  WS-TABELA-FINAL.
           05 WS-FIN-ITEM OCCURS 2000 TIMES.
               10 WS-FIN-MATRICULA  PIC 9(4).
               10 WS-FIN-SITUACAO   PIC X(20).

      *===== REGISTRO DE EMISSOES EM MEMORIA (ATE 3000), REGRAVADO
      *===== INTEIRO A CADA REEMISSAO.
       01 WS-TOTAL-CRT         PIC 9(4) VALUE ZERO.
       01  WS-TABELA-REGISTRO.
           05 WS-CRT-LINHA     PIC X(96) OCCURS 3000 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-LOGIN-OPERADOR
           PERFORM 1000-CARREGA-FINAL
           PERFORM 1100-CARREGA-REGISTRO
           PERFORM UNTIL WS-OPCAO = 'X' OR WS-OPCAO = 'x'
               PERFORM 2000-MENU
           END-PERFORM
           STOP RUN.

      *===== O OPERADOR FICA GRAVADO EM CADA EMISSAO E REEMISSAO.
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
           DISPLAY "BEM-VINDA(O), " OPR-NOME.

       1000-CARREGA-FINAL.
           MOVE ZERO TO WS-TOTAL-FIN
           OPEN INPUT ARQ-FINAL
           IF WS-STATUS-FINAL NOT = "00"
               DISPLAY "SEM resultado_final.txt - NENHUMA EMISSAO "
                       "NOVA POSSIVEL"
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

       1100-CARREGA-REGISTRO.
           MOVE ZERO TO WS-TOTAL-CRT
           OPEN INPUT ARQ-REGISTRO
           IF WS-STATUS-REGISTRO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ARQ
           PERFORM UNTIL WS-EOF-ARQ = 'S'
               READ ARQ-REGISTRO
                   AT END
                       MOVE 'S' TO WS-EOF-ARQ
                   NOT AT END
                       IF WS-TOTAL-CRT < 3000
                           ADD 1 TO WS-TOTAL-CRT
                           MOVE REGISTRO-LINHA
                             TO WS-CRT-LINHA (WS-TOTAL-CRT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQ-REGISTRO.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "=== CERTIFICADOS E DIPLOMAS ===".
           DISPLAY "1 - EMITIR CERTIFICADO/DIPLOMA".
           DISPLAY "2 - REEMITIR (SEGUNDA VIA)".
           DISPLAY "3 - CONSULTAR AUTENTICIDADE PELO NUMERO".
           DISPLAY "4 - LISTAR REGISTRO DE EMISSOES".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM 3000-EMITE
               WHEN '2' PERFORM 4000-REEMITE
               WHEN '3' PERFORM 5000-CONSULTA
               WHEN '4' PERFORM 6000-LISTA-REGISTRO
               WHEN 'X' WHEN 'x' CONTINUE
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *===== EMISSAO NOVA: RESULTADO FINAL APROVADO/DIPLOMADO, ALUNO
      *===== NO CADASTRO E NENHUM NUMERO DO MESMO TIPO PARA ELE.
       3000-EMITE.
           MOVE ZERO TO WS-MATRICULA-PEDIDA
           DISPLAY "MATRICULA DO ALUNO: "
           ACCEPT WS-MATRICULA-PEDIDA
           MOVE SPACES TO WS-SITUACAO-FINAL
           PERFORM VARYING WS-SUB-FIN FROM 1 BY 1
                   UNTIL WS-SUB-FIN > WS-TOTAL-FIN
               IF WS-FIN-MATRICULA (WS-SUB-FIN) = WS-MATRICULA-PEDIDA
                   MOVE WS-FIN-SITUACAO (WS-SUB-FIN)
                     TO WS-SITUACAO-FINAL
               END-IF
           END-PERFORM
           EVALUATE WS-SITUACAO-FINAL
               WHEN "DIPLOMADO"
                   MOVE 'D' TO WS-TIPO
               WHEN "APROVADO"
                   MOVE 'C' TO WS-TIPO
               WHEN SPACES
                   DISPLAY "MATRICULA SEM RESULTADO FINAL - EMISSAO "
                           "RECUSADA"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "RESULTADO FINAL " WS-SITUACAO-FINAL
                           " - EMISSAO RECUSADA"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE ZERO TO WS-CRT-ACHADO
           PERFORM VARYING WS-SUB-CRT FROM 1 BY 1
                   UNTIL WS-SUB-CRT > WS-TOTAL-CRT
               MOVE WS-CRT-LINHA (WS-SUB-CRT) TO REGISTRO-LINHA
               IF CRT-MATRICULA = WS-MATRICULA-PEDIDA
                  AND CRT-TIPO = WS-TIPO
                   MOVE WS-SUB-CRT TO WS-CRT-ACHADO
               END-IF
           END-PERFORM
           IF WS-CRT-ACHADO > ZERO
               MOVE WS-CRT-LINHA (WS-CRT-ACHADO) TO REGISTRO-LINHA
               DISPLAY "JA EMITIDO SOB O NUMERO " CRT-NUMERO
                       " - USE A REEMISSAO (OPCAO 2)"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-CRT >= 3000
               DISPLAY "REGISTRO CHEIO (3000 EMISSOES) - NADA EMITIDO"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARQ-ALUNOS
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "ERRO AO ABRIR alunos.dat - STATUS "
                       WS-STATUS-ALUNOS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATRICULA-PEDIDA TO ALU-MATRICULA
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE "23" TO WS-STATUS-ALUNOS
           END-READ
           CLOSE ARQ-ALUNOS
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "MATRICULA NAO ESTA NO CADASTRO DE ALUNOS"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-DATA-DE-HOJE
           MOVE ZERO TO WS-ANO-CONCLUSAO
           DISPLAY "ANO DE CONCLUSAO (0 = " WS-DATA-HOJE (1:4) "): "
           ACCEPT WS-ANO-CONCLUSAO
           IF WS-ANO-CONCLUSAO = ZERO
               MOVE WS-DATA-HOJE (1:4) TO WS-ANO-CONCLUSAO
           END-IF
           PERFORM 7100-PROXIMO-NUMERO
           MOVE SPACES TO REGISTRO-LINHA
           MOVE WS-NUMERO-CERT TO CRT-NUMERO
           MOVE WS-MATRICULA-PEDIDA TO CRT-MATRICULA
           MOVE WS-DATA-HOJE (1:8) TO CRT-DATA
           MOVE OPR-CODIGO TO CRT-OPERADOR
           MOVE ZERO TO CRT-REEMISSOES
           MOVE WS-TIPO TO CRT-TIPO
           MOVE ALU-NOME TO CRT-NOME
           MOVE ALU-TURMA TO CRT-TURMA
           MOVE WS-ANO-CONCLUSAO TO CRT-ANO
           MOVE WS-SITUACAO-FINAL TO CRT-SITUACAO
           ADD 1 TO WS-TOTAL-CRT
           MOVE REGISTRO-LINHA TO WS-CRT-LINHA (WS-TOTAL-CRT)
           OPEN EXTEND ARQ-REGISTRO
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO
               CLOSE ARQ-REGISTRO
               OPEN EXTEND ARQ-REGISTRO
           END-IF
           WRITE REGISTRO-LINHA
           CLOSE ARQ-REGISTRO
           MOVE ZERO TO WS-VIA
           PERFORM 7200-IMPRIME-DOCUMENTO
           DISPLAY "EMITIDO SOB O NUMERO " WS-NUMERO-CERT
                   " - IMPRESSO EM certificados_impressao.txt".

      *===== SEGUNDA VIA COM O NUMERO ORIGINAL E OS DADOS DA EMISSAO.
       4000-REEMITE.
           PERFORM 7300-ACHA-NUMERO
           IF WS-CRT-ACHADO = ZERO
               DISPLAY "NUMERO NAO CONSTA NO REGISTRO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-MOSTRA-EMISSAO
           MOVE SPACES TO WS-MOTIVO
           DISPLAY "MOTIVO DA REEMISSAO: "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - NADA REEMITIDO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-DATA-DE-HOJE
           MOVE WS-CRT-LINHA (WS-CRT-ACHADO) TO REGISTRO-LINHA
           ADD 1 TO CRT-REEMISSOES
           MOVE CRT-REEMISSOES TO WS-VIA
           MOVE REGISTRO-LINHA TO WS-CRT-LINHA (WS-CRT-ACHADO)
           OPEN OUTPUT ARQ-REGISTRO
           PERFORM VARYING WS-SUB-CRT FROM 1 BY 1
                   UNTIL WS-SUB-CRT > WS-TOTAL-CRT
               MOVE WS-CRT-LINHA (WS-SUB-CRT) TO REGISTRO-LINHA
               WRITE REGISTRO-LINHA
           END-PERFORM
           CLOSE ARQ-REGISTRO
           MOVE WS-CRT-LINHA (WS-CRT-ACHADO) TO REGISTRO-LINHA
           OPEN EXTEND ARQ-REEMISSOES
           IF WS-STATUS-REEMISSOES = "35"
               OPEN OUTPUT ARQ-REEMISSOES
               CLOSE ARQ-REEMISSOES
               OPEN EXTEND ARQ-REEMISSOES
           END-IF
           MOVE SPACES TO REEMISSAO-LINHA
           MOVE CRT-NUMERO TO RMS-NUMERO
           MOVE WS-DATA-HOJE (1:14) TO RMS-DATA-HORA
           MOVE WS-VIA TO RMS-VIA
           MOVE OPR-CODIGO TO RMS-OPERADOR
           MOVE OPR-NOME TO RMS-NOME-OPERADOR
           MOVE WS-MOTIVO TO RMS-MOTIVO
           WRITE REEMISSAO-LINHA
           CLOSE ARQ-REEMISSOES
           MOVE CRT-NUMERO TO WS-NUMERO-CERT
           MOVE CRT-TIPO TO WS-TIPO
           MOVE CRT-MATRICULA TO ALU-MATRICULA
           MOVE CRT-NOME TO ALU-NOME
           MOVE CRT-TURMA TO ALU-TURMA
           MOVE CRT-ANO TO WS-ANO-CONCLUSAO
           MOVE CRT-SITUACAO TO WS-SITUACAO-FINAL
           PERFORM 7200-IMPRIME-DOCUMENTO
           MOVE WS-VIA TO WS-QTDE-ED
           DISPLAY "REEMISSAO " WS-QTDE-ED " DO NUMERO " WS-NUMERO-CERT
                   " - IMPRESSA EM certificados_impressao.txt".

      *===== CONFIRMACAO PEDIDA POR TERCEIROS: O NUMERO EXISTE E A
      *===== QUEM PERTENCE.
       5000-CONSULTA.
           PERFORM 7300-ACHA-NUMERO
           IF WS-CRT-ACHADO = ZERO
               DISPLAY "NUMERO NAO CONSTA NO REGISTRO - DOCUMENTO NAO "
                       "EMITIDO POR ESTA ESCOLA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DOCUMENTO AUTENTICO:"
           PERFORM 5100-MOSTRA-EMISSAO.

       5100-MOSTRA-EMISSAO.
           MOVE WS-CRT-LINHA (WS-CRT-ACHADO) TO REGISTRO-LINHA
           MOVE CRT-TIPO TO WS-TIPO
           PERFORM 7400-TITULO-DO-TIPO
           MOVE CRT-DATA TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           MOVE CRT-REEMISSOES TO WS-QTDE-ED
           DISPLAY "NUMERO.....: " CRT-NUMERO " - " WS-TITULO
           DISPLAY "ALUNO......: " CRT-MATRICULA " " CRT-NOME
           DISPLAY "TURMA/ANO..: " CRT-TURMA " / " CRT-ANO
           DISPLAY "SITUACAO...: " CRT-SITUACAO
           DISPLAY "EMITIDO EM.: " WS-DATA-FORMATADA
                   " PELO OPERADOR " CRT-OPERADOR
           DISPLAY "REEMISSOES.: " WS-QTDE-ED.

       6000-LISTA-REGISTRO.
           IF WS-TOTAL-CRT = ZERO
               DISPLAY "NENHUM DOCUMENTO EMITIDO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO T MATR NOME                           "
                   "TURMA  ANO  EMISSAO  REEM"
           PERFORM VARYING WS-SUB-CRT FROM 1 BY 1
                   UNTIL WS-SUB-CRT > WS-TOTAL-CRT
               MOVE WS-CRT-LINHA (WS-SUB-CRT) TO REGISTRO-LINHA
               MOVE CRT-REEMISSOES TO WS-QTDE-ED
               DISPLAY CRT-NUMERO " " CRT-TIPO " " CRT-MATRICULA " "
                       CRT-NOME " " CRT-TURMA " " CRT-ANO " "
                       CRT-DATA " " WS-QTDE-ED
           END-PERFORM.

       7000-DATA-DE-HOJE.
           MOVE SPACES TO WS-DATA-HOJE
           CALL "DATAMES" USING WS-DATA-HOJE.

      *===== O NUMERO SAI DO CONTROLE A CADA EMISSAO.
       7100-PROXIMO-NUMERO.
           MOVE 1 TO WS-NUMERO-CERT
           OPEN INPUT ARQ-CONTROLE
           IF WS-STATUS-CONTROLE = "00"
               READ ARQ-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMO-NUMERO TO WS-NUMERO-CERT
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF
           OPEN OUTPUT ARQ-CONTROLE
           COMPUTE CTL-PROXIMO-NUMERO = WS-NUMERO-CERT + 1
           WRITE CONTROLE-LINHA
           CLOSE ARQ-CONTROLE.

      *===== DOCUMENTO COM OS DADOS EM ALUNO-REGISTRO, WS-TIPO,
      *===== WS-ANO-CONCLUSAO E WS-SITUACAO-FINAL; WS-VIA > ZERO
      *===== MARCA A SEGUNDA VIA.
       7200-IMPRIME-DOCUMENTO.
           PERFORM 7400-TITULO-DO-TIPO
           MOVE WS-DATA-HOJE (1:8) TO WS-DATA-ENTRADA
           CALL "FORMATADATA" USING WS-DATA-ENTRADA WS-DATA-FORMATADA
           OPEN EXTEND ARQ-IMPRESSAO
           IF WS-STATUS-IMPRESSAO = "35"
               OPEN OUTPUT ARQ-IMPRESSAO
               CLOSE ARQ-IMPRESSAO
               OPEN EXTEND ARQ-IMPRESSAO
           END-IF
           MOVE ALL "=" TO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING WS-TITULO DELIMITED BY "  "
                  " - REGISTRO NUMERO " WS-NUMERO-CERT
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           IF WS-VIA > ZERO
               MOVE WS-VIA TO WS-QTDE-ED
               MOVE SPACES TO IMPRESSAO-LINHA
               STRING "SEGUNDA VIA - REEMISSAO " WS-QTDE-ED
                      DELIMITED BY SIZE INTO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-IF
           MOVE SPACES TO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "CERTIFICAMOS QUE " ALU-NOME
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "MATRICULA " ALU-MATRICULA ", DA TURMA "
                  DELIMITED BY SIZE
                  ALU-TURMA DELIMITED BY SPACE
                  ", CONCLUIU O ANO LETIVO DE " WS-ANO-CONCLUSAO
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "COM A SITUACAO FINAL " WS-SITUACAO-FINAL
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "EMITIDO EM " WS-DATA-FORMATADA " POR " OPR-NOME
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           MOVE SPACES TO IMPRESSAO-LINHA
           STRING "AUTENTICIDADE: CONSULTE O NUMERO " WS-NUMERO-CERT
                  " NA SECRETARIA"
                  DELIMITED BY SIZE INTO IMPRESSAO-LINHA
           WRITE IMPRESSAO-LINHA
           CLOSE ARQ-IMPRESSAO.

       7300-ACHA-NUMERO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           DISPLAY "NUMERO DO REGISTRO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE ZERO TO WS-CRT-ACHADO
           PERFORM VARYING WS-SUB-CRT FROM 1 BY 1
                   UNTIL WS-SUB-CRT > WS-TOTAL-CRT
               MOVE WS-CRT-LINHA (WS-SUB-CRT) TO REGISTRO-LINHA
               IF CRT-NUMERO = WS-NUMERO-PEDIDO
                   MOVE WS-SUB-CRT TO WS-CRT-ACHADO
               END-IF
           END-PERFORM.

       7400-TITULO-DO-TIPO.
           IF WS-TIPO = 'D'
               MOVE "DIPLOMA" TO WS-TITULO
           ELSE
               MOVE "CERTIFICADO DE CONCLUSAO" TO WS-TITULO
           END-IF.

       END PROGRAM CERTEMISSAO.
