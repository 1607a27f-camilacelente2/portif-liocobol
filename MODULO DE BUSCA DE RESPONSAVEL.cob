       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPBUSCA.
      *==============================
      *======= AUTOR: CAMILA C. EGGERT   EMPRESA: XPTO
      *======= OBJETIVO: SUBROTINA REUTILIZAVEL QUE ACHA O
      *=======           RESPONSAVEL DE UM ALUNO EM responsaveis.dat
      *=======           (#responsaveldat), NO MESMO PADRAO DE
      *=======           CALENDARIO E SAUDEACESSO. QUEM ENDERECA UM
      *=======           AVISO, BOLETIM OU CARTA PEDE O PEDAGOGICO;
      *=======           QUEM COBRA A MENSALIDADE PEDE O FINANCEIRO;
      *=======           A MATRICULA PEDE QUALQUER UM. AREA DE
      *=======           PARAMETROS EM #resppar.
      *======= DATA: 15/10/2026
      *======= OBSERVAÇÕES: O ARQUIVO E ABERTO E FECHADO A CADA
      *=======               CHAMADA, PARA NAO BRIGAR COM O
      *=======               RESPONSAVEIS ABERTO EM I-O.
      *==============================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "responsaveis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
           FILE STATUS IS WS-STATUS-RESPONSAVEIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESPONSAVEIS.
           COPY "#responsaveldat".

       WORKING-STORAGE SECTION.
       77 WS-STATUS-RESPONSAVEIS PIC XX VALUE SPACES.
       01 WS-ACHADO              PIC X VALUE 'N'.

       LINKAGE SECTION.
       COPY "#resppar".

       PROCEDURE DIVISION USING RSB-PARAMETROS.
       0100-BUSCA.
           MOVE '2' TO RSB-RETORNO.
           MOVE ZERO TO RSB-QTDE RSB-CPF.
           MOVE SPACES TO RSB-NOME RSB-PARENTESCO RSB-TELEFONE
                          RSB-ENDERECO.
           MOVE 'N' TO WS-ACHADO.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF WS-STATUS-RESPONSAVEIS NOT = "00"
               GOBACK
           END-IF.
           MOVE RSB-MATRICULA TO RSP-MATRICULA.
           MOVE ZERO TO RSP-SEQUENCIA.
           START ARQ-RESPONSAVEIS KEY IS >= RSP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-RESPONSAVEIS
           END-START.
           PERFORM UNTIL WS-STATUS-RESPONSAVEIS = "10"
               READ ARQ-RESPONSAVEIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-RESPONSAVEIS
                   NOT AT END
                       IF RSP-MATRICULA NOT = RSB-MATRICULA
                           MOVE "10" TO WS-STATUS-RESPONSAVEIS
                       ELSE
                           ADD 1 TO RSB-QTDE
                           PERFORM 0200-CONFERE-PAPEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESPONSAVEIS.
           IF WS-ACHADO = 'S'
               MOVE '0' TO RSB-RETORNO
           ELSE
               IF RSB-QTDE > ZERO
                   MOVE '1' TO RSB-RETORNO
               END-IF
           END-IF.
           GOBACK.

      *===== FICA COM O PRIMEIRO RESPONSAVEL DO PAPEL PEDIDO.
       0200-CONFERE-PAPEL.
           IF WS-ACHADO = 'S'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN RSB-PEDAGOGICO AND RSP-E-PEDAGOGICO
               WHEN RSB-FINANCEIRO AND RSP-E-FINANCEIRO
               WHEN RSB-QUALQUER
                   MOVE 'S' TO WS-ACHADO
                   MOVE RSP-NOME TO RSB-NOME
                   MOVE RSP-PARENTESCO TO RSB-PARENTESCO
                   MOVE RSP-TELEFONE TO RSB-TELEFONE
                   MOVE RSP-ENDERECO TO RSB-ENDERECO
                   IF RSP-CPF IS NUMERIC
                       MOVE RSP-CPF TO RSB-CPF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM RESPBUSCA.
