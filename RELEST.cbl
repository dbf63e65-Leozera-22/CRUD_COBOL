       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEST.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: VARREDURA NOTURNA DE PRODUTO.DAT LISTANDO OS PRODUTOS
      *          ATIVOS COM ESTOQUE NO PONTO DE REPOSICAO OU ABAIXO
      *          DELE, GRAVANDO A LISTA DE COMPRAS EM ESTREL.TXT
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO ASSIGN TO "C:\PROJETO_COBOL\PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTO-STATUS
               RECORD KEY IS PRODUTO-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\ESTREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
       01 PRODUTOS-REG.
           05 PRODUTO-CHAVE.
               10 PRODUTO-CODIGO       PIC 9(06).
           05 PRODUTO-DESCRICAO        PIC X(30).
           05 PRODUTO-PRECO            PIC 9(05)V99.
           05 PRODUTO-ESTOQUE          PIC 9(07).
           05 PRODUTO-PONTO-REPOSICAO  PIC 9(07).
           05 PRODUTO-STATUS-REG       PIC X(01).
               88 PRODUTO-ATIVO        VALUE "A".
               88 PRODUTO-INATIVO      VALUE "I".

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       WORKING-STORAGE SECTION.

       77 PRODUTO-STATUS               PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDATIVOS                 PIC 9(05) VALUE 0.
       77 WS-QTDREPOR                  PIC 9(05) VALUE 0.
       77 WS-QTDZERADOS                PIC 9(05) VALUE 0.

       77 WS-ESTOQUE-ED                PIC Z(06)9.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".
       77 WS-TEM-PRODUTO               PIC X(01) VALUE "N".
           88 TEM-PRODUTO              VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-VARRE-PRODUTOS
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT PRODUTO.
           EVALUATE PRODUTO-STATUS
               WHEN "00"
                   MOVE "S" TO WS-TEM-PRODUTO
               WHEN "35"
                   DISPLAY "RELEST: SEM PRODUTOS CADASTRADOS"
               WHEN OTHER
                   DISPLAY "RELEST: ERRO AO ABRIR PRODUTO.DAT "
                       PRODUTO-STATUS
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT RELATO
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "RELEST: ERRO AO ABRIR ESTREL.TXT"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE "RELATORIO DE REPOSICAO DE ESTOQUE"
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE "============================================="
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE SPACES TO RELATO-REG
                   MOVE "CODIGO" TO RELATO-DADOS(1:6)
                   MOVE "DESCRICAO" TO RELATO-DADOS(9:9)
                   MOVE "ESTOQUE" TO RELATO-DADOS(41:7)
                   MOVE "PONTO REP" TO RELATO-DADOS(50:9)
                   WRITE RELATO-REG
               END-IF
           END-IF.

       2000-VARRE-PRODUTOS.
           MOVE "N" TO WS-CONTINUA-LEITURA.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF TEM-PRODUTO
               MOVE 0 TO PRODUTO-CODIGO
               START PRODUTO KEY IS GREATER THAN OR EQUAL
                   PRODUTO-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF PRODUTO-STATUS EQUAL "00"
                   MOVE "S" TO WS-CONTINUA-LEITURA
                   READ PRODUTO NEXT
                       AT END MOVE "N" TO WS-CONTINUA-LEITURA
                   END-READ
                   IF PRODUTO-STATUS NOT EQUAL "00" AND
                      PRODUTO-STATUS NOT EQUAL "10"
                       MOVE "N" TO WS-CONTINUA-LEITURA
                       MOVE "S" TO WS-ERRO-LEITURA
                   END-IF
                   PERFORM 2100-CONFERE-PRODUTO
                       UNTIL PARA-LEITURA
                          OR PRODUTO-STATUS EQUAL "10"
               END-IF
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELEST: ERRO DE LEITURA " PRODUTO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2100-CONFERE-PRODUTO.
           ADD 1 TO WS-QTDLIDOS.
           IF PRODUTO-ATIVO
               ADD 1 TO WS-QTDATIVOS
               IF PRODUTO-ESTOQUE NOT GREATER PRODUTO-PONTO-REPOSICAO
                   PERFORM 2200-GRAVA-PRODUTO
               END-IF
           END-IF.
           READ PRODUTO NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF PRODUTO-STATUS NOT EQUAL "00" AND
              PRODUTO-STATUS NOT EQUAL "10"
               MOVE "N" TO WS-CONTINUA-LEITURA
               MOVE "S" TO WS-ERRO-LEITURA
           END-IF.

       2200-GRAVA-PRODUTO.
           ADD 1 TO WS-QTDREPOR.
           MOVE SPACES TO RELATO-REG.
           MOVE PRODUTO-CODIGO TO RELATO-DADOS(1:6).
           MOVE PRODUTO-DESCRICAO TO RELATO-DADOS(9:30).
           MOVE PRODUTO-ESTOQUE TO WS-ESTOQUE-ED.
           MOVE WS-ESTOQUE-ED TO RELATO-DADOS(41:7).
           MOVE PRODUTO-PONTO-REPOSICAO TO WS-ESTOQUE-ED.
           MOVE WS-ESTOQUE-ED TO RELATO-DADOS(50:7).
           IF PRODUTO-ESTOQUE EQUAL ZEROS
               ADD 1 TO WS-QTDZERADOS
               MOVE "SEM ESTOQUE" TO RELATO-DADOS(60:11)
           END-IF.
           WRITE RELATO-REG.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELEST: ERRO AO GRAVAR ESTREL.TXT"
               MOVE 8 TO WS-RETORNO
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       3000-FINALIZAR.
           IF WS-RETORNO EQUAL 0
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "TOTAL DE PRODUTOS LIDOS      " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE PRODUTOS ATIVOS     " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDATIVOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "PRODUTOS A REPOR             " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDREPOR TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "PRODUTOS SEM ESTOQUE         " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDZERADOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
           END-IF.
           CLOSE RELATO.
           IF TEM-PRODUTO
               CLOSE PRODUTO
           END-IF.
           DISPLAY "RELEST: LIDOS " WS-QTDLIDOS
               " A REPOR " WS-QTDREPOR
               " SEM ESTOQUE " WS-QTDZERADOS.
           DISPLAY "RELEST: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           GOBACK.

       END PROGRAM RELEST.
