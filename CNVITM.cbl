       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVITM.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: CONVERSAO UNICA DO ARQUIVO DE ITENS DE PEDIDO - LE O
      *          PEDITEM.DAT NO LEIAUTE ANTIGO (SEM QUANTIDADE
      *          DEVOLVIDA) E REGRAVA PEDITEMN.DAT NO LEIAUTE NOVO
      *          COM A QUANTIDADE DEVOLVIDA ZERADA - APOS CONFERIR OS
      *          TOTAIS, RENOMEAR PEDITEMN.DAT PARA PEDITEM.DAT
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITM-ANTIGO ASSIGN TO "C:\PROJETO_COBOL\PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITMA-STATUS
               RECORD KEY IS ITMA-CHAVE.

           SELECT ITM-NOVO ASSIGN TO "C:\PROJETO_COBOL\PEDITEMN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITMN-STATUS
               RECORD KEY IS ITMN-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD ITM-ANTIGO.
       01 ITMA-REG.
           05 ITMA-CHAVE.
               10 ITMA-PEDIDO          PIC 9(06).
               10 ITMA-SEQ             PIC 9(03).
           05 ITMA-CODIGO              PIC 9(06).
           05 ITMA-DESCRICAO           PIC X(30).
           05 ITMA-QTDE                PIC 9(05).
           05 ITMA-VALOR-UNIT          PIC 9(05)V99.
           05 ITMA-VALOR               PIC 9(07)V99.

       FD ITM-NOVO.
       01 ITMN-REG.
           05 ITMN-CHAVE.
               10 ITMN-PEDIDO          PIC 9(06).
               10 ITMN-SEQ             PIC 9(03).
           05 ITMN-CODIGO              PIC 9(06).
           05 ITMN-DESCRICAO           PIC X(30).
           05 ITMN-QTDE                PIC 9(05).
           05 ITMN-VALOR-UNIT          PIC 9(05)V99.
           05 ITMN-VALOR               PIC 9(07)V99.
           05 ITMN-QTDE-DEVOL          PIC 9(05).

       WORKING-STORAGE SECTION.

       77 ITMA-STATUS                  PIC X(02).
       77 ITMN-STATUS                  PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDGRAVADOS               PIC 9(05) VALUE 0.

       77 WS-EOF                       PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT ITM-ANTIGO.
           IF ITMA-STATUS NOT EQUAL "00"
               DISPLAY "CNVITM: PEDITEM.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT ITM-NOVO
               IF ITMN-STATUS NOT EQUAL "00"
                   DISPLAY "CNVITM: ERRO AO ABRIR PEDITEMN.DAT"
                   MOVE 8 TO WS-RETORNO
                   CLOSE ITM-ANTIGO
               ELSE
                   MOVE 0 TO ITMA-PEDIDO
                   MOVE 0 TO ITMA-SEQ
                   START ITM-ANTIGO KEY IS GREATER THAN OR EQUAL
                       ITMA-CHAVE
                       INVALID KEY CONTINUE
                   END-START
                   PERFORM 1100-LER-ANTIGO
               END-IF
           END-IF.

       1100-LER-ANTIGO.
           READ ITM-ANTIGO NEXT
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.
           IF NOT FIM-ARQUIVO AND ITMA-STATUS NOT EQUAL "00"
               DISPLAY "CNVITM: ERRO DE LEITURA " ITMA-STATUS
               MOVE 8 TO WS-RETORNO
               MOVE "S" TO WS-EOF
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WS-QTDLIDOS.
           MOVE ITMA-PEDIDO TO ITMN-PEDIDO.
           MOVE ITMA-SEQ TO ITMN-SEQ.
           MOVE ITMA-CODIGO TO ITMN-CODIGO.
           MOVE ITMA-DESCRICAO TO ITMN-DESCRICAO.
           MOVE ITMA-QTDE TO ITMN-QTDE.
           MOVE ITMA-VALOR-UNIT TO ITMN-VALOR-UNIT.
           MOVE ITMA-VALOR TO ITMN-VALOR.
           MOVE 0 TO ITMN-QTDE-DEVOL.
           WRITE ITMN-REG
               INVALID KEY
                   DISPLAY "CNVITM: ERRO AO GRAVAR " ITMN-PEDIDO
                       " " ITMN-SEQ " " ITMN-STATUS
                   MOVE 8 TO WS-RETORNO
                   MOVE "S" TO WS-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-QTDGRAVADOS
                   PERFORM 1100-LER-ANTIGO
           END-WRITE.

       3000-FINALIZAR.
           CLOSE ITM-ANTIGO.
           CLOSE ITM-NOVO.
           IF WS-QTDLIDOS NOT EQUAL WS-QTDGRAVADOS
               DISPLAY "CNVITM: TOTAIS DIVERGENTES"
               MOVE 8 TO WS-RETORNO
           END-IF.
           DISPLAY "CNVITM: LIDOS    " WS-QTDLIDOS.
           DISPLAY "CNVITM: GRAVADOS " WS-QTDGRAVADOS.
           DISPLAY "CNVITM: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM CNVITM.
