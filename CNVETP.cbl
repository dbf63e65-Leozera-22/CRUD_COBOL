       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVETP.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: CONVERSAO UNICA DO ARQUIVO DE PEDIDOS - LE O
      *          PEDIDOS.DAT NO LEIAUTE ANTIGO (SEM ETAPAS DE
      *          ATENDIMENTO) E REGRAVA PEDIDOSN.DAT NO LEIAUTE NOVO -
      *          PEDIDOS ENCERRADOS OU DEVOLVIDOS ENTRAM COMO
      *          ENTREGUES NA DATA DE ENCERRAMENTO, OS DEMAIS COMO
      *          AGUARDANDO SEPARACAO - APOS CONFERIR OS TOTAIS,
      *          RENOMEAR PEDIDOSN.DAT PARA PEDIDOS.DAT
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PED-ANTIGO ASSIGN TO "C:\PROJETO_COBOL\PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDA-STATUS
               RECORD KEY IS PEDA-CHAVE
               ALTERNATE RECORD KEY IS PEDA-FONE
                   WITH DUPLICATES.

           SELECT PED-NOVO ASSIGN TO "C:\PROJETO_COBOL\PEDIDOSN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDN-STATUS
               RECORD KEY IS PEDN-CHAVE
               ALTERNATE RECORD KEY IS PEDN-FONE
                   WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD PED-ANTIGO.
       01 PEDA-REG.
           05 PEDA-CHAVE.
               10 PEDA-NUMERO          PIC 9(06).
           05 PEDA-FONE                PIC 9(09).
           05 PEDA-DESCRICAO           PIC X(30).
           05 PEDA-DATA                PIC 9(08).
           05 PEDA-STATUS-REG          PIC X(01).
               88 PEDA-ENCERRADO       VALUE "E".
               88 PEDA-DEVOLVIDO       VALUE "D".
           05 PEDA-VALOR               PIC 9(07)V99.
           05 PEDA-DATA-ENC            PIC 9(08).

       FD PED-NOVO.
       01 PEDN-REG.
           05 PEDN-CHAVE.
               10 PEDN-NUMERO          PIC 9(06).
           05 PEDN-FONE                PIC 9(09).
           05 PEDN-DESCRICAO           PIC X(30).
           05 PEDN-DATA                PIC 9(08).
           05 PEDN-STATUS-REG          PIC X(01).
           05 PEDN-VALOR               PIC 9(07)V99.
           05 PEDN-DATA-ENC            PIC 9(08).
           05 PEDN-ETAPA               PIC 9(01).
           05 PEDN-SEP-DATA            PIC 9(08).
           05 PEDN-SEP-OPERADOR        PIC X(08).
           05 PEDN-EXP-DATA            PIC 9(08).
           05 PEDN-EXP-OPERADOR        PIC X(08).
           05 PEDN-RASTREIO            PIC X(20).
           05 PEDN-ENT-DATA            PIC 9(08).
           05 PEDN-ENT-OPERADOR        PIC X(08).

       WORKING-STORAGE SECTION.

       77 PEDA-STATUS                  PIC X(02).
       77 PEDN-STATUS                  PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDGRAVADOS               PIC 9(05) VALUE 0.
       77 WS-QTDENTREGUES              PIC 9(05) VALUE 0.

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
           OPEN INPUT PED-ANTIGO.
           IF PEDA-STATUS NOT EQUAL "00"
               DISPLAY "CNVETP: PEDIDOS.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT PED-NOVO
               IF PEDN-STATUS NOT EQUAL "00"
                   DISPLAY "CNVETP: ERRO AO ABRIR PEDIDOSN.DAT"
                   MOVE 8 TO WS-RETORNO
                   CLOSE PED-ANTIGO
               ELSE
                   MOVE 0 TO PEDA-NUMERO
                   START PED-ANTIGO KEY IS GREATER THAN OR EQUAL
                       PEDA-CHAVE
                       INVALID KEY CONTINUE
                   END-START
                   PERFORM 1100-LER-ANTIGO
               END-IF
           END-IF.

       1100-LER-ANTIGO.
           READ PED-ANTIGO NEXT
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.
           IF NOT FIM-ARQUIVO AND PEDA-STATUS NOT EQUAL "00"
               DISPLAY "CNVETP: ERRO DE LEITURA " PEDA-STATUS
               MOVE 8 TO WS-RETORNO
               MOVE "S" TO WS-EOF
           END-IF.

       2000-PROCESSAR.
           ADD 1 TO WS-QTDLIDOS.
           MOVE PEDA-NUMERO TO PEDN-NUMERO.
           MOVE PEDA-FONE TO PEDN-FONE.
           MOVE PEDA-DESCRICAO TO PEDN-DESCRICAO.
           MOVE PEDA-DATA TO PEDN-DATA.
           MOVE PEDA-STATUS-REG TO PEDN-STATUS-REG.
           MOVE PEDA-VALOR TO PEDN-VALOR.
           MOVE PEDA-DATA-ENC TO PEDN-DATA-ENC.
           MOVE 0 TO PEDN-SEP-DATA.
           MOVE 0 TO PEDN-EXP-DATA.
           MOVE SPACES TO PEDN-SEP-OPERADOR.
           MOVE SPACES TO PEDN-EXP-OPERADOR.
           MOVE SPACES TO PEDN-RASTREIO.
           MOVE SPACES TO PEDN-ENT-OPERADOR.
           IF PEDA-ENCERRADO OR PEDA-DEVOLVIDO
               MOVE 3 TO PEDN-ETAPA
               MOVE PEDA-DATA-ENC TO PEDN-ENT-DATA
               ADD 1 TO WS-QTDENTREGUES
           ELSE
               MOVE 0 TO PEDN-ETAPA
               MOVE 0 TO PEDN-ENT-DATA
           END-IF.
           WRITE PEDN-REG
               INVALID KEY
                   DISPLAY "CNVETP: ERRO AO GRAVAR " PEDN-NUMERO
                       " " PEDN-STATUS
                   MOVE 8 TO WS-RETORNO
                   MOVE "S" TO WS-EOF
               NOT INVALID KEY
                   ADD 1 TO WS-QTDGRAVADOS
                   PERFORM 1100-LER-ANTIGO
           END-WRITE.

       3000-FINALIZAR.
           CLOSE PED-ANTIGO.
           CLOSE PED-NOVO.
           IF WS-QTDLIDOS NOT EQUAL WS-QTDGRAVADOS
               DISPLAY "CNVETP: TOTAIS DIVERGENTES"
               MOVE 8 TO WS-RETORNO
           END-IF.
           DISPLAY "CNVETP: LIDOS     " WS-QTDLIDOS.
           DISPLAY "CNVETP: GRAVADOS  " WS-QTDGRAVADOS.
           DISPLAY "CNVETP: ENTREGUES " WS-QTDENTREGUES.
           DISPLAY "CNVETP: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM CNVETP.
