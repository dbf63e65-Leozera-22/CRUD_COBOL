               FILE STATUS IS LOTCTL-STATUS
               RECORD KEY IS LOTCTL-CHAVE.

           SELECT CEPTAB ASSIGN TO "C:\PROJETO_COBOL\CEPTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CEPTAB-STATUS
               RECORD KEY IS CEPTAB-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\IMPORTA.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.
           05 LOT-QTDREG               PIC 9(05).
           05 LOT-DATA-CARGA           PIC 9(08).

       FD CEPTAB.
       01 CEPTAB-REG.
           05 CEPTAB-CHAVE.
               10 CEPTAB-CEP-FIM       PIC 9(08).
           05 CEPTAB-CEP-INI           PIC 9(08).
           05 CEPTAB-UF                PIC X(02).
           05 CEPTAB-CIDADE            PIC X(20).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).
       77 CLIENTE-STATUS               PIC X(02).
       77 ENTRADA-STATUS               PIC 9(02).
       77 LOTCTL-STATUS                PIC X(02).
       77 CEPTAB-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-DDD                       PIC 9(02).
       77 WS-ARROBA-CONT               PIC 9(02) VALUE 0.

       77 WS-TEM-CEPTAB                PIC X(01) VALUE "N".
           88 TEM-CEPTAB               VALUE "S".
       77 WS-CEP-NUM                   PIC 9(08) VALUE 0.
       77 WS-CEP-ACHADO                PIC X(01) VALUE "N".
           88 CEP-ACHADO               VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
                   CLOSE LOTCTL
                   OPEN I-O LOTCTL
               END-IF.
           OPEN INPUT CEPTAB.
           IF CEPTAB-STATUS EQUAL "00"
               MOVE "S" TO WS-TEM-CEPTAB
           END-IF.
           OPEN INPUT ENTRADA.
           OPEN OUTPUT RELATO.

                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK AND TEM-CEPTAB
               IF CLIENTES-CEP NOT EQUAL SPACES
                   PERFORM 2060-CONFERE-CEP
               END-IF
           END-IF.

       2060-CONFERE-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           MOVE CLIENTES-CEP(1:5) TO WS-CEP-NUM(1:5).
           MOVE CLIENTES-CEP(7:3) TO WS-CEP-NUM(6:3).
           MOVE WS-CEP-NUM TO CEPTAB-CEP-FIM.
           START CEPTAB KEY IS GREATER THAN OR EQUAL CEPTAB-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF CEPTAB-STATUS EQUAL "00"
               READ CEPTAB NEXT
                   AT END CONTINUE
               END-READ
               IF CEPTAB-STATUS EQUAL "00" AND
                  CEPTAB-CEP-INI NOT GREATER WS-CEP-NUM
                   MOVE "S" TO WS-CEP-ACHADO
               END-IF
           END-IF.
           IF NOT CEP-ACHADO
               MOVE "N" TO WS-CAMPO-OK
               MOVE "CEP NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
           ELSE
               IF CLIENTES-UF NOT EQUAL SPACES AND
                  CLIENTES-UF NOT EQUAL CEPTAB-UF
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "UF DIVERGE DO CEP" TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE CEPTAB-UF TO CLIENTES-UF
                   MOVE CEPTAB-CIDADE TO CLIENTES-CIDADE
               END-IF
           END-IF.

       2100-GRAVA-REJEITADO.
           EVALUATE CLIENTE-STATUS

           CLOSE CLIENTE.
           CLOSE LOTCTL.
           IF TEM-CEPTAB
               CLOSE CEPTAB
           END-IF.
           CLOSE ENTRADA.
           CLOSE RELATO.
           DISPLAY "IMPCLI: LOTE " WS-LOTE-NUMERO
