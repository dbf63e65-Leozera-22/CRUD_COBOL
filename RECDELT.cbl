      *          CLIENTES TAMBEM ALTERADOS LOCALMENTE DESDE A DATA
      *          DE CORTE (RECPRM.DAT, CONFORME O CLILOG) NAO SAO
      *          SOBREPOSTOS: VAO PARA O RELATORIO DE EXCECAO
      *          RECEXC.TXT PARA ACERTO MANUAL - CLIENTES DO DELTA
      *          CUJO CEP CADASTRADO NAO CONFERE COM A TABELA DE
      *          FAIXAS CEPTAB.DAT TAMBEM SAO APONTADOS NO RECEXC.TXT
      *          RETORNO: 0 = OK / 4 = CONFLITOS OU CEP DIVERGENTE /
      *                   8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECPRM-STATUS.

           SELECT CEPTAB ASSIGN TO "C:\PROJETO_COBOL\CEPTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CEPTAB-STATUS
               RECORD KEY IS CEPTAB-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE.
       01 RECPRM-REG.
           05 RECPRM-DATA              PIC 9(08).

       FD CEPTAB.
       01 CEPTAB-REG.
           05 CEPTAB-CHAVE.
               10 CEPTAB-CEP-FIM       PIC 9(08).
           05 CEPTAB-CEP-INI           PIC 9(08).
           05 CEPTAB-UF                PIC X(02).
           05 CEPTAB-CIDADE            PIC X(20).

       WORKING-STORAGE SECTION.

       77 CLIENTE-STATUS               PIC X(02).
       77 ENTRADA-STATUS               PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 RECPRM-STATUS                PIC X(02).
       77 CEPTAB-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-DATA-CORTE                PIC 9(08) VALUE 0.
       77 WS-QTDALTERACOES             PIC 9(05) VALUE 0.
       77 WS-QTDCONFLITOS              PIC 9(05) VALUE 0.
       77 WS-QTDIGUAIS                 PIC 9(05) VALUE 0.
       77 WS-QTDCEPDIV                 PIC 9(05) VALUE 0.

       77 WS-TEM-CEPTAB                PIC X(01) VALUE "N".
           88 TEM-CEPTAB               VALUE "S".
       77 WS-CEP-NUM                   PIC 9(08) VALUE 0.
       77 WS-CEP-ACHADO                PIC X(01) VALUE "N".
           88 CEP-ACHADO               VALUE "S".

       77 WS-NOME-ANTES                PIC X(30).
       77 WS-EMAIL-ANTES               PIC X(40).
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT CEPTAB
               IF CEPTAB-STATUS EQUAL "00"
                   MOVE "S" TO WS-TEM-CEPTAB
               END-IF
           END-IF.

       2000-LEVANTA-ALTERACOES-LOCAIS.
           OPEN OUTPUT RECWRK.
                   ELSE
                       PERFORM 2750-ALTERA-CLIENTE
                   END-IF
                   IF TEM-CEPTAB AND CLIENTES-CEP NOT EQUAL SPACES
                       PERFORM 2850-CONFERE-CEP
                   END-IF
               END-IF
           END-IF.
           PERFORM 2510-LER-DELTA.
               MOVE "S" TO WS-EOF
           END-IF.

       2850-CONFERE-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           IF CLIENTES-CEP(1:5) NUMERIC AND
              CLIENTES-CEP(6:1) EQUAL "-" AND
              CLIENTES-CEP(7:3) NUMERIC
               MOVE CLIENTES-CEP(1:5) TO WS-CEP-NUM(1:5)
               MOVE CLIENTES-CEP(7:3) TO WS-CEP-NUM(6:3)
               MOVE WS-CEP-NUM TO CEPTAB-CEP-FIM
               START CEPTAB KEY IS GREATER THAN OR EQUAL CEPTAB-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF CEPTAB-STATUS EQUAL "00"
                   READ CEPTAB NEXT
                       AT END CONTINUE
                   END-READ
                   IF CEPTAB-STATUS EQUAL "00" AND
                      CEPTAB-CEP-INI NOT GREATER WS-CEP-NUM
                       MOVE "S" TO WS-CEP-ACHADO
                   END-IF
               END-IF
           END-IF.
           IF NOT CEP-ACHADO OR
              CLIENTES-UF NOT EQUAL CEPTAB-UF OR
              CLIENTES-CIDADE NOT EQUAL CEPTAB-CIDADE
               ADD 1 TO WS-QTDCEPDIV
               MOVE SPACES TO RELATO-REG
               MOVE "CEP DIVERGENTE" TO RELATO-DADOS(1:14)
               MOVE CLIENTES-FONE TO RELATO-DADOS(16:9)
               MOVE CLIENTES-CEP TO RELATO-DADOS(26:9)
               MOVE CLIENTES-CIDADE TO RELATO-DADOS(36:20)
               MOVE CLIENTES-UF TO RELATO-DADOS(57:2)
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               IF CEP-ACHADO
                   MOVE "TABELA" TO RELATO-DADOS(26:6)
                   MOVE CEPTAB-CIDADE TO RELATO-DADOS(36:20)
                   MOVE CEPTAB-UF TO RELATO-DADOS(57:2)
               ELSE
                   MOVE "CEP FORA DA TABELA" TO RELATO-DADOS(26:18)
               END-IF
               WRITE RELATO-REG
           END-IF.

       2900-GRAVA-TOTAIS.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
               RELATO-DADOS(1:29).
           MOVE WS-QTDIGUAIS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE CEP DIVERGENTE      " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDCEPDIV TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.

       9500-GRAVA-LOG.
           MOVE CLIENTES-FONE TO LOG-FONE.

       3000-FINALIZAR.
           CLOSE CLIENTE.
           IF TEM-CEPTAB
               CLOSE CEPTAB
           END-IF.
           IF WS-RETORNO EQUAL 0 AND WS-QTDCONFLITOS GREATER 0
               MOVE 4 TO WS-RETORNO
           END-IF.
           IF WS-RETORNO EQUAL 0 AND WS-QTDCEPDIV GREATER 0
               MOVE 4 TO WS-RETORNO
           END-IF.
           DISPLAY "RECDELT: LIDOS      " WS-QTDLIDOS.
           DISPLAY "RECDELT: INCLUSOES  " WS-QTDINCLUSOES.
           DISPLAY "RECDELT: ALTERACOES " WS-QTDALTERACOES.
           DISPLAY "RECDELT: CONFLITOS  " WS-QTDCONFLITOS.
           DISPLAY "RECDELT: SEM MUDANCA" WS-QTDIGUAIS.
           DISPLAY "RECDELT: CEP DIVERG " WS-QTDCEPDIV.
           DISPLAY "RECDELT: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.
