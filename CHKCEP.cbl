       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCEP.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: CONFERENCIA DE ENDERECOS - CRUZA O CEP DE CADA
      *          CLIENTE DE CLIENTE.DAT COM A TABELA DE FAIXAS
      *          CEPTAB.DAT E APONTA EM CEPREL.TXT OS CADASTROS COM
      *          CEP INVALIDO, CEP FORA DA TABELA OU CIDADE/UF
      *          DIVERGENTE, COM A CIDADE E UF SUGERIDAS PELA TABELA
      *          RETORNO: 0 = OK / 4 = ACHADOS / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO "C:\PROJETO_COBOL\CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTE-STATUS
               RECORD KEY IS CLIENTE-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES.

           SELECT CEPTAB ASSIGN TO "C:\PROJETO_COBOL\CEPTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CEPTAB-STATUS
               RECORD KEY IS CEPTAB-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\CEPREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE.
       01 CLIENTES-REG.
           05 CLIENTE-CHAVE.
               10 CLIENTES-FONE        PIC 9(09).
           05 CLIENTES-NOME            PIC X(30).
           05 CLIENTES-EMAIL           PIC X(40).
           05 CLIENTES-STATUS-REG      PIC X(01).
               88 CLIENTE-ATIVO        VALUE "A".
               88 CLIENTE-INATIVO      VALUE "I".
               88 CLIENTE-ANONIMO      VALUE "X".
           05 CLIENTES-ENDERECO        PIC X(30).
           05 CLIENTES-CIDADE          PIC X(20).
           05 CLIENTES-UF              PIC X(02).
           05 CLIENTES-CEP             PIC X(09).

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

       WORKING-STORAGE SECTION.

       77 CLIENTE-STATUS               PIC X(02).
       77 CEPTAB-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-CEP-NUM                   PIC 9(08) VALUE 0.
       77 WS-CEP-ACHADO                PIC X(01) VALUE "N".
           88 CEP-ACHADO               VALUE "S".
       77 WS-MOTIVO                    PIC X(20) VALUE SPACES.

       77 WS-QTDCLIENTES               PIC 9(05) VALUE 0.
       77 WS-QTDSEMCEP                 PIC 9(05) VALUE 0.
       77 WS-QTDCEPINV                 PIC 9(05) VALUE 0.
       77 WS-QTDFORATAB                PIC 9(05) VALUE 0.
       77 WS-QTDDIVERGE                PIC 9(05) VALUE 0.
       77 WS-QTDACHADOS                PIC 9(05) VALUE 0.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-CONFERE-CLIENTES
           END-IF.
           IF WS-RETORNO EQUAL 0
               PERFORM 2900-GRAVA-TOTAIS
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT CLIENTE.
           IF CLIENTE-STATUS NOT EQUAL "00"
               DISPLAY "CHKCEP: ERRO AO ABRIR CLIENTE.DAT "
                   CLIENTE-STATUS
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT CEPTAB
               IF CEPTAB-STATUS NOT EQUAL "00"
                   DISPLAY "CHKCEP: ERRO AO ABRIR CEPTAB.DAT "
                       CEPTAB-STATUS
                   MOVE 8 TO WS-RETORNO
                   CLOSE CLIENTE
               ELSE
                   OPEN OUTPUT RELATO
                   IF RELATO-STATUS NOT EQUAL "00"
                       DISPLAY "CHKCEP: ERRO AO ABRIR CEPREL.TXT"
                       MOVE 8 TO WS-RETORNO
                       CLOSE CLIENTE
                       CLOSE CEPTAB
                   ELSE
                       MOVE "RELATORIO DE CONFERENCIA DE CEP"
                           TO RELATO-REG
                       WRITE RELATO-REG
                       MOVE "========================================="
                           TO RELATO-REG
                       WRITE RELATO-REG
                       MOVE SPACES TO RELATO-REG
                       MOVE "FONE" TO RELATO-DADOS(1:4)
                       MOVE "CEP" TO RELATO-DADOS(11:3)
                       MOVE "CIDADE" TO RELATO-DADOS(30:6)
                       MOVE "UF" TO RELATO-DADOS(51:2)
                       MOVE "OCORRENCIA" TO RELATO-DADOS(55:10)
                       WRITE RELATO-REG
                   END-IF
               END-IF
           END-IF.

       2000-CONFERE-CLIENTES.
           MOVE 0 TO CLIENTES-FONE.
           START CLIENTE KEY IS GREATER THAN OR EQUAL CLIENTE-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-CONTINUA-LEITURA.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF CLIENTE-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               READ CLIENTE NEXT
                   AT END MOVE "N" TO WS-CONTINUA-LEITURA
               END-READ
               IF CLIENTE-STATUS NOT EQUAL "00" AND
                  CLIENTE-STATUS NOT EQUAL "10"
                   MOVE "N" TO WS-CONTINUA-LEITURA
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               PERFORM 2100-CONFERE-UM-CLIENTE
                   UNTIL PARA-LEITURA
                      OR CLIENTE-STATUS EQUAL "10"
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "CHKCEP: ERRO DE LEITURA CLIENTE "
                   CLIENTE-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2100-CONFERE-UM-CLIENTE.
           IF NOT CLIENTE-ANONIMO
               ADD 1 TO WS-QTDCLIENTES
               MOVE SPACES TO WS-MOTIVO
               IF CLIENTES-CEP EQUAL SPACES
                   ADD 1 TO WS-QTDSEMCEP
               ELSE
                   IF CLIENTES-CEP(1:5) NOT NUMERIC OR
                      CLIENTES-CEP(6:1) NOT EQUAL "-" OR
                      CLIENTES-CEP(7:3) NOT NUMERIC
                       ADD 1 TO WS-QTDCEPINV
                       MOVE "CEP INVALIDO" TO WS-MOTIVO
                   ELSE
                       PERFORM 2200-CONSULTA-CEP
                       IF NOT CEP-ACHADO
                           ADD 1 TO WS-QTDFORATAB
                           MOVE "CEP FORA DA TABELA" TO WS-MOTIVO
                       ELSE
                           IF CLIENTES-UF NOT EQUAL CEPTAB-UF OR
                              CLIENTES-CIDADE NOT EQUAL CEPTAB-CIDADE
                               ADD 1 TO WS-QTDDIVERGE
                               MOVE "CIDADE/UF DIVERGENTE" TO WS-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-MOTIVO NOT EQUAL SPACES
                   ADD 1 TO WS-QTDACHADOS
                   PERFORM 2300-GRAVA-ACHADO
               END-IF
           END-IF.
           READ CLIENTE NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF CLIENTE-STATUS NOT EQUAL "00" AND
              CLIENTE-STATUS NOT EQUAL "10"
               MOVE "N" TO WS-CONTINUA-LEITURA
               MOVE "S" TO WS-ERRO-LEITURA
           END-IF.

       2200-CONSULTA-CEP.
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

       2300-GRAVA-ACHADO.
           MOVE SPACES TO RELATO-REG.
           MOVE CLIENTES-FONE TO RELATO-DADOS(1:9).
           MOVE CLIENTES-CEP TO RELATO-DADOS(11:9).
           MOVE "ATUAL" TO RELATO-DADOS(21:5).
           MOVE CLIENTES-CIDADE TO RELATO-DADOS(30:20).
           MOVE CLIENTES-UF TO RELATO-DADOS(51:2).
           MOVE WS-MOTIVO TO RELATO-DADOS(55:20).
           WRITE RELATO-REG.
           IF CEP-ACHADO
               MOVE SPACES TO RELATO-REG
               MOVE "SUGERIDO" TO RELATO-DADOS(21:8)
               MOVE CEPTAB-CIDADE TO RELATO-DADOS(30:20)
               MOVE CEPTAB-UF TO RELATO-DADOS(51:2)
               WRITE RELATO-REG
           END-IF.

       2900-GRAVA-TOTAIS.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "TOTAL DE CLIENTES LIDOS      " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDCLIENTES TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "CLIENTES SEM CEP             " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDSEMCEP TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "CEP COM FORMATO INVALIDO     " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDCEPINV TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "CEP FORA DA TABELA           " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDFORATAB TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "CIDADE/UF DIVERGENTE         " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDDIVERGE TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE ACHADOS             " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDACHADOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE RELATO.
           CLOSE CEPTAB.
           CLOSE CLIENTE.
           IF WS-RETORNO EQUAL 0 AND WS-QTDACHADOS GREATER 0
               MOVE 4 TO WS-RETORNO
           END-IF.
           DISPLAY "CHKCEP: CLIENTES " WS-QTDCLIENTES
               " FORA DA TABELA " WS-QTDFORATAB
               " DIVERGENTES " WS-QTDDIVERGE.
           DISPLAY "CHKCEP: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM CHKCEP.
