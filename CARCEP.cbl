       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCEP.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: CARGA DA TABELA DE FAIXAS DE CEP - LE CEPIN.DAT NO
      *          LEIAUTE DA TABELA DE FAIXAS DOS CORREIOS (UF,
      *          LOCALIDADE, CEP INICIAL E CEP FINAL) E GRAVA
      *          CEPTABN.DAT (CHAVE CEP FINAL DA FAIXA) NO LEIAUTE DA
      *          CEPTAB.DAT USADA NA CONFERENCIA DE CEP, CIDADE E UF
      *          DOS CLIENTES - FAIXAS INVALIDAS OU SOBREPOSTAS VAO
      *          PARA CEPCAR.TXT - APOS CONFERIR OS TOTAIS, RENOMEAR
      *          CEPTABN.DAT PARA CEPTAB.DAT
      *          RETORNO: 0 = OK / 4 = FAIXAS REJEITADAS /
      *                   8 = ERRO DE E/S OU NENHUMA FAIXA CARREGADA
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "C:\PROJETO_COBOL\CEPIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT CEPTAB ASSIGN TO "C:\PROJETO_COBOL\CEPTABN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CEPTAB-STATUS
               RECORD KEY IS CEPTAB-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\CEPCAR.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA.
       01 ENTRADA-REG.
           05 ENTRADA-UF               PIC X(02).
           05 ENTRADA-LOCALIDADE       PIC X(40).
           05 ENTRADA-CEP-INI          PIC X(08).
           05 ENTRADA-CEP-FIM          PIC X(08).

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

       77 ENTRADA-STATUS               PIC X(02).
       77 CEPTAB-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-EOF                       PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77 WS-CAMPO-OK                  PIC X(01) VALUE "S".
           88 CAMPO-OK                 VALUE "S".
           88 CAMPO-INVALIDO           VALUE "N".
       77 WS-MOTIVO-REJEICAO           PIC X(20) VALUE SPACES.

       77 WS-CEP-INI                   PIC 9(08) VALUE 0.
       77 WS-CEP-FIM                   PIC 9(08) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDCARGA                  PIC 9(05) VALUE 0.
       77 WS-QTDREJEIT                 PIC 9(05) VALUE 0.
       77 WS-QTDTRUNCADOS              PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT ENTRADA.
           IF ENTRADA-STATUS NOT EQUAL "00"
               DISPLAY "CARCEP: CEPIN.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT CEPTAB
               IF CEPTAB-STATUS NOT EQUAL "00"
                   DISPLAY "CARCEP: ERRO AO ABRIR CEPTABN.DAT "
                       CEPTAB-STATUS
                   MOVE 8 TO WS-RETORNO
               ELSE
                   CLOSE CEPTAB
                   OPEN I-O CEPTAB
                   OPEN OUTPUT RELATO
                   MOVE "RELATORIO DE CARGA DA TABELA DE CEP"
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE "============================================="
                       TO RELATO-REG
                   WRITE RELATO-REG
                   PERFORM 1100-LER-ENTRADA
               END-IF
           END-IF.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.

       2000-PROCESSAR.
           ADD 1 TO WS-QTDLIDOS.
           PERFORM 2050-VALIDA-FAIXA.
           IF CAMPO-OK
               PERFORM 2060-CONFERE-SOBREPOSICAO
           END-IF.
           IF CAMPO-INVALIDO
               ADD 1 TO WS-QTDREJEIT
               PERFORM 2200-GRAVA-REJEITADO
           ELSE
               MOVE WS-CEP-FIM TO CEPTAB-CEP-FIM
               MOVE WS-CEP-INI TO CEPTAB-CEP-INI
               MOVE ENTRADA-UF TO CEPTAB-UF
               MOVE ENTRADA-LOCALIDADE(1:20) TO CEPTAB-CIDADE
               IF ENTRADA-LOCALIDADE(21:20) NOT EQUAL SPACES
                   ADD 1 TO WS-QTDTRUNCADOS
               END-IF
               WRITE CEPTAB-REG
                   INVALID KEY
                       DISPLAY "CARCEP: ERRO AO GRAVAR FAIXA "
                           CEPTAB-CEP-FIM " " CEPTAB-STATUS
                       MOVE 8 TO WS-RETORNO
                       MOVE "S" TO WS-EOF
                   NOT INVALID KEY
                       ADD 1 TO WS-QTDCARGA
               END-WRITE
           END-IF.
           IF NOT FIM-ARQUIVO
               PERFORM 1100-LER-ENTRADA
           END-IF.

       2050-VALIDA-FAIXA.
           MOVE "S" TO WS-CAMPO-OK.
           IF ENTRADA-CEP-INI NOT NUMERIC OR
              ENTRADA-CEP-FIM NOT NUMERIC
               MOVE "N" TO WS-CAMPO-OK
               MOVE "CEP NAO NUMERICO" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE ENTRADA-CEP-INI TO WS-CEP-INI
               MOVE ENTRADA-CEP-FIM TO WS-CEP-FIM
           END-IF.
           IF CAMPO-OK
               IF WS-CEP-INI GREATER WS-CEP-FIM OR
                  WS-CEP-FIM EQUAL ZEROS
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "FAIXA INVERTIDA" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF CAMPO-OK
               IF ENTRADA-UF EQUAL SPACES
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "UF EM BRANCO" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF CAMPO-OK
               IF ENTRADA-LOCALIDADE EQUAL SPACES
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "LOCALIDADE EM BRANCO" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       2060-CONFERE-SOBREPOSICAO.
           MOVE WS-CEP-INI TO CEPTAB-CEP-FIM.
           START CEPTAB KEY IS GREATER THAN OR EQUAL CEPTAB-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF CEPTAB-STATUS EQUAL "00"
               READ CEPTAB NEXT
                   AT END CONTINUE
               END-READ
               IF CEPTAB-STATUS EQUAL "00" AND
                  CEPTAB-CEP-INI NOT GREATER WS-CEP-FIM
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "FAIXA SOBREPOSTA" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       2200-GRAVA-REJEITADO.
           MOVE SPACES TO RELATO-REG.
           MOVE WS-MOTIVO-REJEICAO TO RELATO-DADOS(1:20).
           MOVE ENTRADA-CEP-INI TO RELATO-DADOS(22:8).
           MOVE ENTRADA-CEP-FIM TO RELATO-DADOS(31:8).
           MOVE ENTRADA-UF TO RELATO-DADOS(40:2).
           MOVE ENTRADA-LOCALIDADE TO RELATO-DADOS(43:38).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           IF WS-QTDLIDOS GREATER ZEROS
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "TOTAL DE FAIXAS LIDAS        " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE FAIXAS CARREGADAS   " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDCARGA TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE FAIXAS REJEITADAS   " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDREJEIT TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "LOCALIDADES TRUNCADAS EM 20  " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDTRUNCADOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
           END-IF.
           CLOSE ENTRADA.
           CLOSE CEPTAB.
           CLOSE RELATO.
           IF WS-RETORNO EQUAL 0 AND WS-QTDCARGA EQUAL 0
               DISPLAY "CARCEP: NENHUMA FAIXA CARREGADA"
               MOVE 8 TO WS-RETORNO
           END-IF.
           IF WS-RETORNO EQUAL 0 AND WS-QTDREJEIT GREATER 0
               MOVE 4 TO WS-RETORNO
           END-IF.
           DISPLAY "CARCEP: LIDAS " WS-QTDLIDOS
               " CARREGADAS " WS-QTDCARGA
               " REJEITADAS " WS-QTDREJEIT.
           IF WS-RETORNO LESS 8
               DISPLAY "CARCEP: APOS CONFERIR OS TOTAIS, RENOMEAR "
                   "CEPTABN.DAT PARA CEPTAB.DAT"
           END-IF.
           DISPLAY "CARCEP: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM CARCEP.
