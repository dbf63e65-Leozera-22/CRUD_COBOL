       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVEN.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: ENVELHECIMENTO DO CONTAS A RECEBER - VARRE RECEBER.DAT
      *          PELA CHAVE ALTERNADA DE FONE E TOTALIZA O SALDO EM
      *          ABERTO DE CADA CLIENTE NAS FAIXAS DE 0-30, 31-60,
      *          61-90 E MAIS DE 90 DIAS DE ATRASO (ANO COMERCIAL,
      *          MES DE 30 DIAS - TITULO A VENCER CONTA NA FAIXA
      *          0-30), GRAVANDO O RELATORIO DE COBRANCA EM VENREL.TXT
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBER ASSIGN TO "C:\PROJETO_COBOL\RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-FONE
                   WITH DUPLICATES.

           SELECT CLIENTE ASSIGN TO "C:\PROJETO_COBOL\CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTE-STATUS
               RECORD KEY IS CLIENTE-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\VENREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBER.
       01 RECEBER-REG.
           05 REC-CHAVE.
               10 REC-PEDIDO           PIC 9(06).
           05 REC-FONE                 PIC 9(09).
           05 REC-DATA-EMISSAO         PIC 9(08).
           05 REC-DATA-VENC            PIC 9(08).
           05 REC-VALOR-DEVIDO         PIC 9(07)V99.
           05 REC-VALOR-PAGO           PIC 9(07)V99.
           05 REC-QTD-PAGTOS           PIC 9(03).
           05 REC-DATA-ULT-PAGTO       PIC 9(08).
           05 REC-SITUACAO             PIC X(01).
               88 REC-ABERTO           VALUE "A".
               88 REC-QUITADO          VALUE "Q".

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

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       WORKING-STORAGE SECTION.

       77 RECEBER-STATUS               PIC X(02).
       77 CLIENTE-STATUS               PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-DATA-HOJE                 PIC 9(08) VALUE 0.
       77 WS-DIAS-HOJE                 PIC 9(07) VALUE 0.
       77 WS-DIAS-VENC                 PIC 9(07) VALUE 0.
       77 WS-DIAS-ATRASO               PIC S9(07) VALUE 0.
       77 WS-ANO                       PIC 9(04) VALUE 0.
       77 WS-MES                       PIC 9(02) VALUE 0.
       77 WS-DIA                       PIC 9(02) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDABERTOS                PIC 9(05) VALUE 0.
       77 WS-QTDCLIENTES               PIC 9(05) VALUE 0.
       77 WS-SALDO                     PIC S9(07)V99 VALUE 0.

       77 WS-FONE-ATUAL                PIC 9(09) VALUE 0.
       77 WS-TEM-CLIENTE               PIC X(01) VALUE "N".
           88 TEM-CLIENTE              VALUE "S".
       77 WS-TEM-RECEBER               PIC X(01) VALUE "N".
           88 TEM-RECEBER              VALUE "S".

       01 WS-FAIXAS-CLIENTE.
           05 WS-CLI-FAIXA OCCURS 4    PIC 9(09)V99.
       77 WS-CLI-TOTAL                 PIC 9(09)V99 VALUE 0.
       01 WS-FAIXAS-GERAL.
           05 WS-GER-FAIXA OCCURS 4    PIC 9(09)V99.
       77 WS-GER-TOTAL                 PIC 9(09)V99 VALUE 0.
       77 WS-IND                       PIC 9(01) VALUE 0.

       77 WS-VALOR-ED                  PIC Z(06)9.99.
       77 WS-TOTAL-ED                  PIC Z(08)9.99.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-VARRE-TITULOS
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO.
           MOVE WS-DATA-HOJE(5:2) TO WS-MES.
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA.
           COMPUTE WS-DIAS-HOJE = WS-ANO * 360 + WS-MES * 30
               + WS-DIA.
           MOVE 0 TO WS-GER-FAIXA(1) WS-GER-FAIXA(2)
                     WS-GER-FAIXA(3) WS-GER-FAIXA(4).
           MOVE 0 TO WS-CLI-FAIXA(1) WS-CLI-FAIXA(2)
                     WS-CLI-FAIXA(3) WS-CLI-FAIXA(4).
           OPEN INPUT RECEBER.
           EVALUATE RECEBER-STATUS
               WHEN "00"
                   MOVE "S" TO WS-TEM-RECEBER
               WHEN "35"
                   DISPLAY "RELVEN: SEM TITULOS A RECEBER"
               WHEN OTHER
                   DISPLAY "RELVEN: ERRO AO ABRIR RECEBER.DAT "
                       RECEBER-STATUS
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT CLIENTE
               IF CLIENTE-STATUS NOT EQUAL "00"
                   DISPLAY "RELVEN: ERRO AO ABRIR CLIENTE.DAT "
                       CLIENTE-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT RELATO
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "RELVEN: ERRO AO ABRIR VENREL.TXT"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE SPACES TO RELATO-REG
                   MOVE "ENVELHECIMENTO DO CONTAS A RECEBER" TO
                       RELATO-DADOS(1:34)
                   MOVE "DATA" TO RELATO-DADOS(50:4)
                   MOVE WS-DATA-HOJE TO RELATO-DADOS(55:8)
                   WRITE RELATO-REG
                   MOVE "============================================="
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE SPACES TO RELATO-REG
                   MOVE "FONE" TO RELATO-DADOS(1:4)
                   MOVE "NOME" TO RELATO-DADOS(11:4)
                   MOVE "0-30" TO RELATO-DADOS(33:4)
                   MOVE "31-60" TO RELATO-DADOS(43:5)
                   MOVE "61-90" TO RELATO-DADOS(54:5)
                   MOVE "+90" TO RELATO-DADOS(67:3)
                   MOVE "TOTAL" TO RELATO-DADOS(76:5)
                   WRITE RELATO-REG
               END-IF
           END-IF.

       2000-VARRE-TITULOS.
           MOVE "N" TO WS-CONTINUA-LEITURA.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF TEM-RECEBER
               MOVE 0 TO REC-FONE
               START RECEBER KEY IS GREATER THAN OR EQUAL REC-FONE
                   INVALID KEY CONTINUE
               END-START
               IF RECEBER-STATUS EQUAL "00"
                   MOVE "S" TO WS-CONTINUA-LEITURA
                   READ RECEBER NEXT
                       AT END MOVE "N" TO WS-CONTINUA-LEITURA
                   END-READ
                   IF RECEBER-STATUS NOT EQUAL "00" AND
                      RECEBER-STATUS NOT EQUAL "02" AND
                      RECEBER-STATUS NOT EQUAL "10"
                       MOVE "N" TO WS-CONTINUA-LEITURA
                       MOVE "S" TO WS-ERRO-LEITURA
                   END-IF
                   PERFORM 2100-CLASSIFICA-TITULO
                       UNTIL PARA-LEITURA
                          OR RECEBER-STATUS EQUAL "10"
               END-IF
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELVEN: ERRO DE LEITURA " RECEBER-STATUS
               MOVE 8 TO WS-RETORNO
           ELSE
               IF TEM-CLIENTE
                   PERFORM 2200-GRAVA-LINHA-CLIENTE
               END-IF
               PERFORM 2300-GRAVA-TOTAIS
           END-IF.

       2100-CLASSIFICA-TITULO.
           ADD 1 TO WS-QTDLIDOS.
           COMPUTE WS-SALDO = REC-VALOR-DEVIDO - REC-VALOR-PAGO.
           IF REC-ABERTO AND WS-SALDO GREATER ZEROS
               IF TEM-CLIENTE AND
                  REC-FONE NOT EQUAL WS-FONE-ATUAL
                   PERFORM 2200-GRAVA-LINHA-CLIENTE
               END-IF
               MOVE "S" TO WS-TEM-CLIENTE
               MOVE REC-FONE TO WS-FONE-ATUAL
               ADD 1 TO WS-QTDABERTOS
               PERFORM 2110-CALCULA-ATRASO
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO NOT GREATER 30
                       MOVE 1 TO WS-IND
                   WHEN WS-DIAS-ATRASO NOT GREATER 60
                       MOVE 2 TO WS-IND
                   WHEN WS-DIAS-ATRASO NOT GREATER 90
                       MOVE 3 TO WS-IND
                   WHEN OTHER
                       MOVE 4 TO WS-IND
               END-EVALUATE
               ADD WS-SALDO TO WS-CLI-FAIXA(WS-IND)
               ADD WS-SALDO TO WS-CLI-TOTAL
               ADD WS-SALDO TO WS-GER-FAIXA(WS-IND)
               ADD WS-SALDO TO WS-GER-TOTAL
           END-IF.
           READ RECEBER NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF RECEBER-STATUS NOT EQUAL "00" AND
              RECEBER-STATUS NOT EQUAL "02" AND
              RECEBER-STATUS NOT EQUAL "10"
               MOVE "N" TO WS-CONTINUA-LEITURA
               MOVE "S" TO WS-ERRO-LEITURA
           END-IF.

       2110-CALCULA-ATRASO.
           MOVE REC-DATA-VENC(1:4) TO WS-ANO.
           MOVE REC-DATA-VENC(5:2) TO WS-MES.
           MOVE REC-DATA-VENC(7:2) TO WS-DIA.
           COMPUTE WS-DIAS-VENC = WS-ANO * 360 + WS-MES * 30
               + WS-DIA.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC.
           IF WS-DIAS-ATRASO LESS ZEROS
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF.

       2200-GRAVA-LINHA-CLIENTE.
           ADD 1 TO WS-QTDCLIENTES.
           MOVE WS-FONE-ATUAL TO CLIENTES-FONE.
           READ CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO CLIENTES-NOME
           END-READ.
           MOVE SPACES TO RELATO-REG.
           MOVE WS-FONE-ATUAL TO RELATO-DADOS(1:9).
           MOVE CLIENTES-NOME TO RELATO-DADOS(11:16).
           MOVE WS-CLI-FAIXA(1) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(27:10).
           MOVE WS-CLI-FAIXA(2) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(38:10).
           MOVE WS-CLI-FAIXA(3) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(49:10).
           MOVE WS-CLI-FAIXA(4) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(60:10).
           MOVE WS-CLI-TOTAL TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(71:10).
           WRITE RELATO-REG.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELVEN: ERRO AO GRAVAR VENREL.TXT"
               MOVE 8 TO WS-RETORNO
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.
           MOVE 0 TO WS-CLI-FAIXA(1) WS-CLI-FAIXA(2)
                     WS-CLI-FAIXA(3) WS-CLI-FAIXA(4).
           MOVE 0 TO WS-CLI-TOTAL.

       2300-GRAVA-TOTAIS.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "TOTAL DE TITULOS LIDOS       " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TITULOS COM SALDO EM ABERTO  " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDABERTOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "CLIENTES COM SALDO EM ABERTO " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDCLIENTES TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "SALDO NA FAIXA 0-30 DIAS     " TO
               RELATO-DADOS(1:29).
           MOVE WS-GER-FAIXA(1) TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "SALDO NA FAIXA 31-60 DIAS    " TO
               RELATO-DADOS(1:29).
           MOVE WS-GER-FAIXA(2) TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "SALDO NA FAIXA 61-90 DIAS    " TO
               RELATO-DADOS(1:29).
           MOVE WS-GER-FAIXA(3) TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "SALDO ACIMA DE 90 DIAS       " TO
               RELATO-DADOS(1:29).
           MOVE WS-GER-FAIXA(4) TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "SALDO TOTAL A RECEBER        " TO
               RELATO-DADOS(1:29).
           MOVE WS-GER-TOTAL TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE RELATO.
           CLOSE CLIENTE.
           IF TEM-RECEBER
               CLOSE RECEBER
           END-IF.
           MOVE WS-GER-TOTAL TO WS-TOTAL-ED.
           DISPLAY "RELVEN: TITULOS LIDOS  " WS-QTDLIDOS.
           DISPLAY "RELVEN: TITULOS ABERTOS " WS-QTDABERTOS.
           DISPLAY "RELVEN: SALDO A RECEBER " WS-TOTAL-ED.
           DISPLAY "RELVEN: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           GOBACK.

       END PROGRAM RELVEN.
