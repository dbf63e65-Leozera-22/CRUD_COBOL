       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANEXP.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: MANIFESTO DIARIO DE EXPEDICAO - VARRE PEDIDOS.DAT E
      *          SELECIONA OS PEDIDOS SEPARADOS E PRONTOS PARA
      *          EXPEDIR (NAO CANCELADOS NEM DEVOLVIDOS), AGRUPANDO
      *          POR UF E CIDADE DO CLIENTE VIA ARQUIVO DE TRABALHO
      *          MANWRK.DAT E GRAVANDO EM MANREL.TXT O NOME, FONE,
      *          ENDERECO DE ENTREGA E CEP DE CADA PEDIDO
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO ASSIGN TO "C:\PROJETO_COBOL\PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDO-STATUS
               RECORD KEY IS PEDIDO-CHAVE
               ALTERNATE RECORD KEY IS PEDIDO-FONE
                   WITH DUPLICATES.

           SELECT CLIENTE ASSIGN TO "C:\PROJETO_COBOL\CLIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLIENTE-STATUS
               RECORD KEY IS CLIENTE-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME
                   WITH DUPLICATES.

           SELECT MANWRK ASSIGN TO "C:\PROJETO_COBOL\MANWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MANWRK-STATUS
               RECORD KEY IS MANWRK-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\MANREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDO.
       01 PEDIDOS-REG.
           05 PEDIDO-CHAVE.
               10 PEDIDO-NUMERO        PIC 9(06).
           05 PEDIDO-FONE              PIC 9(09).
           05 PEDIDO-DESCRICAO         PIC X(30).
           05 PEDIDO-DATA              PIC 9(08).
           05 PEDIDO-STATUS-REG        PIC X(01).
               88 PEDIDO-ABERTO        VALUE "A".
               88 PEDIDO-ENCERRADO     VALUE "E".
               88 PEDIDO-CANCELADO     VALUE "C".
               88 PEDIDO-DEVOLVIDO     VALUE "D".
           05 PEDIDO-VALOR             PIC 9(07)V99.
           05 PEDIDO-DATA-ENC          PIC 9(08).
           05 PEDIDO-ETAPA             PIC 9(01).
               88 ETAPA-AGUARDANDO     VALUE 0.
               88 ETAPA-SEPARADO       VALUE 1.
               88 ETAPA-EXPEDIDO       VALUE 2.
               88 ETAPA-ENTREGUE       VALUE 3.
           05 PEDIDO-SEP-DATA          PIC 9(08).
           05 PEDIDO-SEP-OPERADOR      PIC X(08).
           05 PEDIDO-EXP-DATA          PIC 9(08).
           05 PEDIDO-EXP-OPERADOR      PIC X(08).
           05 PEDIDO-RASTREIO          PIC X(20).
           05 PEDIDO-ENT-DATA          PIC 9(08).
           05 PEDIDO-ENT-OPERADOR      PIC X(08).

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

       FD MANWRK.
       01 MANWRK-REG.
           05 MANWRK-CHAVE.
               10 MANWRK-UF            PIC X(02).
               10 MANWRK-CIDADE        PIC X(20).
               10 MANWRK-PEDIDO        PIC 9(06).
           05 MANWRK-FONE              PIC 9(09).
           05 MANWRK-NOME              PIC X(30).
           05 MANWRK-ENDERECO          PIC X(30).
           05 MANWRK-CEP               PIC X(09).
           05 MANWRK-SEP-DATA          PIC 9(08).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       WORKING-STORAGE SECTION.

       77 PEDIDO-STATUS                PIC X(02).
       77 CLIENTE-STATUS               PIC X(02).
       77 MANWRK-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-DATA-HOJE                 PIC 9(08) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDPRONTOS                PIC 9(05) VALUE 0.
       77 WS-QTDCIDADES                PIC 9(05) VALUE 0.
       77 WS-QTD-CIDADE                PIC 9(05) VALUE 0.

       77 WS-UF-ATUAL                  PIC X(02) VALUE SPACES.
       77 WS-CIDADE-ATUAL              PIC X(20) VALUE SPACES.
       77 WS-TEM-GRUPO                 PIC X(01) VALUE "N".
           88 TEM-GRUPO                VALUE "S".

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".
       77 WS-FIM-MANIFESTO             PIC X(01) VALUE "N".
           88 FIM-MANIFESTO            VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-SELECIONA-PEDIDOS
           END-IF.
           IF WS-RETORNO EQUAL 0
               PERFORM 2500-GRAVA-MANIFESTO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PEDIDO.
           IF PEDIDO-STATUS NOT EQUAL "00"
               DISPLAY "MANEXP: ERRO AO ABRIR PEDIDOS.DAT "
                   PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT CLIENTE
               IF CLIENTE-STATUS NOT EQUAL "00"
                   DISPLAY "MANEXP: ERRO AO ABRIR CLIENTE.DAT "
                       CLIENTE-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT MANWRK
               IF MANWRK-STATUS NOT EQUAL "00"
                   DISPLAY "MANEXP: ERRO AO ABRIR MANWRK.DAT "
                       MANWRK-STATUS
                   MOVE 8 TO WS-RETORNO
               ELSE
                   CLOSE MANWRK
                   OPEN I-O MANWRK
               END-IF
           END-IF.

       2000-SELECIONA-PEDIDOS.
           MOVE 0 TO PEDIDO-NUMERO.
           START PEDIDO KEY IS GREATER THAN OR EQUAL PEDIDO-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF PEDIDO-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2100-SELECIONA-PEDIDO
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "MANEXP: ERRO DE LEITURA " PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2100-SELECIONA-PEDIDO.
           READ PEDIDO NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF PEDIDO-STATUS EQUAL "00"
               ADD 1 TO WS-QTDLIDOS
               IF ETAPA-SEPARADO AND
                  (PEDIDO-ABERTO OR PEDIDO-ENCERRADO)
                   PERFORM 2200-ANOTA-PEDIDO
               END-IF
           ELSE
               IF PEDIDO-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2200-ANOTA-PEDIDO.
           MOVE PEDIDO-FONE TO CLIENTES-FONE.
           READ CLIENTE
               INVALID KEY
                   MOVE "**" TO CLIENTES-UF
                   MOVE "SEM CADASTRO" TO CLIENTES-CIDADE
                   MOVE "CLIENTE NAO CADASTRADO" TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-ENDERECO
                   MOVE SPACES TO CLIENTES-CEP
           END-READ.
           IF CLIENTE-STATUS NOT EQUAL "00" AND
              CLIENTE-STATUS NOT EQUAL "23"
               DISPLAY "MANEXP: ERRO DE LEITURA CLIENTES.DAT "
                   CLIENTE-STATUS
               MOVE "S" TO WS-ERRO-LEITURA
               MOVE "N" TO WS-CONTINUA-LEITURA
           ELSE
               PERFORM 2210-GRAVA-MANWRK
           END-IF.

       2210-GRAVA-MANWRK.
           MOVE CLIENTES-UF TO MANWRK-UF.
           MOVE CLIENTES-CIDADE TO MANWRK-CIDADE.
           MOVE PEDIDO-NUMERO TO MANWRK-PEDIDO.
           MOVE PEDIDO-FONE TO MANWRK-FONE.
           MOVE CLIENTES-NOME TO MANWRK-NOME.
           MOVE CLIENTES-ENDERECO TO MANWRK-ENDERECO.
           MOVE CLIENTES-CEP TO MANWRK-CEP.
           MOVE PEDIDO-SEP-DATA TO MANWRK-SEP-DATA.
           WRITE MANWRK-REG
               INVALID KEY
                   DISPLAY "MANEXP: ERRO AO GRAVAR MANWRK.DAT "
                       MANWRK-STATUS
                   MOVE "S" TO WS-ERRO-LEITURA
                   MOVE "N" TO WS-CONTINUA-LEITURA
               NOT INVALID KEY
                   ADD 1 TO WS-QTDPRONTOS
           END-WRITE.

       2500-GRAVA-MANIFESTO.
           OPEN OUTPUT RELATO.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "MANEXP: ERRO AO ABRIR MANREL.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO RELATO-REG
               MOVE "MANIFESTO DE EXPEDICAO" TO RELATO-DADOS(1:22)
               MOVE "DATA" TO RELATO-DADOS(50:4)
               MOVE WS-DATA-HOJE TO RELATO-DADOS(55:8)
               WRITE RELATO-REG
               MOVE "============================================="
                   TO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               MOVE "PEDIDO" TO RELATO-DADOS(3:6)
               MOVE "FONE" TO RELATO-DADOS(11:4)
               MOVE "NOME / ENDERECO" TO RELATO-DADOS(22:15)
               MOVE "SEPARADO/CEP" TO RELATO-DADOS(54:12)
               WRITE RELATO-REG
               MOVE LOW-VALUES TO MANWRK-CHAVE
               START MANWRK KEY IS GREATER THAN OR EQUAL
                   MANWRK-CHAVE
                   INVALID KEY CONTINUE
               END-START
               MOVE "N" TO WS-FIM-MANIFESTO
               IF MANWRK-STATUS NOT EQUAL "00"
                   MOVE "S" TO WS-FIM-MANIFESTO
               END-IF
               PERFORM 2600-GRAVA-PEDIDO UNTIL FIM-MANIFESTO
               IF TEM-GRUPO
                   PERFORM 2700-GRAVA-TOTAL-CIDADE
               END-IF
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "TOTAL DE PEDIDOS LIDOS       " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "PEDIDOS PRONTOS PARA EXPEDIR " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDPRONTOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE CIDADES             " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDCIDADES TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "MANEXP: ERRO AO GRAVAR MANREL.TXT"
                   MOVE 8 TO WS-RETORNO
               END-IF
               CLOSE RELATO
           END-IF.

       2600-GRAVA-PEDIDO.
           READ MANWRK NEXT
               AT END MOVE "S" TO WS-FIM-MANIFESTO
           END-READ.
           IF NOT FIM-MANIFESTO
               IF MANWRK-STATUS NOT EQUAL "00"
                   DISPLAY "MANEXP: ERRO DE LEITURA MANWRK.DAT "
                       MANWRK-STATUS
                   MOVE 8 TO WS-RETORNO
                   MOVE "S" TO WS-FIM-MANIFESTO
               ELSE
                   IF NOT TEM-GRUPO OR
                      MANWRK-UF NOT EQUAL WS-UF-ATUAL OR
                      MANWRK-CIDADE NOT EQUAL WS-CIDADE-ATUAL
                       IF TEM-GRUPO
                           PERFORM 2700-GRAVA-TOTAL-CIDADE
                       END-IF
                       PERFORM 2650-GRAVA-CABECALHO-CIDADE
                   END-IF
                   ADD 1 TO WS-QTD-CIDADE
                   MOVE SPACES TO RELATO-REG
                   MOVE MANWRK-PEDIDO TO RELATO-DADOS(3:6)
                   MOVE MANWRK-FONE TO RELATO-DADOS(11:9)
                   MOVE MANWRK-NOME TO RELATO-DADOS(22:30)
                   MOVE MANWRK-SEP-DATA TO RELATO-DADOS(54:8)
                   WRITE RELATO-REG
                   MOVE SPACES TO RELATO-REG
                   MOVE MANWRK-ENDERECO TO RELATO-DADOS(22:30)
                   MOVE MANWRK-CEP TO RELATO-DADOS(54:9)
                   WRITE RELATO-REG
               END-IF
           END-IF.

       2650-GRAVA-CABECALHO-CIDADE.
           MOVE "S" TO WS-TEM-GRUPO.
           MOVE MANWRK-UF TO WS-UF-ATUAL.
           MOVE MANWRK-CIDADE TO WS-CIDADE-ATUAL.
           MOVE 0 TO WS-QTD-CIDADE.
           ADD 1 TO WS-QTDCIDADES.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "UF" TO RELATO-DADOS(1:2).
           MOVE WS-UF-ATUAL TO RELATO-DADOS(4:2).
           MOVE "CIDADE" TO RELATO-DADOS(8:6).
           MOVE WS-CIDADE-ATUAL TO RELATO-DADOS(15:20).
           WRITE RELATO-REG.

       2700-GRAVA-TOTAL-CIDADE.
           MOVE SPACES TO RELATO-REG.
           MOVE "PEDIDOS NA CIDADE" TO RELATO-DADOS(3:17).
           MOVE WS-QTD-CIDADE TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE MANWRK.
           CLOSE CLIENTE.
           CLOSE PEDIDO.
           DISPLAY "MANEXP: PEDIDOS LIDOS   " WS-QTDLIDOS.
           DISPLAY "MANEXP: PRONTOS EXPEDIR " WS-QTDPRONTOS.
           DISPLAY "MANEXP: CIDADES         " WS-QTDCIDADES.
           DISPLAY "MANEXP: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           GOBACK.

       END PROGRAM MANEXP.
