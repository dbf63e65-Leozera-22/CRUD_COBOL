       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATR.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: PEDIDOS ATRASADOS NO ATENDIMENTO - VARRE PEDIDOS.DAT
      *          E APONTA EM ATRREL.TXT OS PEDIDOS NAO ENTREGUES
      *          (NEM CANCELADOS OU DEVOLVIDOS) PARADOS NA ETAPA
      *          ATUAL HA MAIS DIAS DO QUE O PRAZO COMBINADO PARA A
      *          ETAPA (ATRPRM.DAT: DIAS PARA SEPARAR, PARA EXPEDIR E
      *          PARA ENTREGAR - SEM O ARQUIVO VALEM OS PRAZOS
      *          PADRAO) - DIAS CONTADOS EM ANO COMERCIAL
      *          RETORNO: 0 = OK / 4 = ATRASADOS / 8 = ERRO DE E/S
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

           SELECT ATRPRM ASSIGN TO "C:\PROJETO_COBOL\ATRPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ATRPRM-STATUS.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\ATRREL.TXT"
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

       FD ATRPRM.
       01 ATRPRM-REG.
           05 ATRPRM-DIAS-SEP          PIC 9(03).
           05 ATRPRM-DIAS-EXP          PIC 9(03).
           05 ATRPRM-DIAS-ENT          PIC 9(03).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       WORKING-STORAGE SECTION.

       77 PEDIDO-STATUS                PIC X(02).
       77 ATRPRM-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-PRAZO-SEP                 PIC 9(03) VALUE 2.
       77 WS-PRAZO-EXP                 PIC 9(03) VALUE 1.
       77 WS-PRAZO-ENT                 PIC 9(03) VALUE 10.
       77 WS-PRAZO                     PIC 9(03) VALUE 0.

       77 WS-DATA-HOJE                 PIC 9(08) VALUE 0.
       77 WS-DATA-ETAPA                PIC 9(08) VALUE 0.
       77 WS-DIAS-HOJE                 PIC 9(07) VALUE 0.
       77 WS-DIAS-ETAPA                PIC 9(07) VALUE 0.
       77 WS-DIAS-PARADO               PIC S9(07) VALUE 0.
       77 WS-DIAS-ED                   PIC 9(05) VALUE 0.
       77 WS-ANO                       PIC 9(04) VALUE 0.
       77 WS-MES                       PIC 9(02) VALUE 0.
       77 WS-DIA                       PIC 9(02) VALUE 0.
       77 WS-NOME-ETAPA                PIC X(20) VALUE SPACES.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDPENDENTES              PIC 9(05) VALUE 0.
       77 WS-QTDATR-SEP                PIC 9(05) VALUE 0.
       77 WS-QTDATR-EXP                PIC 9(05) VALUE 0.
       77 WS-QTDATR-ENT                PIC 9(05) VALUE 0.
       77 WS-QTDATRASADOS              PIC 9(05) VALUE 0.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-VARRE-PEDIDOS
           END-IF.
           IF WS-RETORNO EQUAL 0
               PERFORM 2900-GRAVA-TOTAIS
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO.
           MOVE WS-DATA-HOJE(5:2) TO WS-MES.
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA.
           COMPUTE WS-DIAS-HOJE = WS-ANO * 360 + WS-MES * 30
               + WS-DIA.
           OPEN INPUT ATRPRM.
           EVALUATE ATRPRM-STATUS
               WHEN "00"
                   READ ATRPRM
                       AT END
                           DISPLAY "RELATR: ATRPRM.DAT VAZIO - "
                               "PRAZOS PADRAO"
                       NOT AT END
                           IF ATRPRM-DIAS-SEP NUMERIC AND
                              ATRPRM-DIAS-EXP NUMERIC AND
                              ATRPRM-DIAS-ENT NUMERIC
                               MOVE ATRPRM-DIAS-SEP TO WS-PRAZO-SEP
                               MOVE ATRPRM-DIAS-EXP TO WS-PRAZO-EXP
                               MOVE ATRPRM-DIAS-ENT TO WS-PRAZO-ENT
                           ELSE
                               DISPLAY "RELATR: ATRPRM.DAT INVALIDO"
                               MOVE 8 TO WS-RETORNO
                           END-IF
                   END-READ
                   CLOSE ATRPRM
               WHEN "35"
                   DISPLAY "RELATR: SEM ATRPRM.DAT - PRAZOS PADRAO"
               WHEN OTHER
                   DISPLAY "RELATR: ERRO AO ABRIR ATRPRM.DAT "
                       ATRPRM-STATUS
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT PEDIDO
               IF PEDIDO-STATUS NOT EQUAL "00"
                   DISPLAY "RELATR: ERRO AO ABRIR PEDIDOS.DAT "
                       PEDIDO-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT RELATO
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "RELATR: ERRO AO ABRIR ATRREL.TXT"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE SPACES TO RELATO-REG
                   MOVE "PEDIDOS ATRASADOS NO ATENDIMENTO" TO
                       RELATO-DADOS(1:32)
                   MOVE "DATA" TO RELATO-DADOS(50:4)
                   MOVE WS-DATA-HOJE TO RELATO-DADOS(55:8)
                   WRITE RELATO-REG
                   MOVE "============================================="
                       TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE SPACES TO RELATO-REG
                   MOVE "PRAZOS EM DIAS: SEPARAR" TO RELATO-DADOS(1:23)
                   MOVE WS-PRAZO-SEP TO RELATO-DADOS(25:3)
                   MOVE "EXPEDIR" TO RELATO-DADOS(30:7)
                   MOVE WS-PRAZO-EXP TO RELATO-DADOS(38:3)
                   MOVE "ENTREGAR" TO RELATO-DADOS(43:8)
                   MOVE WS-PRAZO-ENT TO RELATO-DADOS(52:3)
                   WRITE RELATO-REG
                   MOVE SPACES TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE "PEDIDO" TO RELATO-DADOS(1:6)
                   MOVE "FONE" TO RELATO-DADOS(8:4)
                   MOVE "ETAPA" TO RELATO-DADOS(18:5)
                   MOVE "DESDE" TO RELATO-DADOS(39:5)
                   MOVE "DIAS" TO RELATO-DADOS(49:4)
                   MOVE "PRZ" TO RELATO-DADOS(54:3)
                   MOVE "RASTREIO" TO RELATO-DADOS(58:8)
                   WRITE RELATO-REG
               END-IF
           END-IF.

       2000-VARRE-PEDIDOS.
           MOVE 0 TO PEDIDO-NUMERO.
           START PEDIDO KEY IS GREATER THAN OR EQUAL PEDIDO-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF PEDIDO-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2100-CONFERE-PEDIDO
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELATR: ERRO DE LEITURA " PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2100-CONFERE-PEDIDO.
           READ PEDIDO NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF PEDIDO-STATUS EQUAL "00"
               ADD 1 TO WS-QTDLIDOS
               IF (PEDIDO-ABERTO OR PEDIDO-ENCERRADO) AND
                  NOT ETAPA-ENTREGUE
                   ADD 1 TO WS-QTDPENDENTES
                   PERFORM 2200-CALCULA-PARADO
                   IF WS-DIAS-PARADO GREATER WS-PRAZO
                       PERFORM 2300-GRAVA-ATRASADO
                   END-IF
               END-IF
           ELSE
               IF PEDIDO-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2200-CALCULA-PARADO.
           EVALUATE TRUE
               WHEN ETAPA-AGUARDANDO
                   MOVE PEDIDO-DATA TO WS-DATA-ETAPA
                   MOVE WS-PRAZO-SEP TO WS-PRAZO
                   MOVE "AGUARDANDO SEPARACAO" TO WS-NOME-ETAPA
               WHEN ETAPA-SEPARADO
                   MOVE PEDIDO-SEP-DATA TO WS-DATA-ETAPA
                   MOVE WS-PRAZO-EXP TO WS-PRAZO
                   MOVE "SEPARADO" TO WS-NOME-ETAPA
               WHEN OTHER
                   MOVE PEDIDO-EXP-DATA TO WS-DATA-ETAPA
                   MOVE WS-PRAZO-ENT TO WS-PRAZO
                   MOVE "EXPEDIDO" TO WS-NOME-ETAPA
           END-EVALUATE.
           MOVE WS-DATA-ETAPA(1:4) TO WS-ANO.
           MOVE WS-DATA-ETAPA(5:2) TO WS-MES.
           MOVE WS-DATA-ETAPA(7:2) TO WS-DIA.
           COMPUTE WS-DIAS-ETAPA = WS-ANO * 360 + WS-MES * 30
               + WS-DIA.
           COMPUTE WS-DIAS-PARADO = WS-DIAS-HOJE - WS-DIAS-ETAPA.
           IF WS-DIAS-PARADO LESS ZEROS
               MOVE 0 TO WS-DIAS-PARADO
           END-IF.

       2300-GRAVA-ATRASADO.
           ADD 1 TO WS-QTDATRASADOS.
           EVALUATE TRUE
               WHEN ETAPA-AGUARDANDO
                   ADD 1 TO WS-QTDATR-SEP
               WHEN ETAPA-SEPARADO
                   ADD 1 TO WS-QTDATR-EXP
               WHEN OTHER
                   ADD 1 TO WS-QTDATR-ENT
           END-EVALUATE.
           MOVE WS-DIAS-PARADO TO WS-DIAS-ED.
           MOVE SPACES TO RELATO-REG.
           MOVE PEDIDO-NUMERO TO RELATO-DADOS(1:6).
           MOVE PEDIDO-FONE TO RELATO-DADOS(8:9).
           MOVE WS-NOME-ETAPA TO RELATO-DADOS(18:20).
           MOVE WS-DATA-ETAPA TO RELATO-DADOS(39:8).
           MOVE WS-DIAS-ED TO RELATO-DADOS(48:5).
           MOVE WS-PRAZO TO RELATO-DADOS(54:3).
           IF ETAPA-EXPEDIDO
               MOVE PEDIDO-RASTREIO TO RELATO-DADOS(58:20)
           END-IF.
           WRITE RELATO-REG.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELATR: ERRO AO GRAVAR ATRREL.TXT"
               MOVE "S" TO WS-ERRO-LEITURA
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2900-GRAVA-TOTAIS.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "TOTAL DE PEDIDOS LIDOS       " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "PEDIDOS EM ATENDIMENTO       " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDPENDENTES TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "ATRASADOS NA SEPARACAO       " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDATR-SEP TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "ATRASADOS NA EXPEDICAO       " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDATR-EXP TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "ATRASADOS NA ENTREGA         " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDATR-ENT TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE ATRASADOS           " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDATRASADOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE RELATO.
           CLOSE PEDIDO.
           IF WS-RETORNO EQUAL 0 AND WS-QTDATRASADOS GREATER 0
               MOVE 4 TO WS-RETORNO
           END-IF.
           DISPLAY "RELATR: PEDIDOS EM ATENDIMENTO " WS-QTDPENDENTES.
           DISPLAY "RELATR: ATRASADOS " WS-QTDATRASADOS.
           DISPLAY "RELATR: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           GOBACK.

       END PROGRAM RELATR.
