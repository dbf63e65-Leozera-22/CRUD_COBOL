       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCLI.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: EXTRATO DE CONTA DO CLIENTE PARA COBRANCA - LE O
      *          TELEFONE EM EXTPRM.DAT E LISTA OS PEDIDOS FATURADOS
      *          (RECEBER.DAT), OS PAGAMENTOS RECEBIDOS (PAGTO.DAT) E
      *          AS NOTAS DE CREDITO DE DEVOLUCAO (NOTACRED.DAT) COM O
      *          SALDO ACUMULADO, GRAVANDO EM EXTRATO.TXT
      *          RETORNO: 0 = OK / 4 = CLIENTE SEM TITULOS /
      *                   8 = ERRO DE E/S
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

           SELECT PEDIDO ASSIGN TO "C:\PROJETO_COBOL\PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDO-STATUS
               RECORD KEY IS PEDIDO-CHAVE
               ALTERNATE RECORD KEY IS PEDIDO-FONE
                   WITH DUPLICATES.

           SELECT RECEBER ASSIGN TO "C:\PROJETO_COBOL\RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RECEBER-STATUS
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-FONE
                   WITH DUPLICATES.

           SELECT PAGTO ASSIGN TO "C:\PROJETO_COBOL\PAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGTO-STATUS
               RECORD KEY IS PAGTO-CHAVE.

           SELECT NOTACRED ASSIGN TO "C:\PROJETO_COBOL\NOTACRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTACRED-STATUS
               RECORD KEY IS NC-CHAVE
               ALTERNATE RECORD KEY IS NC-PEDIDO
                   WITH DUPLICATES.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\EXTRATO.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

           SELECT EXTPRM ASSIGN TO "C:\PROJETO_COBOL\EXTPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTPRM-STATUS.

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

       FD PAGTO.
       01 PAGTO-REG.
           05 PAGTO-CHAVE.
               10 PAGTO-PEDIDO         PIC 9(06).
               10 PAGTO-SEQ            PIC 9(03).
           05 PAGTO-DATA               PIC 9(08).
           05 PAGTO-VALOR              PIC 9(07)V99.
           05 PAGTO-OPERADOR           PIC X(08).

       FD NOTACRED.
       01 NOTACRED-REG.
           05 NC-CHAVE.
               10 NC-NUMERO            PIC 9(06).
           05 NC-PEDIDO                PIC 9(06).
           05 NC-FONE                  PIC 9(09).
           05 NC-DATA                  PIC 9(08).
           05 NC-VALOR                 PIC 9(07)V99.
           05 NC-MOTIVO                PIC 9(02).
           05 NC-OPERADOR              PIC X(08).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       FD EXTPRM.
       01 EXTPRM-REG.
           05 EXTPRM-FONE              PIC 9(09).

       WORKING-STORAGE SECTION.

       77 CLIENTE-STATUS               PIC X(02).
       77 PEDIDO-STATUS                PIC X(02).
       77 RECEBER-STATUS               PIC X(02).
       77 PAGTO-STATUS                 PIC X(02).
       77 NOTACRED-STATUS              PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 EXTPRM-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-FONE                      PIC 9(09) VALUE 0.
       77 WS-DATA-HOJE                 PIC 9(08) VALUE 0.

       77 WS-QTDPEDIDOS                PIC 9(05) VALUE 0.
       77 WS-QTDPAGTOS                 PIC 9(05) VALUE 0.
       77 WS-QTDNAOFAT                 PIC 9(05) VALUE 0.
       77 WS-QTDNOTAS                  PIC 9(05) VALUE 0.
       77 WS-TOT-CREDITO               PIC 9(09)V99 VALUE 0.
       77 WS-TOT-FATURADO              PIC 9(09)V99 VALUE 0.
       77 WS-TOT-PAGO                  PIC 9(09)V99 VALUE 0.
       77 WS-SALDO                     PIC S9(09)V99 VALUE 0.
       77 WS-VALOR-LINHA               PIC S9(09)V99 VALUE 0.

       77 WS-VALOR-ED                  PIC -Z(07)9.99.
       77 WS-SALDO-ED                  PIC -Z(07)9.99.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-CONTINUA-PAGTO            PIC X(01).
           88 CONTINUA-PAGTO           VALUE "S".
       77 WS-CONTINUA-NOTA             PIC X(01).
           88 CONTINUA-NOTA            VALUE "S".
       77 WS-TEM-NOTAS                 PIC X(01) VALUE "N".
           88 TEM-NOTAS                VALUE "S".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-MONTA-EXTRATO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT EXTPRM.
           IF EXTPRM-STATUS NOT EQUAL "00"
               DISPLAY "EXTCLI: EXTPRM.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               READ EXTPRM
                   AT END
                       DISPLAY "EXTCLI: EXTPRM.DAT VAZIO"
                       MOVE 8 TO WS-RETORNO
                   NOT AT END
                       MOVE EXTPRM-FONE TO WS-FONE
               END-READ
               CLOSE EXTPRM
           END-IF.
           IF WS-RETORNO EQUAL 0
               IF WS-FONE EQUAL ZEROS
                   DISPLAY "EXTCLI: TELEFONE ZERADO"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   DISPLAY "EXTCLI: CLIENTE " WS-FONE
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT CLIENTE
               OPEN INPUT PEDIDO
               OPEN INPUT RECEBER
               OPEN INPUT PAGTO
               IF CLIENTE-STATUS NOT EQUAL "00" OR
                  PEDIDO-STATUS NOT EQUAL "00" OR
                  RECEBER-STATUS NOT EQUAL "00" OR
                  PAGTO-STATUS NOT EQUAL "00"
                   DISPLAY "EXTCLI: ERRO AO ABRIR ARQUIVOS "
                       CLIENTE-STATUS " " PEDIDO-STATUS " "
                       RECEBER-STATUS " " PAGTO-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT NOTACRED
               EVALUATE NOTACRED-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-NOTAS
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "EXTCLI: ERRO AO ABRIR NOTACRED.DAT "
                           NOTACRED-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.
           IF WS-RETORNO EQUAL 0
               MOVE WS-FONE TO CLIENTES-FONE
               READ CLIENTE
                   INVALID KEY
                       DISPLAY "EXTCLI: CLIENTE NAO CADASTRADO"
                       MOVE 8 TO WS-RETORNO
               END-READ
           END-IF.

       2000-MONTA-EXTRATO.
           OPEN OUTPUT RELATO.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "EXTCLI: ERRO AO ABRIR EXTRATO.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM 2050-CABECALHO
               MOVE WS-FONE TO PEDIDO-FONE
               START PEDIDO KEY IS EQUAL PEDIDO-FONE
                   INVALID KEY CONTINUE
               END-START
               MOVE "S" TO WS-CONTINUA-LEITURA
               MOVE "N" TO WS-ERRO-LEITURA
               IF PEDIDO-STATUS EQUAL "00"
                   PERFORM 2100-LANCA-PEDIDO
                       UNTIL PARA-LEITURA
               END-IF
               IF ERRO-LEITURA
                   DISPLAY "EXTCLI: ERRO DE LEITURA " PEDIDO-STATUS
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM 2300-GRAVA-TOTAIS
                   IF WS-QTDPEDIDOS EQUAL ZEROS
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
               CLOSE RELATO
           END-IF.

       2050-CABECALHO.
           MOVE SPACES TO RELATO-REG.
           MOVE "EXTRATO DE CONTA DO CLIENTE" TO RELATO-DADOS(1:27).
           MOVE "EMITIDO EM" TO RELATO-DADOS(50:10).
           MOVE WS-DATA-HOJE TO RELATO-DADOS(61:8).
           WRITE RELATO-REG.
           MOVE "============================================="
               TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE CLIENTES-NOME TO RELATO-DADOS(1:30).
           MOVE "FONE" TO RELATO-DADOS(50:4).
           MOVE CLIENTES-FONE TO RELATO-DADOS(55:9).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE CLIENTES-ENDERECO TO RELATO-DADOS(1:30).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE CLIENTES-CIDADE TO RELATO-DADOS(1:20).
           MOVE CLIENTES-UF TO RELATO-DADOS(22:2).
           MOVE CLIENTES-CEP TO RELATO-DADOS(25:9).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "DATA" TO RELATO-DADOS(1:4).
           MOVE "HISTORICO" TO RELATO-DADOS(10:9).
           MOVE "DOCTO" TO RELATO-DADOS(21:5).
           MOVE "DESCRICAO" TO RELATO-DADOS(28:9).
           MOVE "VALOR" TO RELATO-DADOS(58:5).
           MOVE "SALDO" TO RELATO-DADOS(72:5).
           WRITE RELATO-REG.
           MOVE "---------------------------------------------"
               TO RELATO-REG.
           WRITE RELATO-REG.

       2100-LANCA-PEDIDO.
           READ PEDIDO NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF PEDIDO-STATUS NOT EQUAL "00" AND
              PEDIDO-STATUS NOT EQUAL "02" AND
              PEDIDO-STATUS NOT EQUAL "10"
               MOVE "N" TO WS-CONTINUA-LEITURA
               MOVE "S" TO WS-ERRO-LEITURA
           END-IF.
           IF CONTINUA-LEITURA
               IF PEDIDO-FONE NOT EQUAL WS-FONE
                   MOVE "N" TO WS-CONTINUA-LEITURA
               ELSE
                   MOVE PEDIDO-NUMERO TO REC-PEDIDO
                   READ RECEBER
                       INVALID KEY
                           IF PEDIDO-ABERTO
                               ADD 1 TO WS-QTDNAOFAT
                           END-IF
                       NOT INVALID KEY
                           PERFORM 2110-LANCA-TITULO
                   END-READ
               END-IF
           END-IF.

       2110-LANCA-TITULO.
           ADD 1 TO WS-QTDPEDIDOS.
           ADD PEDIDO-VALOR TO WS-TOT-FATURADO.
           MOVE PEDIDO-VALOR TO WS-VALOR-LINHA.
           ADD WS-VALOR-LINHA TO WS-SALDO.
           MOVE SPACES TO RELATO-REG.
           MOVE REC-DATA-EMISSAO TO RELATO-DADOS(1:8).
           MOVE "PEDIDO" TO RELATO-DADOS(10:6).
           MOVE REC-PEDIDO TO RELATO-DADOS(21:6).
           MOVE PEDIDO-DESCRICAO TO RELATO-DADOS(28:20).
           PERFORM 2200-GRAVA-LINHA.
           MOVE REC-PEDIDO TO PAGTO-PEDIDO.
           MOVE 0 TO PAGTO-SEQ.
           START PAGTO KEY IS GREATER THAN OR EQUAL PAGTO-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF PAGTO-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-PAGTO
               PERFORM 2120-LANCA-PAGAMENTO
                   UNTIL NOT CONTINUA-PAGTO
           END-IF.
           IF TEM-NOTAS
               MOVE REC-PEDIDO TO NC-PEDIDO
               START NOTACRED KEY IS EQUAL NC-PEDIDO
                   INVALID KEY CONTINUE
               END-START
               IF NOTACRED-STATUS EQUAL "00"
                   MOVE "S" TO WS-CONTINUA-NOTA
                   PERFORM 2130-LANCA-CREDITO
                       UNTIL NOT CONTINUA-NOTA
               END-IF
           END-IF.

       2120-LANCA-PAGAMENTO.
           READ PAGTO NEXT
               AT END MOVE "N" TO WS-CONTINUA-PAGTO
           END-READ.
           IF PAGTO-STATUS EQUAL "00" AND
              PAGTO-PEDIDO EQUAL REC-PEDIDO
               ADD 1 TO WS-QTDPAGTOS
               ADD PAGTO-VALOR TO WS-TOT-PAGO
               COMPUTE WS-VALOR-LINHA = 0 - PAGTO-VALOR
               ADD WS-VALOR-LINHA TO WS-SALDO
               MOVE SPACES TO RELATO-REG
               MOVE PAGTO-DATA TO RELATO-DADOS(1:8)
               MOVE "PAGAMENTO" TO RELATO-DADOS(10:9)
               MOVE PAGTO-PEDIDO TO RELATO-DADOS(21:6)
               MOVE "RECEBIDO POR" TO RELATO-DADOS(28:12)
               MOVE PAGTO-OPERADOR TO RELATO-DADOS(41:8)
               PERFORM 2200-GRAVA-LINHA
           ELSE
               MOVE "N" TO WS-CONTINUA-PAGTO
           END-IF.

       2130-LANCA-CREDITO.
           READ NOTACRED NEXT
               AT END MOVE "N" TO WS-CONTINUA-NOTA
           END-READ.
           IF (NOTACRED-STATUS EQUAL "00" OR
               NOTACRED-STATUS EQUAL "02") AND
              NC-PEDIDO EQUAL REC-PEDIDO
               ADD 1 TO WS-QTDNOTAS
               ADD NC-VALOR TO WS-TOT-CREDITO
               COMPUTE WS-VALOR-LINHA = 0 - NC-VALOR
               ADD WS-VALOR-LINHA TO WS-SALDO
               MOVE SPACES TO RELATO-REG
               MOVE NC-DATA TO RELATO-DADOS(1:8)
               MOVE "CREDITO" TO RELATO-DADOS(10:7)
               MOVE NC-NUMERO TO RELATO-DADOS(21:6)
               MOVE "DEVOLUCAO PEDIDO" TO RELATO-DADOS(28:16)
               MOVE NC-PEDIDO TO RELATO-DADOS(45:6)
               PERFORM 2200-GRAVA-LINHA
           ELSE
               MOVE "N" TO WS-CONTINUA-NOTA
           END-IF.

       2200-GRAVA-LINHA.
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(52:12).
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE WS-SALDO-ED TO RELATO-DADOS(66:12).
           WRITE RELATO-REG.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "EXTCLI: ERRO AO GRAVAR EXTRATO.TXT"
               MOVE 8 TO WS-RETORNO
               MOVE "N" TO WS-CONTINUA-LEITURA
               MOVE "N" TO WS-CONTINUA-PAGTO
               MOVE "N" TO WS-CONTINUA-NOTA
           END-IF.

       2300-GRAVA-TOTAIS.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "PEDIDOS FATURADOS            " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDPEDIDOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "PAGAMENTOS RECEBIDOS         " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDPAGTOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "PEDIDOS AINDA NAO FATURADOS  " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDNAOFAT TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "NOTAS DE CREDITO             " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDNOTAS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "TOTAL FATURADO               " TO
               RELATO-DADOS(1:29).
           MOVE WS-TOT-FATURADO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "TOTAL PAGO                   " TO
               RELATO-DADOS(1:29).
           MOVE WS-TOT-PAGO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "TOTAL DE CREDITOS            " TO
               RELATO-DADOS(1:29).
           MOVE WS-TOT-CREDITO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "SALDO DEVEDOR                " TO
               RELATO-DADOS(1:29).
           MOVE WS-SALDO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE CLIENTE.
           CLOSE PEDIDO.
           CLOSE RECEBER.
           CLOSE PAGTO.
           IF TEM-NOTAS
               CLOSE NOTACRED
           END-IF.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY "EXTCLI: PEDIDOS FATURADOS " WS-QTDPEDIDOS.
           DISPLAY "EXTCLI: PAGAMENTOS        " WS-QTDPAGTOS.
           DISPLAY "EXTCLI: SALDO DEVEDOR     " WS-SALDO-ED.
           DISPLAY "EXTCLI: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM EXTCLI.
