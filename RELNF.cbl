       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNF.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: REGISTRO MENSAL DE NOTAS FISCAIS - LISTA AS NOTAS
      *          FISCAIS EMITIDAS NO MES (FATPRM.DAT COM AAAAMM) A
      *          PARTIR DE NOTAFIS.DAT, APONTA SALTOS NA NUMERACAO E
      *          PEDIDOS ENCERRADOS NO MES SEM NOTA FISCAL, ABATE AS
      *          NOTAS DE CREDITO DO MES (NOTACRED.DAT) E CONFERE OS
      *          TOTAIS COM A RECEITA BRUTA E LIQUIDA DO FECHAMENTO
      *          MENSAL (RELFAT) - GRAVA NFREL.TXT
      *          RETORNO: 0 = OK / 4 = DIVERGENCIAS /
      *                   8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAFIS ASSIGN TO "C:\PROJETO_COBOL\NOTAFIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTAFIS-STATUS
               RECORD KEY IS NF-CHAVE
               ALTERNATE RECORD KEY IS NF-PEDIDO.

           SELECT PEDIDO ASSIGN TO "C:\PROJETO_COBOL\PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PEDIDO-STATUS
               RECORD KEY IS PEDIDO-CHAVE
               ALTERNATE RECORD KEY IS PEDIDO-FONE
                   WITH DUPLICATES.

           SELECT NOTACRED ASSIGN TO "C:\PROJETO_COBOL\NOTACRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTACRED-STATUS
               RECORD KEY IS NC-CHAVE
               ALTERNATE RECORD KEY IS NC-PEDIDO
                   WITH DUPLICATES.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\NFREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

           SELECT FATPRM ASSIGN TO "C:\PROJETO_COBOL\FATPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FATPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAFIS.
       01 NOTAFIS-REG.
           05 NF-CHAVE.
               10 NF-NUMERO            PIC 9(06).
           05 NF-PEDIDO                PIC 9(06).
           05 NF-FONE                  PIC 9(09).
           05 NF-DATA                  PIC 9(08).
           05 NF-VALOR                 PIC 9(07)V99.
           05 NF-NOME                  PIC X(30).
           05 NF-ENDERECO              PIC X(30).
           05 NF-CIDADE                PIC X(20).
           05 NF-UF                    PIC X(02).
           05 NF-CEP                   PIC X(09).
           05 NF-OPERADOR              PIC X(08).
           05 NF-QTD-VIAS              PIC 9(03).
           05 NF-DATA-ULT-VIA          PIC 9(08).

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

       FD FATPRM.
       01 FATPRM-REG.
           05 FATPRM-PERIODO           PIC 9(06).

       WORKING-STORAGE SECTION.

       77 NOTAFIS-STATUS               PIC X(02).
       77 PEDIDO-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 FATPRM-STATUS                PIC X(02).
       77 NOTACRED-STATUS              PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-PERIODO                   PIC 9(06) VALUE 0.

       77 WS-QTDNF                     PIC 9(05) VALUE 0.
       77 WS-VALOR-NF                  PIC 9(09)V99 VALUE 0.
       77 WS-NF-ANTERIOR               PIC 9(06) VALUE 0.
       77 WS-QTDSALTOS                 PIC 9(05) VALUE 0.
       77 WS-TEM-NF                    PIC X(01) VALUE "N".
           88 TEM-NF                   VALUE "S".

       77 WS-QTDFATURADOS              PIC 9(05) VALUE 0.
       77 WS-VALOR-MES                 PIC 9(09)V99 VALUE 0.
       77 WS-QTDSEMNOTA                PIC 9(05) VALUE 0.

       77 WS-QTDNOTAS                  PIC 9(05) VALUE 0.
       77 WS-VALOR-CREDITOS            PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-LIQUIDO             PIC S9(09)V99 VALUE 0.
       77 WS-DIFERENCA                 PIC S9(09)V99 VALUE 0.
       77 WS-LIQUIDO-ED                PIC -9(09).99.
       77 WS-TEM-NOTAS                 PIC X(01) VALUE "N".
           88 TEM-NOTAS                VALUE "S".

       77 WS-VALOR-ED                  PIC 9(09).99.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-REGISTRO-MES
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT FATPRM.
           IF FATPRM-STATUS NOT EQUAL "00"
               DISPLAY "RELNF: FATPRM.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               READ FATPRM
                   AT END
                       DISPLAY "RELNF: FATPRM.DAT VAZIO"
                       MOVE 8 TO WS-RETORNO
                   NOT AT END
                       MOVE FATPRM-PERIODO TO WS-PERIODO
               END-READ
               CLOSE FATPRM
           END-IF.
           IF WS-RETORNO EQUAL 0
               IF WS-PERIODO EQUAL ZEROS
                   DISPLAY "RELNF: PERIODO ZERADO"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   DISPLAY "RELNF: PERIODO " WS-PERIODO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT PEDIDO
               IF PEDIDO-STATUS NOT EQUAL "00"
                   DISPLAY "RELNF: ERRO AO ABRIR PEDIDOS.DAT "
                       PEDIDO-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT NOTAFIS
               EVALUATE NOTAFIS-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-NF
                   WHEN "35"
                       DISPLAY "RELNF: SEM NOTAS FISCAIS EMITIDAS"
                   WHEN OTHER
                       DISPLAY "RELNF: ERRO AO ABRIR NOTAFIS.DAT "
                           NOTAFIS-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT NOTACRED
               EVALUATE NOTACRED-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-NOTAS
                   WHEN "35"
                       DISPLAY "RELNF: SEM NOTAS DE CREDITO"
                   WHEN OTHER
                       DISPLAY "RELNF: ERRO AO ABRIR NOTACRED.DAT "
                           NOTACRED-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.

       2000-REGISTRO-MES.
           OPEN OUTPUT RELATO.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELNF: ERRO AO ABRIR NFREL.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO RELATO-REG
               MOVE "REGISTRO DE NOTAS FISCAIS" TO
                   RELATO-DADOS(1:25)
               MOVE "PERIODO" TO RELATO-DADOS(40:7)
               MOVE WS-PERIODO TO RELATO-DADOS(48:6)
               WRITE RELATO-REG
               MOVE "============================================="
                   TO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               MOVE "NOTA" TO RELATO-DADOS(1:4)
               MOVE "EMISSAO" TO RELATO-DADOS(8:7)
               MOVE "PEDIDO" TO RELATO-DADOS(17:6)
               MOVE "FONE" TO RELATO-DADOS(24:4)
               MOVE "CLIENTE" TO RELATO-DADOS(34:7)
               MOVE "VALOR" TO RELATO-DADOS(72:5)
               WRITE RELATO-REG
               IF TEM-NF
                   PERFORM 2100-LISTA-NOTAS
               END-IF
               IF WS-RETORNO EQUAL 0
                   MOVE SPACES TO RELATO-REG
                   WRITE RELATO-REG
                   PERFORM 2200-CONFERE-PEDIDOS
               END-IF
               IF WS-RETORNO EQUAL 0 AND TEM-NOTAS
                   PERFORM 2400-TOTALIZA-CREDITOS
               END-IF
               IF WS-RETORNO EQUAL 0
                   COMPUTE WS-DIFERENCA = WS-VALOR-MES
                       - WS-VALOR-NF
                   COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-NF
                       - WS-VALOR-CREDITOS
                   PERFORM 2300-GRAVA-TOTAIS
               END-IF
               CLOSE RELATO
           END-IF.

       2100-LISTA-NOTAS.
           MOVE 0 TO NF-NUMERO.
           START NOTAFIS KEY IS GREATER THAN OR EQUAL NF-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF NOTAFIS-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2110-LE-NOTA
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELNF: ERRO DE LEITURA " NOTAFIS-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2110-LE-NOTA.
           READ NOTAFIS NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF NOTAFIS-STATUS EQUAL "00"
               IF WS-NF-ANTERIOR NOT EQUAL ZEROS AND
                  NF-NUMERO NOT EQUAL WS-NF-ANTERIOR + 1
                   PERFORM 2130-GRAVA-SALTO
               END-IF
               MOVE NF-NUMERO TO WS-NF-ANTERIOR
               IF NF-DATA(1:6) EQUAL WS-PERIODO
                   PERFORM 2120-GRAVA-LINHA-NOTA
               END-IF
           ELSE
               IF NOTAFIS-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2120-GRAVA-LINHA-NOTA.
           ADD 1 TO WS-QTDNF.
           ADD NF-VALOR TO WS-VALOR-NF.
           MOVE SPACES TO RELATO-REG.
           MOVE NF-NUMERO TO RELATO-DADOS(1:6).
           MOVE NF-DATA TO RELATO-DADOS(8:8).
           MOVE NF-PEDIDO TO RELATO-DADOS(17:6).
           MOVE NF-FONE TO RELATO-DADOS(24:9).
           MOVE NF-NOME TO RELATO-DADOS(34:30).
           MOVE NF-VALOR TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(65:12).
           WRITE RELATO-REG.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELNF: ERRO AO GRAVAR NFREL.TXT"
               MOVE 8 TO WS-RETORNO
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2130-GRAVA-SALTO.
           ADD 1 TO WS-QTDSALTOS.
           MOVE SPACES TO RELATO-REG.
           MOVE "SALTO NA NUMERACAO ENTRE" TO RELATO-DADOS(1:24).
           MOVE WS-NF-ANTERIOR TO RELATO-DADOS(26:6).
           MOVE "E" TO RELATO-DADOS(33:1).
           MOVE NF-NUMERO TO RELATO-DADOS(35:6).
           WRITE RELATO-REG.

       2200-CONFERE-PEDIDOS.
           MOVE 0 TO PEDIDO-NUMERO.
           START PEDIDO KEY IS GREATER THAN OR EQUAL PEDIDO-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF PEDIDO-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2210-CONFERE-PEDIDO
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELNF: ERRO DE LEITURA " PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2210-CONFERE-PEDIDO.
           READ PEDIDO NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF PEDIDO-STATUS EQUAL "00"
               IF (PEDIDO-ENCERRADO OR PEDIDO-DEVOLVIDO) AND
                  PEDIDO-DATA-ENC(1:6) EQUAL WS-PERIODO
                   ADD 1 TO WS-QTDFATURADOS
                   ADD PEDIDO-VALOR TO WS-VALOR-MES
                   PERFORM 2220-PROCURA-NOTA
               END-IF
           ELSE
               IF PEDIDO-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2220-PROCURA-NOTA.
           IF TEM-NF
               MOVE PEDIDO-NUMERO TO NF-PEDIDO
               READ NOTAFIS KEY IS NF-PEDIDO
                   INVALID KEY
                       PERFORM 2230-GRAVA-SEM-NOTA
               END-READ
           ELSE
               PERFORM 2230-GRAVA-SEM-NOTA
           END-IF.

       2230-GRAVA-SEM-NOTA.
           ADD 1 TO WS-QTDSEMNOTA.
           MOVE SPACES TO RELATO-REG.
           MOVE "PEDIDO SEM NOTA FISCAL" TO RELATO-DADOS(1:22).
           MOVE PEDIDO-NUMERO TO RELATO-DADOS(24:6).
           MOVE PEDIDO-DATA-ENC TO RELATO-DADOS(31:8).
           MOVE PEDIDO-FONE TO RELATO-DADOS(40:9).
           MOVE PEDIDO-VALOR TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(65:12).
           WRITE RELATO-REG.

       2300-GRAVA-TOTAIS.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "NOTAS FISCAIS EMITIDAS NO MES" TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDNF TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "SALTOS NA NUMERACAO          " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDSALTOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE PEDIDOS FATURADOS   " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDFATURADOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "PEDIDOS SEM NOTA FISCAL      " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDSEMNOTA TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "NOTAS DE CREDITO NO MES      " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDNOTAS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "VALOR DAS NOTAS FISCAIS      " TO
               RELATO-DADOS(1:29).
           MOVE WS-VALOR-NF TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "RECEITA BRUTA DO MES         " TO
               RELATO-DADOS(1:29).
           MOVE WS-VALOR-MES TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "DIFERENCA                    " TO
               RELATO-DADOS(1:29).
           MOVE WS-DIFERENCA TO WS-LIQUIDO-ED.
           MOVE WS-LIQUIDO-ED TO RELATO-DADOS(29:13).
           WRITE RELATO-REG.
           MOVE "(-) CREDITOS DE DEVOLUCAO    " TO
               RELATO-DADOS(1:29).
           MOVE WS-VALOR-CREDITOS TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.
           MOVE "RECEITA LIQUIDA DO MES       " TO
               RELATO-DADOS(1:29).
           MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-ED.
           MOVE WS-LIQUIDO-ED TO RELATO-DADOS(29:13).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           IF WS-DIFERENCA EQUAL ZEROS AND
              WS-QTDSEMNOTA EQUAL ZEROS
               MOVE "REGISTRO CONFERE COM O FATURAMENTO DO MES"
                   TO RELATO-DADOS(1:41)
           ELSE
               MOVE "REGISTRO DIVERGE DO FATURAMENTO DO MES"
                   TO RELATO-DADOS(1:38)
           END-IF.
           WRITE RELATO-REG.

       2400-TOTALIZA-CREDITOS.
           MOVE 0 TO NC-NUMERO.
           START NOTACRED KEY IS GREATER THAN OR EQUAL NC-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF NOTACRED-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2410-ACUMULA-NOTA
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELNF: ERRO DE LEITURA " NOTACRED-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2410-ACUMULA-NOTA.
           READ NOTACRED NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF NOTACRED-STATUS EQUAL "00"
               IF NC-DATA(1:6) EQUAL WS-PERIODO
                   ADD 1 TO WS-QTDNOTAS
                   ADD NC-VALOR TO WS-VALOR-CREDITOS
               END-IF
           ELSE
               IF NOTACRED-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       3000-FINALIZAR.
           CLOSE PEDIDO.
           IF TEM-NF
               CLOSE NOTAFIS
           END-IF.
           IF TEM-NOTAS
               CLOSE NOTACRED
           END-IF.
           IF WS-RETORNO EQUAL 0
               IF WS-DIFERENCA NOT EQUAL ZEROS OR
                  WS-QTDSEMNOTA GREATER ZEROS OR
                  WS-QTDSALTOS GREATER ZEROS
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.
           DISPLAY "RELNF: NOTAS FISCAIS     " WS-QTDNF.
           DISPLAY "RELNF: SALTOS            " WS-QTDSALTOS.
           DISPLAY "RELNF: PEDIDOS SEM NOTA  " WS-QTDSEMNOTA.
           MOVE WS-VALOR-NF TO WS-VALOR-ED.
           DISPLAY "RELNF: VALOR DAS NOTAS   " WS-VALOR-ED.
           MOVE WS-VALOR-MES TO WS-VALOR-ED.
           DISPLAY "RELNF: RECEITA BRUTA     " WS-VALOR-ED.
           MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-ED.
           DISPLAY "RELNF: RECEITA LIQUIDA   " WS-LIQUIDO-ED.
           DISPLAY "RELNF: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM RELNF.
