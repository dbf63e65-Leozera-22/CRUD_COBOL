       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCLI.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: SEGMENTACAO DE CLIENTES POR COMPRA - PARA CADA CLIENTE
      *          ATIVO DE CLIENTE.DAT LE OS PEDIDOS EM PEDIDOS.DAT
      *          (SEM OS CANCELADOS E OS DEVOLVIDOS) E APURA DIAS DESDE
      *          O ULTIMO PEDIDO (ANO COMERCIAL), QUANTIDADE DE PEDIDOS
      *          E VALOR TOTAL, CLASSIFICANDO EM CAMPEAO, REGULAR, EM
      *          RISCO, ADORMECIDO OU SEM COMPRA - GRAVA O RESUMO POR
      *          SEGMENTO EM SEGREL.TXT E A LISTA DE REATIVACAO (EM
      *          RISCO E ADORMECIDOS, SEM OS ANONIMIZADOS) EM SEGOUT.CSV
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
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

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\SEGREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

           SELECT SAIDA ASSIGN TO "C:\PROJETO_COBOL\SEGOUT.CSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SAIDA-STATUS.

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

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       FD SAIDA.
       01 SAIDA-REG.
           05 SAIDA-DADOS PIC X(120).

       WORKING-STORAGE SECTION.

       77 CLIENTE-STATUS               PIC X(02).
       77 PEDIDO-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 SAIDA-STATUS                 PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-DIAS-CAMPEAO              PIC 9(05) VALUE 90.
       77 WS-DIAS-REGULAR              PIC 9(05) VALUE 180.
       77 WS-DIAS-RISCO                PIC 9(05) VALUE 365.
       77 WS-FREQ-CAMPEAO              PIC 9(05) VALUE 5.
       77 WS-VALOR-CAMPEAO             PIC 9(09)V99 VALUE 5000.

       77 WS-DATA-HOJE                 PIC 9(08) VALUE 0.
       77 WS-ANO                       PIC 9(04) VALUE 0.
       77 WS-MES                       PIC 9(02) VALUE 0.
       77 WS-DIA                       PIC 9(02) VALUE 0.
       77 WS-DIAS-HOJE                 PIC 9(07) VALUE 0.
       77 WS-DIAS-ULTIMO               PIC 9(07) VALUE 0.
       77 WS-DIAS-SEM-COMPRA           PIC S9(07) VALUE 0.
       77 WS-DIAS-CSV                  PIC 9(05) VALUE 0.

       77 WS-FONE                      PIC 9(09) VALUE 0.
       77 WS-CLI-QTDPEDIDOS            PIC 9(05) VALUE 0.
       77 WS-CLI-VALOR                 PIC 9(09)V99 VALUE 0.
       77 WS-CLI-ULTIMA-DATA           PIC 9(08) VALUE 0.

       77 WS-SEGMENTO                  PIC 9(01) VALUE 0.
           88 SEG-CAMPEAO              VALUE 1.
           88 SEG-REGULAR              VALUE 2.
           88 SEG-RISCO                VALUE 3.
           88 SEG-ADORMECIDO           VALUE 4.
           88 SEG-SEM-COMPRA           VALUE 5.
           88 SEG-REATIVACAO           VALUES 3 4.

       01 WS-NOMES-SEGMENTO.
           05 FILLER                   PIC X(12) VALUE "CAMPEAO".
           05 FILLER                   PIC X(12) VALUE "REGULAR".
           05 FILLER                   PIC X(12) VALUE "EM RISCO".
           05 FILLER                   PIC X(12) VALUE "ADORMECIDO".
           05 FILLER                   PIC X(12) VALUE "SEM COMPRA".
       01 WS-TAB-NOMES REDEFINES WS-NOMES-SEGMENTO.
           05 WS-NOME-SEGMENTO OCCURS 5 PIC X(12).

       01 WS-TAB-SEGMENTOS.
           05 WS-SEG OCCURS 5.
               10 WS-SEG-QTDCLI        PIC 9(05).
               10 WS-SEG-QTDPED        PIC 9(07).
               10 WS-SEG-VALOR         PIC 9(11)V99.
       77 WS-IND                       PIC 9(01) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDATIVOS                 PIC 9(05) VALUE 0.
       77 WS-QTDIGNORADOS              PIC 9(05) VALUE 0.
       77 WS-QTDEXTRAIDOS              PIC 9(05) VALUE 0.

       77 WS-TAM-NOME-CSV              PIC 9(02) VALUE 0.
       77 WS-TAM-EMAIL-CSV             PIC 9(02) VALUE 0.
       77 WS-VIRGULA-CONT              PIC 9(02) VALUE 0.

       77 WS-QTD-ED                    PIC Z(06)9.
       77 WS-VALOR-ED                  PIC Z(10)9.99.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".
       77 WS-CONTINUA-PEDIDO           PIC X(01).
           88 CONTINUA-PEDIDO          VALUE "S".
           88 PARA-PEDIDO              VALUE "N".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-VARRE-CLIENTES
           END-IF.
           IF WS-RETORNO EQUAL 0
               PERFORM 2500-GRAVA-RESUMO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO.
           MOVE WS-DATA-HOJE(5:2) TO WS-MES.
           MOVE WS-DATA-HOJE(7:2) TO WS-DIA.
           COMPUTE WS-DIAS-HOJE = WS-ANO * 360 + WS-MES * 30
               + WS-DIA.
           INITIALIZE WS-TAB-SEGMENTOS.
           OPEN INPUT CLIENTE.
           OPEN INPUT PEDIDO.
           IF CLIENTE-STATUS NOT EQUAL "00" OR
              PEDIDO-STATUS NOT EQUAL "00"
               DISPLAY "SEGCLI: ERRO AO ABRIR ARQUIVOS "
                   CLIENTE-STATUS " " PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT SAIDA
               IF SAIDA-STATUS NOT EQUAL "00"
                   DISPLAY "SEGCLI: ERRO AO ABRIR SEGOUT.CSV"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE "NOME,EMAIL,FONE,SEGMENTO,DIAS" TO SAIDA-DADOS
                   WRITE SAIDA-REG
               END-IF
           END-IF.

       2000-VARRE-CLIENTES.
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
               PERFORM 2100-CLASSIFICA-CLIENTE
                   UNTIL PARA-LEITURA
                      OR CLIENTE-STATUS EQUAL "10"
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "SEGCLI: ERRO DE LEITURA " CLIENTE-STATUS
                   " " PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2100-CLASSIFICA-CLIENTE.
           ADD 1 TO WS-QTDLIDOS.
           IF CLIENTE-ATIVO
               ADD 1 TO WS-QTDATIVOS
               PERFORM 2200-APURA-PEDIDOS
               IF NOT ERRO-LEITURA
                   PERFORM 2300-DEFINE-SEGMENTO
                   IF SEG-REATIVACAO
                       PERFORM 2400-GRAVA-CSV
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-QTDIGNORADOS
           END-IF.
           IF NOT ERRO-LEITURA
               READ CLIENTE NEXT
                   AT END MOVE "N" TO WS-CONTINUA-LEITURA
               END-READ
               IF CLIENTE-STATUS NOT EQUAL "00" AND
                  CLIENTE-STATUS NOT EQUAL "10"
                   MOVE "N" TO WS-CONTINUA-LEITURA
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
           ELSE
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2200-APURA-PEDIDOS.
           MOVE CLIENTES-FONE TO WS-FONE.
           MOVE 0 TO WS-CLI-QTDPEDIDOS.
           MOVE 0 TO WS-CLI-VALOR.
           MOVE 0 TO WS-CLI-ULTIMA-DATA.
           MOVE WS-FONE TO PEDIDO-FONE.
           START PEDIDO KEY IS EQUAL PEDIDO-FONE
               INVALID KEY CONTINUE
           END-START.
           IF PEDIDO-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-PEDIDO
               PERFORM 2210-ACUMULA-PEDIDO
                   UNTIL PARA-PEDIDO
           END-IF.

       2210-ACUMULA-PEDIDO.
           READ PEDIDO NEXT
               AT END MOVE "N" TO WS-CONTINUA-PEDIDO
           END-READ.
           IF PEDIDO-STATUS NOT EQUAL "00" AND
              PEDIDO-STATUS NOT EQUAL "02" AND
              PEDIDO-STATUS NOT EQUAL "10"
               MOVE "N" TO WS-CONTINUA-PEDIDO
               MOVE "S" TO WS-ERRO-LEITURA
           END-IF.
           IF CONTINUA-PEDIDO
               IF PEDIDO-FONE NOT EQUAL WS-FONE
                   MOVE "N" TO WS-CONTINUA-PEDIDO
               ELSE
                   IF PEDIDO-ABERTO OR PEDIDO-ENCERRADO
                       ADD 1 TO WS-CLI-QTDPEDIDOS
                       ADD PEDIDO-VALOR TO WS-CLI-VALOR
                       IF PEDIDO-DATA GREATER WS-CLI-ULTIMA-DATA
                           MOVE PEDIDO-DATA TO WS-CLI-ULTIMA-DATA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-DEFINE-SEGMENTO.
           MOVE 0 TO WS-DIAS-SEM-COMPRA.
           IF WS-CLI-QTDPEDIDOS EQUAL ZEROS
               SET SEG-SEM-COMPRA TO TRUE
           ELSE
               MOVE WS-CLI-ULTIMA-DATA(1:4) TO WS-ANO
               MOVE WS-CLI-ULTIMA-DATA(5:2) TO WS-MES
               MOVE WS-CLI-ULTIMA-DATA(7:2) TO WS-DIA
               COMPUTE WS-DIAS-ULTIMO = WS-ANO * 360 + WS-MES * 30
                   + WS-DIA
               COMPUTE WS-DIAS-SEM-COMPRA = WS-DIAS-HOJE
                   - WS-DIAS-ULTIMO
               IF WS-DIAS-SEM-COMPRA LESS ZEROS
                   MOVE 0 TO WS-DIAS-SEM-COMPRA
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIAS-SEM-COMPRA NOT GREATER WS-DIAS-CAMPEAO
                    AND (WS-CLI-QTDPEDIDOS NOT LESS WS-FREQ-CAMPEAO
                     OR WS-CLI-VALOR NOT LESS WS-VALOR-CAMPEAO)
                       SET SEG-CAMPEAO TO TRUE
                   WHEN WS-DIAS-SEM-COMPRA NOT GREATER WS-DIAS-REGULAR
                       SET SEG-REGULAR TO TRUE
                   WHEN WS-DIAS-SEM-COMPRA NOT GREATER WS-DIAS-RISCO
                       SET SEG-RISCO TO TRUE
                   WHEN OTHER
                       SET SEG-ADORMECIDO TO TRUE
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-SEG-QTDCLI(WS-SEGMENTO).
           ADD WS-CLI-QTDPEDIDOS TO WS-SEG-QTDPED(WS-SEGMENTO).
           ADD WS-CLI-VALOR TO WS-SEG-VALOR(WS-SEGMENTO).

       2400-GRAVA-CSV.
           IF NOT CLIENTE-ANONIMO
               MOVE SPACES TO SAIDA-DADOS
               MOVE WS-DIAS-SEM-COMPRA TO WS-DIAS-CSV
               MOVE 0 TO WS-VIRGULA-CONT
               INSPECT CLIENTES-NOME TALLYING WS-VIRGULA-CONT
                   FOR ALL ","
               PERFORM VARYING WS-TAM-NOME-CSV FROM 30 BY -1
                   UNTIL WS-TAM-NOME-CSV EQUAL 0
                      OR CLIENTES-NOME(WS-TAM-NOME-CSV:1)
                         NOT EQUAL SPACE
               END-PERFORM
               IF WS-TAM-NOME-CSV EQUAL 0
                   MOVE 1 TO WS-TAM-NOME-CSV
               END-IF
               PERFORM VARYING WS-TAM-EMAIL-CSV FROM 40 BY -1
                   UNTIL WS-TAM-EMAIL-CSV EQUAL 0
                      OR CLIENTES-EMAIL(WS-TAM-EMAIL-CSV:1)
                         NOT EQUAL SPACE
               END-PERFORM
               IF WS-TAM-EMAIL-CSV EQUAL 0
                   MOVE 1 TO WS-TAM-EMAIL-CSV
               END-IF
               IF WS-VIRGULA-CONT GREATER 0
                   STRING '"' DELIMITED BY SIZE
                          CLIENTES-NOME(1:WS-TAM-NOME-CSV)
                              DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CLIENTES-EMAIL(1:WS-TAM-EMAIL-CSV)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CLIENTES-FONE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-NOME-SEGMENTO(WS-SEGMENTO)
                              DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          WS-DIAS-CSV DELIMITED BY SIZE
                       INTO SAIDA-DADOS
               ELSE
                   STRING CLIENTES-NOME(1:WS-TAM-NOME-CSV)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CLIENTES-EMAIL(1:WS-TAM-EMAIL-CSV)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CLIENTES-FONE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-NOME-SEGMENTO(WS-SEGMENTO)
                              DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          WS-DIAS-CSV DELIMITED BY SIZE
                       INTO SAIDA-DADOS
               END-IF
               WRITE SAIDA-REG
               IF SAIDA-STATUS NOT EQUAL "00"
                   DISPLAY "SEGCLI: ERRO AO GRAVAR SEGOUT.CSV"
                   MOVE 8 TO WS-RETORNO
                   MOVE "S" TO WS-ERRO-LEITURA
               ELSE
                   ADD 1 TO WS-QTDEXTRAIDOS
               END-IF
           END-IF.

       2500-GRAVA-RESUMO.
           OPEN OUTPUT RELATO.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "SEGCLI: ERRO AO ABRIR SEGREL.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO RELATO-REG
               MOVE "SEGMENTACAO DE CLIENTES POR COMPRA" TO
                   RELATO-DADOS(1:34)
               MOVE "EMITIDO EM" TO RELATO-DADOS(50:10)
               MOVE WS-DATA-HOJE TO RELATO-DADOS(61:8)
               WRITE RELATO-REG
               MOVE "============================================="
                   TO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               MOVE "SEGMENTO" TO RELATO-DADOS(1:8)
               MOVE "CLIENTES" TO RELATO-DADOS(18:8)
               MOVE "PEDIDOS" TO RELATO-DADOS(30:7)
               MOVE "VALOR" TO RELATO-DADOS(50:5)
               WRITE RELATO-REG
               PERFORM 2510-GRAVA-SEGMENTO
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER 5
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "CRITERIOS: CAMPEAO ATE" TO RELATO-DADOS(1:22)
               MOVE WS-DIAS-CAMPEAO TO WS-QTD-ED
               MOVE WS-QTD-ED TO RELATO-DADOS(24:7)
               MOVE "DIAS E NO MINIMO" TO RELATO-DADOS(32:16)
               MOVE WS-FREQ-CAMPEAO TO WS-QTD-ED
               MOVE WS-QTD-ED TO RELATO-DADOS(49:7)
               MOVE "PEDIDOS OU VALOR" TO RELATO-DADOS(57:16)
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               MOVE "MINIMO DE" TO RELATO-DADOS(12:9)
               MOVE WS-VALOR-CAMPEAO TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO RELATO-DADOS(22:14)
               MOVE "- REGULAR ATE" TO RELATO-DADOS(37:13)
               MOVE WS-DIAS-REGULAR TO WS-QTD-ED
               MOVE WS-QTD-ED TO RELATO-DADOS(51:7)
               MOVE "DIAS" TO RELATO-DADOS(59:4)
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               MOVE "EM RISCO ATE" TO RELATO-DADOS(12:12)
               MOVE WS-DIAS-RISCO TO WS-QTD-ED
               MOVE WS-QTD-ED TO RELATO-DADOS(25:7)
               MOVE "DIAS - ACIMA DISSO ADORMECIDO" TO
                   RELATO-DADOS(33:29)
               WRITE RELATO-REG
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "TOTAL DE CLIENTES LIDOS      " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE CLIENTES ATIVOS     " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDATIVOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "INATIVOS/ANONIMIZADOS IGNOR. " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDIGNORADOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "CLIENTES PARA REATIVACAO     " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDEXTRAIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "SEGCLI: ERRO AO GRAVAR SEGREL.TXT"
                   MOVE 8 TO WS-RETORNO
               END-IF
               CLOSE RELATO
           END-IF.

       2510-GRAVA-SEGMENTO.
           MOVE SPACES TO RELATO-REG.
           MOVE WS-NOME-SEGMENTO(WS-IND) TO RELATO-DADOS(1:12).
           MOVE WS-SEG-QTDCLI(WS-IND) TO WS-QTD-ED.
           MOVE WS-QTD-ED TO RELATO-DADOS(19:7).
           MOVE WS-SEG-QTDPED(WS-IND) TO WS-QTD-ED.
           MOVE WS-QTD-ED TO RELATO-DADOS(30:7).
           MOVE WS-SEG-VALOR(WS-IND) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(41:14).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE CLIENTE.
           CLOSE PEDIDO.
           CLOSE SAIDA.
           DISPLAY "SEGCLI: CLIENTES ATIVOS " WS-QTDATIVOS
               " PARA REATIVACAO " WS-QTDEXTRAIDOS.
           DISPLAY "SEGCLI: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SEGCLI.
