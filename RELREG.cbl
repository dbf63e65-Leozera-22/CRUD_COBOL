       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREG.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: RECEITA POR REGIAO - CRUZA OS PEDIDOS ENCERRADOS DE
      *          PEDIDOS.DAT COM A UF, A CIDADE E O DDD DO CLIENTE E
      *          MOSTRA, PARA CADA REGIAO, PEDIDOS E RECEITA LIQUIDA
      *          (DESCONTADAS AS NOTAS DE CREDITO) DOS 12 MESES
      *          TERMINADOS NO PERIODO DE REGPRM.DAT (AAAAMM), O
      *          ACUMULADO DO ANO, O MESMO PERIODO DO ANO ANTERIOR E A
      *          VARIACAO PERCENTUAL, GRAVANDO EM REGREL.TXT
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

           SELECT NOTACRED ASSIGN TO "C:\PROJETO_COBOL\NOTACRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTACRED-STATUS
               RECORD KEY IS NC-CHAVE
               ALTERNATE RECORD KEY IS NC-PEDIDO
                   WITH DUPLICATES.

           SELECT REGWRK ASSIGN TO "C:\PROJETO_COBOL\REGWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REGWRK-STATUS
               RECORD KEY IS REGWRK-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\REGREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

           SELECT REGPRM ASSIGN TO "C:\PROJETO_COBOL\REGPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGPRM-STATUS.

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

       FD REGWRK.
       01 REGWRK-REG.
           05 REGWRK-CHAVE.
               10 REGWRK-UF            PIC X(02).
               10 REGWRK-DDD           PIC 9(02).
               10 REGWRK-CIDADE        PIC X(20).
           05 REGWRK-DADOS.
               10 REGWRK-MES OCCURS 12.
                   15 REGWRK-QTD-MES   PIC 9(05).
                   15 REGWRK-VALOR-MES PIC S9(09)V99.
               10 REGWRK-QTD-ANO       PIC 9(05).
               10 REGWRK-VALOR-ANO     PIC S9(09)V99.
               10 REGWRK-QTD-ANT       PIC 9(05).
               10 REGWRK-VALOR-ANT     PIC S9(09)V99.

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       FD REGPRM.
       01 REGPRM-REG.
           05 REGPRM-PERIODO           PIC 9(06).

       WORKING-STORAGE SECTION.

       77 CLIENTE-STATUS               PIC X(02).
       77 PEDIDO-STATUS                PIC X(02).
       77 NOTACRED-STATUS              PIC X(02).
       77 REGWRK-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 REGPRM-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-PERIODO                   PIC 9(06) VALUE 0.
       77 WS-PER-ANO                   PIC 9(04) VALUE 0.
       77 WS-PER-MES                   PIC 9(02) VALUE 0.
       77 WS-IDX-FIM                   PIC 9(06) VALUE 0.
       77 WS-IDX-INI                   PIC 9(06) VALUE 0.
       77 WS-IDX-DATA                  PIC 9(06) VALUE 0.
       77 WS-COL                       PIC 9(02) VALUE 0.
       77 WS-IND                       PIC 9(02) VALUE 0.

       77 WS-FONE-LIDO                 PIC 9(09) VALUE 0.
       77 WS-DATA-LIDA                 PIC 9(08) VALUE 0.
       77 WS-DATA-ANO                  PIC 9(04) VALUE 0.
       77 WS-DATA-MES                  PIC 9(02) VALUE 0.
       77 WS-VALOR-LIDO                PIC S9(09)V99 VALUE 0.
       77 WS-QTDE-LIDA                 PIC 9(01) VALUE 0.
       77 WS-NO-ANO                    PIC X(01) VALUE "N".
           88 NO-ANO                   VALUE "S".
       77 WS-ANO-ANTERIOR              PIC X(01) VALUE "N".
           88 ANO-ANTERIOR             VALUE "S".

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDPEDIDOS                PIC 9(05) VALUE 0.
       77 WS-QTDNOTAS                  PIC 9(05) VALUE 0.
       77 WS-QTDREGIOES                PIC 9(05) VALUE 0.
       77 WS-TEM-NOTAS                 PIC X(01) VALUE "N".
           88 TEM-NOTAS                VALUE "S".

       01 WS-ROTULOS.
           05 WS-ROTULO-MES OCCURS 12.
               10 WS-ROT-ANO           PIC 9(04).
               10 FILLER               PIC X(01) VALUE "/".
               10 WS-ROT-MES           PIC 9(02).

       01 WS-BLOCO.
           05 WS-BLC-MES OCCURS 12.
               10 WS-BLC-QTD-MES       PIC 9(05).
               10 WS-BLC-VALOR-MES     PIC S9(09)V99.
           05 WS-BLC-QTD-ANO           PIC 9(05).
           05 WS-BLC-VALOR-ANO         PIC S9(09)V99.
           05 WS-BLC-QTD-ANT           PIC 9(05).
           05 WS-BLC-VALOR-ANT         PIC S9(09)V99.

       01 WS-TOTAIS.
           05 WS-TOT-MES OCCURS 12.
               10 WS-TOT-QTD-MES       PIC 9(05).
               10 WS-TOT-VALOR-MES     PIC S9(09)V99.
           05 WS-TOT-QTD-ANO           PIC 9(05).
           05 WS-TOT-VALOR-ANO         PIC S9(09)V99.
           05 WS-TOT-QTD-ANT           PIC 9(05).
           05 WS-TOT-VALOR-ANT         PIC S9(09)V99.

       77 WS-VARIACAO                  PIC S9(05)V99 VALUE 0.
       77 WS-VARIACAO-ED               PIC -9(05).99.
       77 WS-VALOR-ED                  PIC -9(09).99.
       77 WS-QTD-ED                    PIC Z(04)9.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".
       77 WS-FIM-REGIAO                PIC X(01) VALUE "N".
           88 FIM-REGIAO               VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-ACUMULA-PEDIDOS
           END-IF.
           IF WS-RETORNO EQUAL 0 AND TEM-NOTAS
               PERFORM 2200-ACUMULA-CREDITOS
           END-IF.
           IF WS-RETORNO EQUAL 0
               PERFORM 2500-GRAVA-RELATORIO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT REGPRM.
           IF REGPRM-STATUS NOT EQUAL "00"
               DISPLAY "RELREG: REGPRM.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               READ REGPRM
                   AT END
                       DISPLAY "RELREG: REGPRM.DAT VAZIO"
                       MOVE 8 TO WS-RETORNO
                   NOT AT END
                       MOVE REGPRM-PERIODO TO WS-PERIODO
               END-READ
               CLOSE REGPRM
           END-IF.
           IF WS-RETORNO EQUAL 0
               MOVE WS-PERIODO(1:4) TO WS-PER-ANO
               MOVE WS-PERIODO(5:2) TO WS-PER-MES
               IF WS-PER-ANO EQUAL ZEROS OR
                  WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
                   DISPLAY "RELREG: PERIODO INVALIDO " WS-PERIODO
                   MOVE 8 TO WS-RETORNO
               ELSE
                   DISPLAY "RELREG: PERIODO " WS-PERIODO
                   COMPUTE WS-IDX-FIM = WS-PER-ANO * 12 + WS-PER-MES
                       - 1
                   COMPUTE WS-IDX-INI = WS-IDX-FIM - 11
                   PERFORM 1100-MONTA-ROTULO
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 12
                   INITIALIZE WS-TOTAIS
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT CLIENTE
               OPEN INPUT PEDIDO
               IF CLIENTE-STATUS NOT EQUAL "00" OR
                  PEDIDO-STATUS NOT EQUAL "00"
                   DISPLAY "RELREG: ERRO AO ABRIR ARQUIVOS "
                       CLIENTE-STATUS " " PEDIDO-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT NOTACRED
               EVALUATE NOTACRED-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-NOTAS
                   WHEN "35"
                       DISPLAY "RELREG: SEM NOTAS DE CREDITO"
                   WHEN OTHER
                       DISPLAY "RELREG: ERRO AO ABRIR NOTACRED.DAT "
                           NOTACRED-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT REGWRK
               IF REGWRK-STATUS NOT EQUAL "00"
                   DISPLAY "RELREG: ERRO AO ABRIR REGWRK.DAT "
                       REGWRK-STATUS
                   MOVE 8 TO WS-RETORNO
               ELSE
                   CLOSE REGWRK
                   OPEN I-O REGWRK
               END-IF
           END-IF.

       1100-MONTA-ROTULO.
           COMPUTE WS-IDX-DATA = WS-IDX-INI + WS-IND - 1.
           DIVIDE WS-IDX-DATA BY 12 GIVING WS-ROT-ANO(WS-IND)
               REMAINDER WS-ROT-MES(WS-IND).
           ADD 1 TO WS-ROT-MES(WS-IND).

       2000-ACUMULA-PEDIDOS.
           MOVE 0 TO PEDIDO-NUMERO.
           START PEDIDO KEY IS GREATER THAN OR EQUAL PEDIDO-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF PEDIDO-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2100-ACUMULA-PEDIDO
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELREG: ERRO DE LEITURA " PEDIDO-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2100-ACUMULA-PEDIDO.
           READ PEDIDO NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF PEDIDO-STATUS EQUAL "00"
               ADD 1 TO WS-QTDLIDOS
               IF (PEDIDO-ENCERRADO OR PEDIDO-DEVOLVIDO) AND
                  PEDIDO-DATA-ENC NOT EQUAL ZEROS
                   MOVE PEDIDO-FONE TO WS-FONE-LIDO
                   MOVE PEDIDO-DATA-ENC TO WS-DATA-LIDA
                   MOVE PEDIDO-VALOR TO WS-VALOR-LIDO
                   MOVE 1 TO WS-QTDE-LIDA
                   PERFORM 2300-ACUMULA-REGIAO
               END-IF
           ELSE
               IF PEDIDO-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2200-ACUMULA-CREDITOS.
           MOVE 0 TO NC-NUMERO.
           START NOTACRED KEY IS GREATER THAN OR EQUAL NC-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF NOTACRED-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2210-ACUMULA-NOTA
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELREG: ERRO DE LEITURA " NOTACRED-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2210-ACUMULA-NOTA.
           READ NOTACRED NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF NOTACRED-STATUS EQUAL "00"
               MOVE NC-FONE TO WS-FONE-LIDO
               MOVE NC-DATA TO WS-DATA-LIDA
               COMPUTE WS-VALOR-LIDO = 0 - NC-VALOR
               MOVE 0 TO WS-QTDE-LIDA
               PERFORM 2300-ACUMULA-REGIAO
           ELSE
               IF NOTACRED-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2300-ACUMULA-REGIAO.
           MOVE WS-DATA-LIDA(1:4) TO WS-DATA-ANO.
           MOVE WS-DATA-LIDA(5:2) TO WS-DATA-MES.
           COMPUTE WS-IDX-DATA = WS-DATA-ANO * 12 + WS-DATA-MES - 1.
           MOVE 0 TO WS-COL.
           IF WS-IDX-DATA NOT LESS WS-IDX-INI AND
              WS-IDX-DATA NOT GREATER WS-IDX-FIM
               COMPUTE WS-COL = WS-IDX-DATA - WS-IDX-INI + 1
           END-IF.
           MOVE "N" TO WS-NO-ANO.
           MOVE "N" TO WS-ANO-ANTERIOR.
           IF WS-DATA-MES NOT GREATER WS-PER-MES
               IF WS-DATA-ANO EQUAL WS-PER-ANO
                   MOVE "S" TO WS-NO-ANO
               END-IF
               IF WS-DATA-ANO + 1 EQUAL WS-PER-ANO
                   MOVE "S" TO WS-ANO-ANTERIOR
               END-IF
           END-IF.
           IF WS-COL GREATER ZEROS OR NO-ANO OR ANO-ANTERIOR
               PERFORM 2310-LOCALIZA-REGIAO
               IF WS-QTDE-LIDA EQUAL 1
                   ADD 1 TO WS-QTDPEDIDOS
               ELSE
                   ADD 1 TO WS-QTDNOTAS
               END-IF
               IF WS-COL GREATER ZEROS
                   ADD WS-QTDE-LIDA TO REGWRK-QTD-MES(WS-COL)
                   ADD WS-VALOR-LIDO TO REGWRK-VALOR-MES(WS-COL)
                   ADD WS-QTDE-LIDA TO WS-TOT-QTD-MES(WS-COL)
                   ADD WS-VALOR-LIDO TO WS-TOT-VALOR-MES(WS-COL)
               END-IF
               IF NO-ANO
                   ADD WS-QTDE-LIDA TO REGWRK-QTD-ANO
                   ADD WS-VALOR-LIDO TO REGWRK-VALOR-ANO
                   ADD WS-QTDE-LIDA TO WS-TOT-QTD-ANO
                   ADD WS-VALOR-LIDO TO WS-TOT-VALOR-ANO
               END-IF
               IF ANO-ANTERIOR
                   ADD WS-QTDE-LIDA TO REGWRK-QTD-ANT
                   ADD WS-VALOR-LIDO TO REGWRK-VALOR-ANT
                   ADD WS-QTDE-LIDA TO WS-TOT-QTD-ANT
                   ADD WS-VALOR-LIDO TO WS-TOT-VALOR-ANT
               END-IF
               WRITE REGWRK-REG
                   INVALID KEY
                       REWRITE REGWRK-REG
                           INVALID KEY
                               DISPLAY "RELREG: ERRO AO GRAVAR "
                                   "REGWRK.DAT " REGWRK-STATUS
                               MOVE "S" TO WS-ERRO-LEITURA
                               MOVE "N" TO WS-CONTINUA-LEITURA
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTDREGIOES
               END-WRITE
           END-IF.

       2310-LOCALIZA-REGIAO.
           MOVE WS-FONE-LIDO TO CLIENTES-FONE.
           READ CLIENTE
               INVALID KEY
                   MOVE "**" TO REGWRK-UF
                   MOVE "SEM CADASTRO" TO REGWRK-CIDADE
               NOT INVALID KEY
                   MOVE CLIENTES-UF TO REGWRK-UF
                   MOVE CLIENTES-CIDADE TO REGWRK-CIDADE
           END-READ.
           MOVE WS-FONE-LIDO(1:2) TO REGWRK-DDD.
           INITIALIZE REGWRK-DADOS.
           READ REGWRK
               INVALID KEY CONTINUE
           END-READ.

       2500-GRAVA-RELATORIO.
           OPEN OUTPUT RELATO.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELREG: ERRO AO ABRIR REGREL.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO RELATO-REG
               MOVE "RECEITA POR REGIAO - ULTIMOS 12 MESES" TO
                   RELATO-DADOS(1:37)
               MOVE "PERIODO" TO RELATO-DADOS(40:7)
               MOVE WS-PERIODO TO RELATO-DADOS(48:6)
               WRITE RELATO-REG
               MOVE "============================================="
                   TO RELATO-REG
               WRITE RELATO-REG
               MOVE SPACES TO REGWRK-CHAVE
               MOVE 0 TO REGWRK-DDD
               START REGWRK KEY IS GREATER THAN OR EQUAL
                   REGWRK-CHAVE
                   INVALID KEY CONTINUE
               END-START
               MOVE "N" TO WS-FIM-REGIAO
               IF REGWRK-STATUS NOT EQUAL "00"
                   MOVE "S" TO WS-FIM-REGIAO
               END-IF
               PERFORM 2600-GRAVA-REGIAO UNTIL FIM-REGIAO
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "TOTAL GERAL" TO RELATO-DADOS(1:11)
               WRITE RELATO-REG
               MOVE WS-TOTAIS TO WS-BLOCO
               PERFORM 2700-GRAVA-BLOCO
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "TOTAL DE PEDIDOS LIDOS       " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "PEDIDOS NOS PERIODOS         " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDPEDIDOS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "NOTAS DE CREDITO NOS PERIODOS" TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDNOTAS TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE REGIOES             " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDREGIOES TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "RELREG: ERRO AO GRAVAR REGREL.TXT"
                   MOVE 8 TO WS-RETORNO
               END-IF
               CLOSE RELATO
           END-IF.

       2600-GRAVA-REGIAO.
           READ REGWRK NEXT
               AT END
                   MOVE "S" TO WS-FIM-REGIAO
               NOT AT END
                   MOVE SPACES TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE "UF" TO RELATO-DADOS(1:2)
                   MOVE REGWRK-UF TO RELATO-DADOS(4:2)
                   MOVE "DDD" TO RELATO-DADOS(8:3)
                   MOVE REGWRK-DDD TO RELATO-DADOS(12:2)
                   MOVE "CIDADE" TO RELATO-DADOS(16:6)
                   MOVE REGWRK-CIDADE TO RELATO-DADOS(23:20)
                   WRITE RELATO-REG
                   MOVE REGWRK-DADOS TO WS-BLOCO
                   PERFORM 2700-GRAVA-BLOCO
           END-READ.
           IF REGWRK-STATUS NOT EQUAL "00" AND
              REGWRK-STATUS NOT EQUAL "10"
               DISPLAY "RELREG: ERRO DE LEITURA REGWRK.DAT "
                   REGWRK-STATUS
               MOVE "S" TO WS-FIM-REGIAO
               MOVE 8 TO WS-RETORNO
           END-IF.

       2700-GRAVA-BLOCO.
           PERFORM 2710-GRAVA-MES
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER 12.
           MOVE SPACES TO RELATO-REG.
           MOVE "ACUMULADO NO ANO" TO RELATO-DADOS(4:16).
           MOVE WS-BLC-QTD-ANO TO WS-QTD-ED.
           MOVE WS-BLC-VALOR-ANO TO WS-VALOR-ED.
           PERFORM 2720-GRAVA-VALORES.
           MOVE SPACES TO RELATO-REG.
           MOVE "MESMO PERIODO ANO ANT." TO RELATO-DADOS(4:22).
           MOVE WS-BLC-QTD-ANT TO WS-QTD-ED.
           MOVE WS-BLC-VALOR-ANT TO WS-VALOR-ED.
           PERFORM 2720-GRAVA-VALORES.
           MOVE SPACES TO RELATO-REG.
           MOVE "VARIACAO %" TO RELATO-DADOS(4:10).
           IF WS-BLC-VALOR-ANT NOT GREATER ZEROS
               MOVE "SEM BASE" TO RELATO-DADOS(55:8)
           ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-BLC-VALOR-ANO - WS-BLC-VALOR-ANT) * 100
                   / WS-BLC-VALOR-ANT
                   ON SIZE ERROR
                       MOVE "ACIMA DE 99999" TO RELATO-DADOS(49:14)
                   NOT ON SIZE ERROR
                       MOVE WS-VARIACAO TO WS-VARIACAO-ED
                       MOVE WS-VARIACAO-ED TO RELATO-DADOS(54:9)
               END-COMPUTE
           END-IF.
           WRITE RELATO-REG.

       2710-GRAVA-MES.
           MOVE SPACES TO RELATO-REG.
           MOVE "MES" TO RELATO-DADOS(4:3).
           MOVE WS-ROTULO-MES(WS-IND) TO RELATO-DADOS(8:7).
           MOVE WS-BLC-QTD-MES(WS-IND) TO WS-QTD-ED.
           MOVE WS-BLC-VALOR-MES(WS-IND) TO WS-VALOR-ED.
           PERFORM 2720-GRAVA-VALORES.

       2720-GRAVA-VALORES.
           MOVE "PEDIDOS" TO RELATO-DADOS(27:7).
           MOVE WS-QTD-ED TO RELATO-DADOS(35:5).
           MOVE "RECEITA" TO RELATO-DADOS(42:7).
           MOVE WS-VALOR-ED TO RELATO-DADOS(50:13).
           WRITE RELATO-REG.

       3000-FINALIZAR.
           CLOSE CLIENTE.
           CLOSE PEDIDO.
           IF TEM-NOTAS
               CLOSE NOTACRED
           END-IF.
           CLOSE REGWRK.
           DISPLAY "RELREG: PEDIDOS LIDOS " WS-QTDLIDOS
               " NOS PERIODOS " WS-QTDPEDIDOS
               " REGIOES " WS-QTDREGIOES.
           DISPLAY "RELREG: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM RELREG.
