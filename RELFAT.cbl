      * Date:
      * Purpose: FECHAMENTO MENSAL DE FATURAMENTO - TOTALIZA OS
      *          PEDIDOS ENCERRADOS DO MES (FATPRM.DAT COM AAAAMM)
      *          POR CLIENTE E NO GERAL, ABATE AS NOTAS DE CREDITO
      *          DE DEVOLUCAO EMITIDAS NO MES (NOTACRED.DAT) E GRAVA
      *          O RELATORIO DE RECEITA BRUTA, CREDITOS E RECEITA
      *          LIQUIDA EM FATREL.TXT
      *          RETORNO: 0 = OK / 8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
               ALTERNATE RECORD KEY IS PEDIDO-FONE
                   WITH DUPLICATES.

           SELECT NOTACRED ASSIGN TO "C:\PROJETO_COBOL\NOTACRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTACRED-STATUS
               RECORD KEY IS NC-CHAVE
               ALTERNATE RECORD KEY IS NC-PEDIDO
                   WITH DUPLICATES.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\FATREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.
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
       77 PEDIDO-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 FATPRM-STATUS                PIC X(02).
       77 NOTACRED-STATUS              PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-PERIODO                   PIC 9(06) VALUE 0.
       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDFATURADOS              PIC 9(05) VALUE 0.
       77 WS-VALOR-MES                 PIC 9(09)V99 VALUE 0.
       77 WS-QTDNOTAS                  PIC 9(05) VALUE 0.
       77 WS-VALOR-CREDITOS            PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-LIQUIDO             PIC S9(09)V99 VALUE 0.
       77 WS-LIQUIDO-ED                PIC -9(09).99.
       77 WS-TEM-NOTAS                 PIC X(01) VALUE "N".
           88 TEM-NOTAS                VALUE "S".

       77 WS-FONE-ATUAL                PIC 9(09) VALUE 0.
       77 WS-CLI-QTDPEDIDOS            PIC 9(05) VALUE 0.
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT NOTACRED
               EVALUATE NOTACRED-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-NOTAS
                   WHEN "35"
                       DISPLAY "RELFAT: SEM NOTAS DE CREDITO"
                   WHEN OTHER
                       DISPLAY "RELFAT: ERRO AO ABRIR NOTACRED.DAT "
                           NOTACRED-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.

       2000-TOTALIZA-MES.
           OPEN OUTPUT RELATO.
                   IF TEM-CLIENTE
                       PERFORM 2200-GRAVA-LINHA-CLIENTE
                   END-IF
                   IF TEM-NOTAS
                       PERFORM 2400-TOTALIZA-CREDITOS
                   END-IF
                   COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-MES
                       - WS-VALOR-CREDITOS
                   PERFORM 2300-GRAVA-TOTAIS
                   CLOSE RELATO
               END-IF

       2100-ACUMULA-PEDIDO.
           ADD 1 TO WS-QTDLIDOS.
           IF (PEDIDO-ENCERRADO OR PEDIDO-DEVOLVIDO) AND
              PEDIDO-DATA-ENC(1:6) EQUAL WS-PERIODO
               IF TEM-CLIENTE AND
                  PEDIDO-FONE NOT EQUAL WS-FONE-ATUAL
               RELATO-DADOS(1:29).
           MOVE WS-QTDFATURADOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "NOTAS DE CREDITO NO MES      " TO
               RELATO-DADOS(1:29).
           MOVE WS-QTDNOTAS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "RECEITA BRUTA DO MES         " TO
               RELATO-DADOS(1:29).
           MOVE WS-VALOR-MES TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(30:12).
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
               DISPLAY "RELFAT: ERRO DE LEITURA " NOTACRED-STATUS
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
           IF TEM-NOTAS
               CLOSE NOTACRED
           END-IF.
           MOVE WS-VALOR-MES TO WS-VALOR-ED.
           DISPLAY "RELFAT: PEDIDOS LIDOS     " WS-QTDLIDOS.
           DISPLAY "RELFAT: PEDIDOS FATURADOS " WS-QTDFATURADOS.
           DISPLAY "RELFAT: RECEITA BRUTA     " WS-VALOR-ED.
           MOVE WS-VALOR-CREDITOS TO WS-VALOR-ED.
           DISPLAY "RELFAT: CREDITOS          " WS-VALOR-ED.
           MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-ED.
           DISPLAY "RELFAT: RECEITA LIQUIDA   " WS-LIQUIDO-ED.
           DISPLAY "RELFAT: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.
