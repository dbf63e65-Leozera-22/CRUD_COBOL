       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPED.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: CARGA EM LOTE DOS PEDIDOS DA LOJA VIRTUAL - PEDWEB.DAT
      *          TRAZ CABECALHO (NUMERO DO LOTE, ORIGEM, DATA), UM
      *          REGISTRO P POR PEDIDO SEGUIDO DOS SEUS ITENS I E
      *          TRAILER COM A QUANTIDADE DE PEDIDOS; O CLIENTE TEM QUE
      *          EXISTIR ATIVO EM CLIENTE.DAT E OS PRODUTOS ATIVOS COM
      *          ESTOQUE EM PRODUTO.DAT; O NUMERO VEM DE PEDCTL.DAT E O
      *          VALOR E CALCULADO PELO PRECO DO CADASTRO; O LOTE
      *          INTEIRO E RECUSADO SE O TRAILER NAO FECHAR OU SE JA
      *          CONSTA EM WEBCTL.DAT - ACEITOS E REJEITADOS COM O
      *          MOTIVO VAO PARA PEDIMP.TXT
      *          RETORNO: 0 = OK / 4 = PEDIDOS REJEITADOS OU LOTE
      *                   RECUSADO / 8 = ERRO DE E/S
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

           SELECT PEDITEM ASSIGN TO "C:\PROJETO_COBOL\PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITEM-STATUS
               RECORD KEY IS ITEM-CHAVE.

           SELECT PEDCTL ASSIGN TO "C:\PROJETO_COBOL\PEDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEDCTL-STATUS.

           SELECT PRODUTO ASSIGN TO "C:\PROJETO_COBOL\PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTO-STATUS
               RECORD KEY IS PRODUTO-CHAVE.

           SELECT ENTRADA ASSIGN TO "C:\PROJETO_COBOL\PEDWEB.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT WEBCTL ASSIGN TO "C:\PROJETO_COBOL\WEBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WEBCTL-STATUS
               RECORD KEY IS WEBCTL-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\PEDIMP.TXT"
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

       FD PEDITEM.
       01 ITENS-REG.
           05 ITEM-CHAVE.
               10 ITEM-PEDIDO          PIC 9(06).
               10 ITEM-SEQ             PIC 9(03).
           05 ITEM-CODIGO              PIC 9(06).
           05 ITEM-DESCRICAO           PIC X(30).
           05 ITEM-QTDE                PIC 9(05).
           05 ITEM-VALOR-UNIT          PIC 9(05)V99.
           05 ITEM-VALOR               PIC 9(07)V99.
           05 ITEM-QTDE-DEVOL          PIC 9(05).

       FD PEDCTL.
       01 PEDCTL-REG.
           05 PEDCTL-ULT-NUMERO        PIC 9(06).

       FD PRODUTO.
       01 PRODUTOS-REG.
           05 PRODUTO-CHAVE.
               10 PRODUTO-CODIGO       PIC 9(06).
           05 PRODUTO-DESCRICAO        PIC X(30).
           05 PRODUTO-PRECO            PIC 9(05)V99.
           05 PRODUTO-ESTOQUE          PIC 9(07).
           05 PRODUTO-PONTO-REPOSICAO  PIC 9(07).
           05 PRODUTO-STATUS-REG       PIC X(01).
               88 PRODUTO-ATIVO        VALUE "A".
               88 PRODUTO-INATIVO      VALUE "I".

       FD ENTRADA.
       01 ENTRADA-REG.
           05 ENTRADA-TIPO             PIC X(01).
               88 ENTRADA-CABECALHO    VALUE "H".
               88 ENTRADA-PEDIDO       VALUE "P".
               88 ENTRADA-ITEM         VALUE "I".
               88 ENTRADA-TRAILER      VALUE "T".
           05 ENTRADA-DADOS            PIC X(79).
       01 ENTRADA-CAB.
           05 FILLER                   PIC X(01).
           05 CAB-LOTE                 PIC 9(06).
           05 CAB-ORIGEM               PIC X(10).
           05 CAB-DATA                 PIC 9(08).
           05 FILLER                   PIC X(55).
       01 ENTRADA-PED.
           05 FILLER                   PIC X(01).
           05 ENTRADA-REFERENCIA       PIC X(12).
           05 ENTRADA-FONE             PIC 9(09).
           05 ENTRADA-DESCRICAO        PIC X(30).
           05 FILLER                   PIC X(28).
       01 ENTRADA-ITM.
           05 FILLER                   PIC X(01).
           05 ENTRADA-PRODUTO          PIC 9(06).
           05 ENTRADA-QTDE             PIC 9(05).
           05 FILLER                   PIC X(68).
       01 ENTRADA-TRL.
           05 FILLER                   PIC X(01).
           05 TRL-QTDPED               PIC 9(05).
           05 FILLER                   PIC X(74).

       FD WEBCTL.
       01 WEBCTL-REG.
           05 WEBCTL-CHAVE.
               10 WEB-LOTE             PIC 9(06).
           05 WEB-ORIGEM               PIC X(10).
           05 WEB-DATA                 PIC 9(08).
           05 WEB-QTDPED               PIC 9(05).
           05 WEB-QTDCARGA             PIC 9(05).
           05 WEB-DATA-CARGA           PIC 9(08).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       WORKING-STORAGE SECTION.

       77 CLIENTE-STATUS               PIC X(02).
       77 PEDIDO-STATUS                PIC X(02).
       77 ITEM-STATUS                  PIC X(02).
       77 PEDCTL-STATUS                PIC X(02).
       77 PRODUTO-STATUS               PIC X(02).
       77 ENTRADA-STATUS               PIC X(02).
       77 WEBCTL-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.

       77 WS-EOF                       PIC X(01) VALUE "N".
           88 FIM-ARQUIVO              VALUE "S".
       77 WS-LOTE-OK                   PIC X(01) VALUE "S".
           88 LOTE-OK                  VALUE "S".
           88 LOTE-RECUSADO            VALUE "N".

       77 WS-LOTE-NUMERO               PIC 9(06) VALUE 0.
       77 WS-LOTE-ORIGEM               PIC X(10) VALUE SPACES.
       77 WS-LOTE-DATA                 PIC 9(08) VALUE 0.
       77 WS-QTD-TRAILER               PIC 9(05) VALUE 0.
       77 WS-QTD-PEDIDOS               PIC 9(05) VALUE 0.
       77 WS-ACHOU-TRAILER             PIC 9(01) VALUE 0.
           88 ACHOU-TRAILER            VALUE 1.
       77 WS-DATA-HOJE                 PIC 9(08) VALUE 0.

       77 WS-QTDLIDOS                  PIC 9(05) VALUE 0.
       77 WS-QTDCARGA                  PIC 9(05) VALUE 0.
       77 WS-QTDREJEIT                 PIC 9(05) VALUE 0.
       77 WS-QTDTIPOINV                PIC 9(05) VALUE 0.
       77 WS-QTDITENS                  PIC 9(05) VALUE 0.
       77 WS-VALOR-CARGA               PIC 9(09)V99 VALUE 0.
       77 WS-MOTIVO-REJEICAO           PIC X(24) VALUE SPACES.

       77 WS-CAMPO-OK                  PIC X(01) VALUE "S".
           88 CAMPO-OK                 VALUE "S".
           88 CAMPO-INVALIDO           VALUE "N".

       77 WS-REFERENCIA                PIC X(12) VALUE SPACES.
       77 WS-FONE                      PIC 9(09) VALUE 0.
       77 WS-DESCRICAO                 PIC X(30) VALUE SPACES.
       77 WS-NUMERO-PEDIDO             PIC 9(06) VALUE 0.
       77 WS-VALOR-PEDIDO              PIC 9(07)V99 VALUE 0.
       77 WS-QTDE-ACUM                 PIC 9(07) VALUE 0.

       77 WS-MAX-ITENS                 PIC 9(03) VALUE 50.
       77 WS-QTD-ITENS-WEB             PIC 9(03) VALUE 0.
       77 WS-IND                       PIC 9(03) VALUE 0.
       77 WS-IND2                      PIC 9(03) VALUE 0.
       01 WS-TABELA-ITENS.
           05 WS-ITEM-WEB OCCURS 50.
               10 WS-WEB-CODIGO        PIC 9(06).
               10 WS-WEB-QTDE          PIC 9(05).
               10 WS-WEB-DESCRICAO     PIC X(30).
               10 WS-WEB-PRECO         PIC 9(05)V99.

       77 WS-VALOR-ED                  PIC 9(07).99.
       77 WS-TOTAL-ED                  PIC 9(09).99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0 AND LOTE-OK
               PERFORM 1500-CONFERE-LOTE
           END-IF.
           IF WS-RETORNO EQUAL 0 AND LOTE-OK
               PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO
                   OR WS-RETORNO EQUAL 8
               PERFORM 2900-REGISTRA-LOTE
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATO.
           MOVE "RELATORIO DE IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL"
               TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "============================================="
               TO RELATO-REG.
           WRITE RELATO-REG.
           OPEN INPUT CLIENTE.
           OPEN I-O PEDIDO.
           OPEN I-O PEDITEM.
           OPEN I-O PRODUTO.
           IF CLIENTE-STATUS NOT EQUAL "00" OR
              PEDIDO-STATUS NOT EQUAL "00" OR
              ITEM-STATUS NOT EQUAL "00" OR
              PRODUTO-STATUS NOT EQUAL "00"
               DISPLAY "IMPPED: ERRO AO ABRIR ARQUIVOS "
                   CLIENTE-STATUS " " PEDIDO-STATUS " "
                   ITEM-STATUS " " PRODUTO-STATUS
               MOVE "ERRO AO ABRIR CADASTROS" TO RELATO-REG
               WRITE RELATO-REG
               MOVE 8 TO WS-RETORNO
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN I-O WEBCTL
                   IF WEBCTL-STATUS = "35" THEN
                       OPEN OUTPUT WEBCTL
                       CLOSE WEBCTL
                       OPEN I-O WEBCTL
                   END-IF
               OPEN INPUT ENTRADA
               IF ENTRADA-STATUS NOT EQUAL "00"
                   MOVE "PEDWEB.DAT NAO ENCONTRADO" TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE "N" TO WS-LOTE-OK
                   MOVE 4 TO WS-RETORNO
               ELSE
                   PERFORM 1200-LE-CABECALHO
               END-IF
           END-IF.

       1200-LE-CABECALHO.
           READ ENTRADA
               AT END
                   MOVE "S" TO WS-EOF
           END-READ.
           IF FIM-ARQUIVO OR NOT ENTRADA-CABECALHO
               MOVE "LOTE RECUSADO - SEM CABECALHO" TO RELATO-REG
               WRITE RELATO-REG
               MOVE "N" TO WS-LOTE-OK
               MOVE 4 TO WS-RETORNO
           ELSE
               MOVE CAB-LOTE TO WS-LOTE-NUMERO
               MOVE CAB-ORIGEM TO WS-LOTE-ORIGEM
               MOVE CAB-DATA TO WS-LOTE-DATA
               PERFORM 1300-VERIFICA-LOTE-REPETIDO
           END-IF.

       1300-VERIFICA-LOTE-REPETIDO.
           MOVE WS-LOTE-NUMERO TO WEB-LOTE.
           READ WEBCTL
           IF WEBCTL-STATUS EQUAL "00"
               MOVE SPACES TO RELATO-REG
               MOVE "LOTE RECUSADO - JA CARREGADO" TO
                   RELATO-DADOS(1:28)
               MOVE "LOTE" TO RELATO-DADOS(31:4)
               MOVE WS-LOTE-NUMERO TO RELATO-DADOS(36:6)
               MOVE "EM" TO RELATO-DADOS(44:2)
               MOVE WEB-DATA-CARGA TO RELATO-DADOS(47:8)
               WRITE RELATO-REG
               MOVE "N" TO WS-LOTE-OK
               MOVE 4 TO WS-RETORNO
           END-IF.

       1500-CONFERE-LOTE.
           MOVE 0 TO WS-QTD-PEDIDOS.
           MOVE 0 TO WS-ACHOU-TRAILER.
           MOVE "N" TO WS-EOF.
           PERFORM 1600-CONTA-REGISTRO UNTIL FIM-ARQUIVO.
           IF NOT ACHOU-TRAILER
               MOVE "LOTE RECUSADO - SEM TRAILER" TO RELATO-REG
               WRITE RELATO-REG
               MOVE "N" TO WS-LOTE-OK
               MOVE 4 TO WS-RETORNO
           ELSE
               IF WS-QTD-TRAILER NOT EQUAL WS-QTD-PEDIDOS
                   MOVE SPACES TO RELATO-REG
                   MOVE "LOTE RECUSADO - TRAILER DIVERGENTE" TO
                       RELATO-DADOS(1:34)
                   MOVE "ESPERADO" TO RELATO-DADOS(37:8)
                   MOVE WS-QTD-TRAILER TO RELATO-DADOS(46:5)
                   MOVE "LIDO" TO RELATO-DADOS(53:4)
                   MOVE WS-QTD-PEDIDOS TO RELATO-DADOS(58:5)
                   WRITE RELATO-REG
                   MOVE "N" TO WS-LOTE-OK
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.
           IF LOTE-OK
               CLOSE ENTRADA
               OPEN INPUT ENTRADA
               MOVE "N" TO WS-EOF
               READ ENTRADA
                   AT END MOVE "S" TO WS-EOF
               END-READ
               PERFORM 1100-LER-ENTRADA
           END-IF.

       1600-CONTA-REGISTRO.
           READ ENTRADA
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN ENTRADA-PEDIDO
                           ADD 1 TO WS-QTD-PEDIDOS
                       WHEN ENTRADA-TRAILER
                           MOVE 1 TO WS-ACHOU-TRAILER
                           MOVE TRL-QTDPED TO WS-QTD-TRAILER
                           MOVE "S" TO WS-EOF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1100-LER-ENTRADA.
           READ ENTRADA
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF ENTRADA-TRAILER
                       MOVE "S" TO WS-EOF
                   END-IF
           END-READ.

       2000-PROCESSAR.
           IF NOT ENTRADA-PEDIDO
               PERFORM 2300-GRAVA-TIPO-INVALIDO
               PERFORM 1100-LER-ENTRADA
           ELSE
               PERFORM 2010-CARREGA-PEDIDO
           END-IF.

       2010-CARREGA-PEDIDO.
           ADD 1 TO WS-QTDLIDOS.
           MOVE ENTRADA-REFERENCIA TO WS-REFERENCIA.
           MOVE ENTRADA-FONE TO WS-FONE.
           MOVE ENTRADA-DESCRICAO TO WS-DESCRICAO.
           MOVE 0 TO WS-QTD-ITENS-WEB.
           MOVE "S" TO WS-CAMPO-OK.
           PERFORM 1100-LER-ENTRADA.
           PERFORM 2020-GUARDA-ITEM
               UNTIL FIM-ARQUIVO OR NOT ENTRADA-ITEM.
           IF CAMPO-OK
               PERFORM 2050-VALIDA-PEDIDO
           END-IF.
           IF CAMPO-INVALIDO
               ADD 1 TO WS-QTDREJEIT
               PERFORM 2200-GRAVA-REJEITADO
           ELSE
               PERFORM 2100-GRAVA-PEDIDO
           END-IF.

       2020-GUARDA-ITEM.
           ADD 1 TO WS-QTD-ITENS-WEB.
           IF WS-QTD-ITENS-WEB GREATER WS-MAX-ITENS
               MOVE "N" TO WS-CAMPO-OK
               MOVE "EXCESSO DE ITENS" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE ENTRADA-PRODUTO TO WS-WEB-CODIGO(WS-QTD-ITENS-WEB)
               MOVE ENTRADA-QTDE TO WS-WEB-QTDE(WS-QTD-ITENS-WEB)
           END-IF.
           PERFORM 1100-LER-ENTRADA.

       2050-VALIDA-PEDIDO.
           IF WS-FONE EQUAL ZEROS
               MOVE "N" TO WS-CAMPO-OK
               MOVE "TELEFONE ZERADO" TO WS-MOTIVO-REJEICAO
           END-IF.
           IF CAMPO-OK
               MOVE WS-FONE TO CLIENTES-FONE
               READ CLIENTE
               IF CLIENTE-STATUS NOT EQUAL "00"
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
               ELSE
                   IF NOT CLIENTE-ATIVO
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "CLIENTE INATIVO" TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK
               IF WS-QTD-ITENS-WEB EQUAL ZEROS
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "PEDIDO SEM ITENS" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF CAMPO-OK
               PERFORM 2060-VALIDA-ITEM
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTD-ITENS-WEB
                      OR CAMPO-INVALIDO
           END-IF.

       2060-VALIDA-ITEM.
           IF WS-WEB-QTDE(WS-IND) EQUAL ZEROS
               MOVE "N" TO WS-CAMPO-OK
               MOVE "QUANTIDADE ZERADA" TO WS-MOTIVO-REJEICAO
           END-IF.
           IF CAMPO-OK
               MOVE WS-WEB-CODIGO(WS-IND) TO PRODUTO-CODIGO
               READ PRODUTO
               IF PRODUTO-STATUS NOT EQUAL "00"
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
               ELSE
                   IF NOT PRODUTO-ATIVO
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "PRODUTO INATIVO" TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF PRODUTO-PRECO EQUAL ZEROS
                           MOVE "N" TO WS-CAMPO-OK
                           MOVE "PRODUTO SEM PRECO" TO
                               WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK
               MOVE 0 TO WS-QTDE-ACUM
               PERFORM 2065-SOMA-MESMO-PRODUTO
                   VARYING WS-IND2 FROM 1 BY 1
                   UNTIL WS-IND2 GREATER WS-IND
               IF WS-QTDE-ACUM GREATER PRODUTO-ESTOQUE
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "ESTOQUE INSUFICIENTE" TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE PRODUTO-DESCRICAO TO WS-WEB-DESCRICAO(WS-IND)
                   MOVE PRODUTO-PRECO TO WS-WEB-PRECO(WS-IND)
               END-IF
           END-IF.

       2065-SOMA-MESMO-PRODUTO.
           IF WS-WEB-CODIGO(WS-IND2) EQUAL WS-WEB-CODIGO(WS-IND)
               ADD WS-WEB-QTDE(WS-IND2) TO WS-QTDE-ACUM
           END-IF.

       2100-GRAVA-PEDIDO.
           MOVE 0 TO WS-VALOR-PEDIDO.
           PERFORM 2120-SOMA-ITEM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-ITENS-WEB.
           PERFORM 2110-PROXIMO-NUMERO.
           IF WS-RETORNO NOT EQUAL 8
               MOVE WS-NUMERO-PEDIDO TO PEDIDO-NUMERO
               MOVE WS-FONE TO PEDIDO-FONE
               IF WS-DESCRICAO EQUAL SPACES
                   MOVE SPACES TO PEDIDO-DESCRICAO
                   MOVE "LOJA VIRTUAL" TO PEDIDO-DESCRICAO(1:12)
                   MOVE WS-REFERENCIA TO PEDIDO-DESCRICAO(14:12)
               ELSE
                   MOVE WS-DESCRICAO TO PEDIDO-DESCRICAO
               END-IF
               MOVE WS-DATA-HOJE TO PEDIDO-DATA
               SET PEDIDO-ABERTO TO TRUE
               MOVE WS-VALOR-PEDIDO TO PEDIDO-VALOR
               MOVE 0 TO PEDIDO-DATA-ENC
               SET ETAPA-AGUARDANDO TO TRUE
               MOVE 0 TO PEDIDO-SEP-DATA PEDIDO-EXP-DATA
                   PEDIDO-ENT-DATA
               MOVE SPACES TO PEDIDO-SEP-OPERADOR PEDIDO-EXP-OPERADOR
                   PEDIDO-ENT-OPERADOR PEDIDO-RASTREIO
               WRITE PEDIDOS-REG
                   INVALID KEY
                       DISPLAY "IMPPED: ERRO AO GRAVAR PEDIDO "
                           PEDIDO-NUMERO " " PEDIDO-STATUS
                       MOVE "ERRO AO GRAVAR PEDIDO" TO
                           WS-MOTIVO-REJEICAO
                       ADD 1 TO WS-QTDREJEIT
                       PERFORM 2200-GRAVA-REJEITADO
                       MOVE 8 TO WS-RETORNO
                   NOT INVALID KEY
                       PERFORM 2130-GRAVA-ITEM
                           VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER WS-QTD-ITENS-WEB
                       ADD 1 TO WS-QTDCARGA
                       ADD WS-VALOR-PEDIDO TO WS-VALOR-CARGA
                       PERFORM 2150-GRAVA-ACEITO
               END-WRITE
           END-IF.

       2110-PROXIMO-NUMERO.
           MOVE 0 TO WS-NUMERO-PEDIDO.
           OPEN INPUT PEDCTL.
           IF PEDCTL-STATUS EQUAL "00"
               READ PEDCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PEDCTL-ULT-NUMERO TO WS-NUMERO-PEDIDO
               END-READ
               CLOSE PEDCTL
           END-IF.
           ADD 1 TO WS-NUMERO-PEDIDO.
           OPEN OUTPUT PEDCTL.
           MOVE WS-NUMERO-PEDIDO TO PEDCTL-ULT-NUMERO.
           WRITE PEDCTL-REG.
           IF PEDCTL-STATUS NOT EQUAL "00"
               DISPLAY "IMPPED: ERRO AO GRAVAR PEDCTL.DAT "
                   PEDCTL-STATUS
               MOVE "ERRO AO GRAVAR PEDCTL.DAT" TO RELATO-REG
               WRITE RELATO-REG
               MOVE 8 TO WS-RETORNO
           END-IF.
           CLOSE PEDCTL.

       2120-SOMA-ITEM.
           COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO
               + WS-WEB-QTDE(WS-IND) * WS-WEB-PRECO(WS-IND).

       2130-GRAVA-ITEM.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO.
           MOVE WS-IND TO ITEM-SEQ.
           MOVE WS-WEB-CODIGO(WS-IND) TO ITEM-CODIGO.
           MOVE WS-WEB-DESCRICAO(WS-IND) TO ITEM-DESCRICAO.
           MOVE WS-WEB-QTDE(WS-IND) TO ITEM-QTDE.
           MOVE WS-WEB-PRECO(WS-IND) TO ITEM-VALOR-UNIT.
           COMPUTE ITEM-VALOR = ITEM-QTDE * ITEM-VALOR-UNIT.
           MOVE 0 TO ITEM-QTDE-DEVOL.
           WRITE ITENS-REG
               INVALID KEY
                   DISPLAY "IMPPED: ERRO AO GRAVAR ITEM "
                       ITEM-PEDIDO " " ITEM-SEQ " " ITEM-STATUS
                   MOVE 8 TO WS-RETORNO
               NOT INVALID KEY
                   ADD 1 TO WS-QTDITENS
                   PERFORM 2140-BAIXA-ESTOQUE
           END-WRITE.

       2140-BAIXA-ESTOQUE.
           MOVE ITEM-CODIGO TO PRODUTO-CODIGO.
           READ PRODUTO
               INVALID KEY
                   DISPLAY "IMPPED: PRODUTO SUMIU " PRODUTO-CODIGO
                   MOVE 8 TO WS-RETORNO
               NOT INVALID KEY
                   SUBTRACT ITEM-QTDE FROM PRODUTO-ESTOQUE
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           DISPLAY "IMPPED: ERRO AO BAIXAR ESTOQUE "
                               PRODUTO-CODIGO " " PRODUTO-STATUS
                           MOVE 8 TO WS-RETORNO
                   END-REWRITE
           END-READ.

       2150-GRAVA-ACEITO.
           MOVE SPACES TO RELATO-REG.
           MOVE "ACEITO" TO RELATO-DADOS(1:6).
           MOVE "REF " TO RELATO-DADOS(26:04).
           MOVE WS-REFERENCIA TO RELATO-DADOS(30:12).
           MOVE "PEDIDO" TO RELATO-DADOS(43:6).
           MOVE PEDIDO-NUMERO TO RELATO-DADOS(50:6).
           MOVE "VALOR" TO RELATO-DADOS(58:5).
           MOVE PEDIDO-VALOR TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATO-DADOS(64:10).
           WRITE RELATO-REG.

       2200-GRAVA-REJEITADO.
           IF WS-RETORNO EQUAL 0
               MOVE 4 TO WS-RETORNO
           END-IF.
           MOVE SPACES TO RELATO-REG.
           MOVE WS-MOTIVO-REJEICAO TO RELATO-DADOS(1:24).
           MOVE "REF " TO RELATO-DADOS(26:04).
           MOVE WS-REFERENCIA TO RELATO-DADOS(30:12).
           MOVE "FONE " TO RELATO-DADOS(43:05).
           MOVE WS-FONE TO RELATO-DADOS(48:09).
           WRITE RELATO-REG.

       2300-GRAVA-TIPO-INVALIDO.
           ADD 1 TO WS-QTDTIPOINV.
           MOVE SPACES TO RELATO-REG.
           MOVE "TIPO DE REGISTRO INVALIDO" TO RELATO-DADOS(1:25).
           MOVE "TIPO " TO RELATO-DADOS(27:05).
           MOVE ENTRADA-TIPO TO RELATO-DADOS(32:01).
           MOVE "REGISTRO PULADO" TO RELATO-DADOS(35:15).
           WRITE RELATO-REG.

       2900-REGISTRA-LOTE.
           MOVE WS-LOTE-NUMERO TO WEB-LOTE.
           MOVE WS-LOTE-ORIGEM TO WEB-ORIGEM.
           MOVE WS-LOTE-DATA TO WEB-DATA.
           MOVE WS-QTDLIDOS TO WEB-QTDPED.
           MOVE WS-QTDCARGA TO WEB-QTDCARGA.
           MOVE WS-DATA-HOJE TO WEB-DATA-CARGA.
           WRITE WEBCTL-REG
               INVALID KEY
                   MOVE "ERRO AO REGISTRAR LOTE" TO RELATO-REG
                   WRITE RELATO-REG
                   MOVE 8 TO WS-RETORNO
           END-WRITE.

       3000-FINALIZAR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "LOTE                         " TO RELATO-DADOS(1:29).
           MOVE WS-LOTE-NUMERO TO RELATO-DADOS(30:06).
           MOVE "ORIGEM" TO RELATO-DADOS(38:6).
           MOVE WS-LOTE-ORIGEM TO RELATO-DADOS(45:10).
           MOVE "DATA" TO RELATO-DADOS(57:4).
           MOVE WS-LOTE-DATA TO RELATO-DADOS(62:8).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "TOTAL DE PEDIDOS LIDOS       " TO RELATO-DADOS(1:29).
           MOVE WS-QTDLIDOS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE PEDIDOS ACEITOS     " TO RELATO-DADOS(1:29).
           MOVE WS-QTDCARGA TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE PEDIDOS REJEITADOS  " TO RELATO-DADOS(1:29).
           MOVE WS-QTDREJEIT TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE ITENS GRAVADOS      " TO RELATO-DADOS(1:29).
           MOVE WS-QTDITENS TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "TOTAL DE TIPOS INVALIDOS     " TO RELATO-DADOS(1:29).
           MOVE WS-QTDTIPOINV TO RELATO-DADOS(30:05).
           WRITE RELATO-REG.
           MOVE "VALOR TOTAL ACEITO           " TO RELATO-DADOS(1:29).
           MOVE WS-VALOR-CARGA TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO RELATO-DADOS(30:12).
           WRITE RELATO-REG.

           CLOSE CLIENTE.
           CLOSE PEDIDO.
           CLOSE PEDITEM.
           CLOSE PRODUTO.
           CLOSE WEBCTL.
           CLOSE ENTRADA.
           CLOSE RELATO.
           DISPLAY "IMPPED: LOTE " WS-LOTE-NUMERO
               " ACEITOS " WS-QTDCARGA
               " REJEITADOS " WS-QTDREJEIT.
           DISPLAY "IMPPED: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           GOBACK.

       END PROGRAM IMPPED.
