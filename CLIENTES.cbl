               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PEDCTL-STATUS.

           SELECT PRODUTO ASSIGN TO "C:\PROJETO_COBOL\PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PRODUTO-STATUS
               RECORD KEY IS PRODUTO-CHAVE.

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

           SELECT NCCTL ASSIGN TO "C:\PROJETO_COBOL\NCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NCCTL-STATUS.

           SELECT CEPTAB ASSIGN TO "C:\PROJETO_COBOL\CEPTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CEPTAB-STATUS
               RECORD KEY IS CEPTAB-CHAVE.

           SELECT NFCTL ASSIGN TO "C:\PROJETO_COBOL\NFCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NFCTL-STATUS.

           SELECT NOTAFIS ASSIGN TO "C:\PROJETO_COBOL\NOTAFIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOTAFIS-STATUS
               RECORD KEY IS NF-CHAVE
               ALTERNATE RECORD KEY IS NF-PEDIDO.

           SELECT IMPNF ASSIGN TO WS-ARQ-NOTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IMPNF-STATUS.



       DATA DIVISION.
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

       FD NCCTL.
       01 NCCTL-REG.
           05 NCCTL-ULT-NUMERO         PIC 9(06).

       FD CEPTAB.
       01 CEPTAB-REG.
           05 CEPTAB-CHAVE.
               10 CEPTAB-CEP-FIM       PIC 9(08).
           05 CEPTAB-CEP-INI           PIC 9(08).
           05 CEPTAB-UF                PIC X(02).
           05 CEPTAB-CIDADE            PIC X(20).

       FD NFCTL.
       01 NFCTL-REG.
           05 NFCTL-ULT-NUMERO         PIC 9(06).

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

       FD IMPNF.
       01 IMPNF-REG.
           05 IMPNF-DADOS PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-OPCAO                     PIC X(01).
       77 WS-VALOR-ED                   PIC 9(07).99.
       77 WS-CONTINUA-ITEM              PIC X(01).
           88 CONTINUA-ITEM             VALUE "S".
       77 PRODUTO-STATUS                PIC X(02).
       77 WS-PRODUTO-NOVO               PIC X(01) VALUE "N".
           88 PRODUTO-NOVO              VALUE "S".
       77 RECEBER-STATUS                PIC X(02).
       77 PAGTO-STATUS                  PIC X(02).
       77 WS-VALOR-PAGTO                PIC 9(07)V99 VALUE 0.
       77 WS-SALDO-REC                  PIC S9(07)V99 VALUE 0.
       77 WS-PRAZO-MESES                PIC 9(02) VALUE 1.
       77 WS-VEN-ANO                    PIC 9(04) VALUE 0.
       77 WS-VEN-MES                    PIC 9(02) VALUE 0.
       77 WS-VEN-DIA                    PIC 9(02) VALUE 0.
       77 WS-VEN-TOT-MESES              PIC 9(06) VALUE 0.
       77 WS-VEN-DATA                   PIC 9(08) VALUE 0.
       77 NOTACRED-STATUS               PIC X(02).
       77 NCCTL-STATUS                  PIC X(02).
       77 WS-NUMERO-NOTA                PIC 9(06) VALUE 0.
       77 WS-MOTIVO-DEVOL               PIC 9(02) VALUE 0.
           88 MOTIVO-VALIDO             VALUES 1 THRU 4 99.
       77 WS-DEVOL-TOTAL                PIC X(01) VALUE "N".
           88 DEVOLUCAO-TOTAL           VALUE "S".
       77 WS-QTDE-DEVOLVER              PIC 9(05) VALUE 0.
       77 WS-QTDE-SALDO                 PIC 9(05) VALUE 0.
       77 WS-QTDE-REPOR                 PIC 9(05) VALUE 0.
       77 WS-VALOR-CREDITO              PIC 9(07)V99 VALUE 0.
       77 WS-QTD-PENDENTES              PIC 9(03) VALUE 0.
       01 WS-TABELA-DEVOL.
           05 WS-DEVOL-QTDE OCCURS 999  PIC 9(05).
       77 WS-CONTINUA-NOTA              PIC X(01).
           88 CONTINUA-NOTA             VALUE "S".
       77 WS-NUMERO-OCUPADO             PIC X(01) VALUE "N".
           88 NUMERO-OCUPADO            VALUE "S".
       77 WS-ETAPA-ATUAL                PIC X(20) VALUE SPACES.
       77 WS-ETAPA-PROXIMA              PIC X(20) VALUE SPACES.
       77 WS-RASTREIO                   PIC X(20) VALUE SPACES.
       77 CEPTAB-STATUS                 PIC X(02).
       77 WS-TEM-CEPTAB                 PIC X(01) VALUE "N".
           88 TEM-CEPTAB                VALUE "S".
       77 WS-CEP-NUM                    PIC 9(08) VALUE 0.
       77 WS-CEP-ACHADO                 PIC X(01) VALUE "N".
           88 CEP-ACHADO                VALUE "S".
       77 NFCTL-STATUS                  PIC X(02).
       77 NOTAFIS-STATUS                PIC X(02).
       77 IMPNF-STATUS                  PIC X(02).
       77 WS-NUMERO-NF                  PIC 9(06) VALUE 0.
       77 WS-ARQ-NOTA                   PIC X(40) VALUE SPACES.
       77 WS-NOTA-GRAVADA               PIC X(01) VALUE "N".
           88 NOTA-GRAVADA              VALUE "S".
       77 WS-SEGUNDA-VIA                PIC X(01) VALUE "N".
           88 SEGUNDA-VIA               VALUE "S".
       77 WS-VALOR-UNIT-ED              PIC 9(05).99.

       77 RELCID-STATUS                  PIC X(02).
       77 CIDWRK-STATUS                  PIC X(02).
           05 LINE 16 COLUMN 45 VALUE "U - CADASTRA OPERADOR".
           05 LINE 17 COLUMN 45 VALUE "J - RELATORIO CIDADE/UF".
           05 LINE 18 COLUMN 45 VALUE "V - REATIVA OPERADOR".
           05 LINE 19 COLUMN 45 VALUE "K - CADASTRO PRODUTOS".
           05 LINE 20 COLUMN 45 VALUE "L - BAIXA PAGAMENTO".
           05 LINE 21 COLUMN 45 VALUE "M - CANCELAR PEDIDO".
           05 LINE 22 COLUMN 45 VALUE "N - DEVOLVER PEDIDO".
           05 LINE 23 COLUMN 45 VALUE "O - AVANCAR ETAPA PEDIDO".
           05 LINE 24 COLUMN 45 VALUE "P - SEGUNDA VIA NOTA FISCAL".
           05 LINE 16 COLUMN 20 VALUE "X - SAIDA".
           05 LINE 17 COLUMN 20 VALUE "ESCOLHA: ".
           05 LINE 17 COLUMN 28 USING  WS-OPCAO.
               10 LINE 13 COLUMN 10 VALUE "VALOR:    ".
               10 COLUMN PLUS 2 PIC 9(07).99 FROM PEDIDO-VALOR.

       01 TELA-ETAPA.
           05 ETP-DADOS.
               10 LINE 14 COLUMN 10 VALUE "ETAPA ATUAL:   ".
               10 COLUMN PLUS 2 PIC X(20) FROM WS-ETAPA-ATUAL.
               10 LINE 15 COLUMN 10 VALUE "PROXIMA ETAPA: ".
               10 COLUMN PLUS 2 PIC X(20) FROM WS-ETAPA-PROXIMA.
           05 ETP-RASTREIO.
               10 LINE 13 COLUMN 45 VALUE "RASTREIO:".
               10 COLUMN PLUS 2 PIC X(20) USING WS-RASTREIO.

       01 TELA-NOTA.
           05 NFT-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "NUMERO NOTA FISCAL".
               10 COLUMN PLUS 2 PIC 9(06) USING NF-NUMERO
                   BLANK WHEN ZEROS.
           05 NFT-DADOS.
               10 LINE 11 COLUMN 10 VALUE "PEDIDO:   ".
               10 COLUMN PLUS 2 PIC 9(06) FROM NF-PEDIDO.
               10 LINE 12 COLUMN 10 VALUE "CLIENTE:  ".
               10 COLUMN PLUS 2 PIC X(30) FROM NF-NOME.
               10 LINE 13 COLUMN 10 VALUE "EMISSAO:  ".
               10 COLUMN PLUS 2 PIC 9(08) FROM NF-DATA.
               10 LINE 14 COLUMN 10 VALUE "VALOR:    ".
               10 COLUMN PLUS 2 PIC 9(07).99 FROM NF-VALOR.
               10 LINE 15 COLUMN 10 VALUE "VIAS:     ".
               10 COLUMN PLUS 2 PIC 9(03) FROM NF-QTD-VIAS.

       01 TELA-ITEM.
           05 LINE 10 COLUMN 10 VALUE "CODIGO ITEM (0=FIM):".
           05 COLUMN PLUS 2 PIC 9(06) USING ITEM-CODIGO
               BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 10 VALUE "DESCRICAO ITEM:     ".
           05 COLUMN PLUS 2 PIC X(30) FROM ITEM-DESCRICAO.
           05 LINE 12 COLUMN 10 VALUE "QUANTIDADE:         ".
           05 COLUMN PLUS 2 PIC 9(05) USING ITEM-QTDE
               BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 10 VALUE "VALOR UNITARIO:     ".
           05 COLUMN PLUS 2 PIC 9(05).99 FROM ITEM-VALOR-UNIT
               BLANK WHEN ZEROS.

       01 TELA-PRODUTO.
           05 PROD-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "CODIGO PRODUTO".
               10 COLUMN PLUS 2 PIC 9(06) USING PRODUTO-CODIGO
                   BLANK WHEN ZEROS.
           05 PROD-DADOS.
               10 LINE 11 COLUMN 10 VALUE "DESCRICAO:     ".
               10 COLUMN PLUS 2 PIC X(30) USING PRODUTO-DESCRICAO.
               10 LINE 12 COLUMN 10 VALUE "PRECO:         ".
               10 COLUMN PLUS 2 PIC 9(05)V99 USING PRODUTO-PRECO.
               10 LINE 13 COLUMN 10 VALUE "ESTOQUE:       ".
               10 COLUMN PLUS 2 PIC 9(07) USING PRODUTO-ESTOQUE.
               10 LINE 14 COLUMN 10 VALUE "PONTO REPOSICAO:".
               10 COLUMN PLUS 1 PIC 9(07)
                   USING PRODUTO-PONTO-REPOSICAO.
               10 LINE 15 COLUMN 10 VALUE "SITUACAO (A/I):".
               10 COLUMN PLUS 2 PIC X(01) USING PRODUTO-STATUS-REG.

       01 TELA-PAGTO.
           05 PAG-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "NUMERO PEDIDO".
               10 COLUMN PLUS 2 PIC 9(06) USING REC-PEDIDO
                   BLANK WHEN ZEROS.
           05 PAG-DADOS.
               10 LINE 10 COLUMN 40 VALUE "TELEFONE:".
               10 COLUMN PLUS 2 PIC 9(09) FROM REC-FONE.
               10 LINE 11 COLUMN 10 VALUE "VENCIMENTO:    ".
               10 COLUMN PLUS 2 PIC 9(08) FROM REC-DATA-VENC.
               10 LINE 12 COLUMN 10 VALUE "VALOR DEVIDO:  ".
               10 COLUMN PLUS 2 PIC 9(07).99 FROM REC-VALOR-DEVIDO.
               10 LINE 13 COLUMN 10 VALUE "VALOR PAGO:    ".
               10 COLUMN PLUS 2 PIC 9(07).99 FROM REC-VALOR-PAGO.
               10 LINE 14 COLUMN 10 VALUE "SALDO:         ".
               10 COLUMN PLUS 2 PIC -9(07).99 FROM WS-SALDO-REC.
           05 PAG-VALOR.
               10 LINE 15 COLUMN 10 VALUE "VALOR RECEBIDO:".
               10 COLUMN PLUS 2 PIC 9(07)V99 USING WS-VALOR-PAGTO.

       01 TELA-MOTIVO.
           05 LINE 10 COLUMN 10 VALUE "MOTIVO DA DEVOLUCAO:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-MOTIVO-DEVOL
               BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 10 VALUE
               "01-DEFEITO  02-DESISTENCIA  03-ITEM ERRADO".
           05 LINE 12 COLUMN 10 VALUE
               "04-AVARIA NO TRANSPORTE  99-OUTROS".
           05 LINE 13 COLUMN 10 VALUE "DEVOLVER TODOS OS ITENS (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DEVOL-TOTAL.

       01 TELA-DEVOL.
           05 LINE 10 COLUMN 10 VALUE "ITEM:              ".
           05 COLUMN PLUS 2 PIC 9(03) FROM ITEM-SEQ.
           05 COLUMN PLUS 2 PIC 9(06) FROM ITEM-CODIGO.
           05 LINE 11 COLUMN 10 VALUE "DESCRICAO ITEM:    ".
           05 COLUMN PLUS 2 PIC X(30) FROM ITEM-DESCRICAO.
           05 LINE 12 COLUMN 10 VALUE "QTDE VENDIDA:      ".
           05 COLUMN PLUS 2 PIC 9(05) FROM ITEM-QTDE.
           05 LINE 13 COLUMN 10 VALUE "QTDE JA DEVOLVIDA: ".
           05 COLUMN PLUS 2 PIC 9(05) FROM ITEM-QTDE-DEVOL.
           05 LINE 14 COLUMN 10 VALUE "QTDE A DEVOLVER:   ".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-QTDE-DEVOLVER.

       01 TELA-TROCA-FONE.
           05 LINE 10 COLUMN 10 VALUE "TELEFONE ATUAL:".
                   CLOSE SIGNLOG
                   OPEN EXTEND SIGNLOG
               END-IF.
           OPEN I-O PRODUTO
               IF PRODUTO-STATUS = "35" THEN
                   OPEN OUTPUT PRODUTO
                   CLOSE PRODUTO
                   OPEN I-O PRODUTO
               END-IF.
           OPEN I-O RECEBER
               IF RECEBER-STATUS = "35" THEN
                   OPEN OUTPUT RECEBER
                   CLOSE RECEBER
                   OPEN I-O RECEBER
               END-IF.
           OPEN I-O PAGTO
               IF PAGTO-STATUS = "35" THEN
                   OPEN OUTPUT PAGTO
                   CLOSE PAGTO
                   OPEN I-O PAGTO
               END-IF.
           OPEN I-O NOTACRED
               IF NOTACRED-STATUS = "35" THEN
                   OPEN OUTPUT NOTACRED
                   CLOSE NOTACRED
                   OPEN I-O NOTACRED
               END-IF.
           OPEN I-O NOTAFIS
               IF NOTAFIS-STATUS = "35" THEN
                   OPEN OUTPUT NOTAFIS
                   CLOSE NOTAFIS
                   OPEN I-O NOTAFIS
               END-IF.
           OPEN INPUT CEPTAB
               IF CEPTAB-STATUS = "00" THEN
                   MOVE "S" TO WS-TEM-CEPTAB
               END-IF.

       1500-IDENTIFICA-OPERADOR.
           MOVE 0 TO WS-TENTATIVAS.
               CLOSE PEDITEM
               CLOSE USUARIO
               CLOSE SIGNLOG
               CLOSE PRODUTO
               CLOSE RECEBER
               CLOSE PAGTO
               CLOSE NOTACRED
               CLOSE NOTAFIS
               IF TEM-CEPTAB
                   CLOSE CEPTAB
               END-IF
               STOP RUN
           END-IF.

               ADD 1 TO USUARIO-TENTATIVAS
               IF USUARIO-TENTATIVAS NOT LESS WS-MAX-TENTATIVAS
                   SET USUARIO-BLOQUEADO TO TRUE
                   MOVE "BLOQUEIO" TO WS-SIGN-EVENTO
                   MOVE "F" TO WS-SIGN-RESULTADO
                   PERFORM 1560-GRAVA-SIGNLOG
                   MOVE "OPERADOR BLOQUEADO - NIVEL 3 REATIVA" TO
                       WS-MSG-ERRO
               ELSE
               WHEN "D"
               WHEN "F"
               WHEN "H"
               WHEN "K"
               WHEN "L"
               WHEN "M"
               WHEN "N"
               WHEN "O"
                   IF WS-NIVEL-OPERADOR LESS 2
                       MOVE "N" TO WS-PERMITIDO
                   END-IF
               PERFORM 5700-CADASTRA-OPERADOR
               WHEN "V"
               PERFORM 5800-REATIVA-OPERADOR
               WHEN "K"
               PERFORM 5600-CADASTRA-PRODUTO
               WHEN "L"
               PERFORM 6750-BAIXA-PAGAMENTO
               WHEN "M"
               PERFORM 6770-CANCELAR-PEDIDO
               WHEN "N"
               PERFORM 6850-DEVOLVER-PEDIDO
               WHEN "O"
               PERFORM 6950-AVANCAR-ETAPA
               WHEN "P"
               PERFORM 6990-SEGUNDA-VIA-NOTA
               WHEN OTHER
                   IF WS-OPCAO NOT EQUAL 'X'
                       DISPLAY "ENTRE COM UMA OPACAO VALIDA!" AT 1620
           CLOSE PEDITEM
           CLOSE USUARIO
           CLOSE SIGNLOG
           CLOSE PRODUTO
           CLOSE RECEBER
           CLOSE PAGTO
           CLOSE NOTACRED
           CLOSE NOTAFIS
           IF TEM-CEPTAB
               CLOSE CEPTAB
           END-IF
            STOP RUN.

       5000-INCLUIR.
               ACCEPT MOSTRA-ERRO
               ACCEPT WS-TECLA
           ELSE
               DISPLAY TELA-REGISTRO
               SET CLIENTE-ATIVO TO TRUE
               WRITE CLIENTES-REG
                   INVALID KEY
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK AND TEM-CEPTAB
               IF CLIENTES-CEP NOT EQUAL SPACES
                   PERFORM 5150-CONFERE-CEP
               END-IF
           END-IF.

       5150-CONFERE-CEP.
           MOVE "N" TO WS-CEP-ACHADO.
           MOVE CLIENTES-CEP(1:5) TO WS-CEP-NUM(1:5).
           MOVE CLIENTES-CEP(7:3) TO WS-CEP-NUM(6:3).
           MOVE WS-CEP-NUM TO CEPTAB-CEP-FIM.
           START CEPTAB KEY IS GREATER THAN OR EQUAL CEPTAB-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF CEPTAB-STATUS EQUAL "00"
               READ CEPTAB NEXT
                   AT END CONTINUE
               END-READ
               IF CEPTAB-STATUS EQUAL "00" AND
                  CEPTAB-CEP-INI NOT GREATER WS-CEP-NUM
                   MOVE "S" TO WS-CEP-ACHADO
               END-IF
           END-IF.
           IF NOT CEP-ACHADO
               MOVE "N" TO WS-CAMPO-OK
               MOVE "CEP NAO ENCONTRADO NA TABELA" TO WS-MSG-ERRO
           ELSE
               IF CLIENTES-UF NOT EQUAL SPACES AND
                  CLIENTES-UF NOT EQUAL CEPTAB-UF
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "UF NAO CONFERE COM O CEP" TO WS-MSG-ERRO
               ELSE
                   MOVE CEPTAB-UF TO CLIENTES-UF
                   MOVE CEPTAB-CIDADE TO CLIENTES-CIDADE
               END-IF
           END-IF.

       5700-CADASTRA-OPERADOR.
           MOVE "MODULO - CADASTRO OPERADOR" TO WS-MODULO.
           MOVE SPACES TO PEDIDO-DESCRICAO.
           MOVE 0 TO PEDIDO-VALOR.
           MOVE 0 TO PEDIDO-DATA-ENC.
           SET ETAPA-AGUARDANDO TO TRUE.
           MOVE 0 TO PEDIDO-SEP-DATA PEDIDO-EXP-DATA PEDIDO-ENT-DATA.
           MOVE SPACES TO PEDIDO-SEP-OPERADOR PEDIDO-EXP-OPERADOR
               PEDIDO-ENT-OPERADOR PEDIDO-RASTREIO.
           DISPLAY TELA-PEDIDO.
           ACCEPT PED-DADOS.
           MOVE "S" TO WS-CAMPO-OK.
               MOVE "N" TO WS-CONTINUA-ITEM
           ELSE
               MOVE "S" TO WS-CAMPO-OK
               MOVE ITEM-CODIGO TO PRODUTO-CODIGO
               READ PRODUTO
               IF PRODUTO-STATUS NOT EQUAL "00"
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM 9630-TRATA-STATUS-PRODUTO
               ELSE
                   IF NOT PRODUTO-ATIVO
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "PRODUTO INATIVO" TO WS-MSG-ERRO
                   ELSE
                       MOVE PRODUTO-DESCRICAO TO ITEM-DESCRICAO
                       MOVE PRODUTO-PRECO TO ITEM-VALOR-UNIT
                       DISPLAY TELA-ITEM
                   END-IF
               END-IF
               IF CAMPO-OK
                   IF ITEM-QTDE EQUAL ZEROS
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "QUANTIDADE ZERADA" TO WS-MSG-ERRO
                   END-IF
               END-IF
               IF CAMPO-OK
                   IF ITEM-VALOR-UNIT EQUAL ZEROS
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "PRODUTO SEM PRECO" TO WS-MSG-ERRO
                   END-IF
               END-IF
               IF CAMPO-OK
                   IF ITEM-QTDE GREATER PRODUTO-ESTOQUE
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "ESTOQUE INSUFICIENTE" TO WS-MSG-ERRO
                   END-IF
               END-IF
               IF CAMPO-INVALIDO
                   ADD 1 TO WS-ITEM-SEQ
                   MOVE WS-ITEM-SEQ TO ITEM-SEQ
                   COMPUTE ITEM-VALOR = ITEM-QTDE * ITEM-VALOR-UNIT
                   MOVE 0 TO ITEM-QTDE-DEVOL
                   WRITE ITENS-REG
                       INVALID KEY
                           PERFORM 9620-TRATA-STATUS-ITEM
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-ITENS
                           ADD ITEM-VALOR TO WS-VALOR-PEDIDO
                           PERFORM 5540-BAIXA-ESTOQUE
                   END-WRITE
               END-IF
           END-IF.

       5540-BAIXA-ESTOQUE.
           SUBTRACT ITEM-QTDE FROM PRODUTO-ESTOQUE.
           REWRITE PRODUTOS-REG
               INVALID KEY
                   PERFORM 9630-TRATA-STATUS-PRODUTO
                   ACCEPT MOSTRA-ERRO
           END-REWRITE.

       5600-CADASTRA-PRODUTO.
           MOVE "MODULO - CADASTRO PRODUTOS" TO WS-MODULO.
           DISPLAY TELA.
           MOVE 0 TO PRODUTO-CODIGO.
           MOVE SPACES TO PRODUTO-DESCRICAO.
           MOVE 0 TO PRODUTO-PRECO.
           MOVE 0 TO PRODUTO-ESTOQUE.
           MOVE 0 TO PRODUTO-PONTO-REPOSICAO.
           MOVE "A" TO PRODUTO-STATUS-REG.
           DISPLAY TELA-PRODUTO.
           ACCEPT PROD-CHAVE.
           MOVE "S" TO WS-CAMPO-OK.
           MOVE "N" TO WS-PRODUTO-NOVO.
           IF PRODUTO-CODIGO EQUAL ZEROS
               MOVE "N" TO WS-CAMPO-OK
               MOVE "CODIGO ZERADO" TO WS-MSG-ERRO
           ELSE
               READ PRODUTO
               IF PRODUTO-STATUS EQUAL "23"
                   MOVE "S" TO WS-PRODUTO-NOVO
                   MOVE SPACES TO PRODUTO-DESCRICAO
                   MOVE 0 TO PRODUTO-PRECO
                   MOVE 0 TO PRODUTO-ESTOQUE
                   MOVE 0 TO PRODUTO-PONTO-REPOSICAO
                   MOVE "A" TO PRODUTO-STATUS-REG
               ELSE
                   IF PRODUTO-STATUS NOT EQUAL "00"
                       MOVE "N" TO WS-CAMPO-OK
                       PERFORM 9630-TRATA-STATUS-PRODUTO
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK
               DISPLAY PROD-DADOS
               ACCEPT PROD-DADOS
               PERFORM 5610-VALIDA-PRODUTO
           END-IF.
           IF CAMPO-INVALIDO
               ACCEPT MOSTRA-ERRO
           ELSE
               IF PRODUTO-NOVO
                   WRITE PRODUTOS-REG
                       INVALID KEY
                           PERFORM 9630-TRATA-STATUS-PRODUTO
                       NOT INVALID KEY
                           MOVE "PRODUTO INCLUIDO" TO WS-MSG-ERRO
                   END-WRITE
               ELSE
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           PERFORM 9630-TRATA-STATUS-PRODUTO
                       NOT INVALID KEY
                           MOVE "PRODUTO ALTERADO" TO WS-MSG-ERRO
                   END-REWRITE
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

       5610-VALIDA-PRODUTO.
           MOVE "S" TO WS-CAMPO-OK.
           IF PRODUTO-DESCRICAO EQUAL SPACES
               MOVE "N" TO WS-CAMPO-OK
               MOVE "DESCRICAO EM BRANCO" TO WS-MSG-ERRO
           END-IF.
           IF CAMPO-OK
               IF PRODUTO-PRECO EQUAL ZEROS
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "PRECO ZERADO" TO WS-MSG-ERRO
               END-IF
           END-IF.
           IF CAMPO-OK
               IF NOT PRODUTO-ATIVO AND NOT PRODUTO-INATIVO
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "SITUACAO INVALIDA (A/I)" TO WS-MSG-ERRO
               END-IF
           END-IF.

       6000-CONSULTAR.
           MOVE "MODULO - CONSULTA" TO WS-MODULO.
           DISPLAY TELA.
               MOVE PEDIDO-VALOR TO WS-VALOR-ED
               DISPLAY PEDIDO-NUMERO " " PEDIDO-DATA " "
                   PEDIDO-STATUS-REG " " PEDIDO-DESCRICAO
                   " " WS-VALOR-ED " " PEDIDO-ETAPA
               PERFORM 6620-LISTA-ITENS
           ELSE
               MOVE "N" TO WS-CONTINUA-PEDIDO
               INVALID KEY
               PERFORM 9610-TRATA-STATUS-PEDIDO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PEDIDO-ENCERRADO
                           MOVE "PEDIDO JA ENCERRADO" TO WS-MSG-ERRO
                       WHEN PEDIDO-CANCELADO
                           MOVE "PEDIDO CANCELADO" TO WS-MSG-ERRO
                       WHEN PEDIDO-DEVOLVIDO
                           MOVE "PEDIDO DEVOLVIDO" TO WS-MSG-ERRO
                       WHEN OTHER
                           MOVE "ENCONTRADO S/N? " TO WS-MSG-ERRO
                           DISPLAY PED-DADOS
                   END-EVALUATE
               END-READ.
                   ACCEPT MOSTRA-ERRO.
                   IF WS-TECLA EQUAL "S" AND PEDIDO-STATUS = "00"
                           AND PEDIDO-ABERTO
                       SET PEDIDO-ENCERRADO TO TRUE
                       ACCEPT PEDIDO-DATA-ENC FROM DATE YYYYMMDD
                       PERFORM 6730-GRAVA-NOTA-FISCAL
                       IF NOTA-GRAVADA
                           REWRITE PEDIDOS-REG
                               INVALID KEY
                                   PERFORM 9610-TRATA-STATUS-PEDIDO
                                   PERFORM 6736-DESFAZ-NOTA-FISCAL
                                   ACCEPT MOSTRA-ERRO
                               NOT INVALID KEY
                                   PERFORM 6734-GRAVA-CONTROLE-NF
                                   MOVE SPACES TO WS-MSG-ERRO
                                   MOVE "PEDIDO ENCERRADO - NF"
                                       TO WS-MSG-ERRO(1:21)
                                   MOVE NF-NUMERO TO WS-MSG-ERRO(23:6)
                                   PERFORM 6710-GERA-RECEBER
                                   MOVE "N" TO WS-SEGUNDA-VIA
                                   PERFORM 6740-IMPRIME-NOTA
                                   ACCEPT MOSTRA-ERRO
                           END-REWRITE
                       ELSE
                       ACCEPT MOSTRA-ERRO
                       END-IF
                   END-IF.

       6710-GERA-RECEBER.
           MOVE PEDIDO-NUMERO TO REC-PEDIDO.
           MOVE PEDIDO-FONE TO REC-FONE.
           MOVE PEDIDO-DATA-ENC TO REC-DATA-EMISSAO.
           PERFORM 6720-CALCULA-VENCIMENTO.
           MOVE WS-VEN-DATA TO REC-DATA-VENC.
           MOVE PEDIDO-VALOR TO REC-VALOR-DEVIDO.
           MOVE 0 TO REC-VALOR-PAGO.
           MOVE 0 TO REC-QTD-PAGTOS.
           MOVE 0 TO REC-DATA-ULT-PAGTO.
           IF PEDIDO-VALOR EQUAL ZEROS
               SET REC-QUITADO TO TRUE
           ELSE
               SET REC-ABERTO TO TRUE
           END-IF.
           WRITE RECEBER-REG
               INVALID KEY
                   PERFORM 9640-TRATA-STATUS-RECEBER
           END-WRITE.

       6720-CALCULA-VENCIMENTO.
           MOVE PEDIDO-DATA-ENC(1:4) TO WS-VEN-ANO.
           MOVE PEDIDO-DATA-ENC(5:2) TO WS-VEN-MES.
           MOVE PEDIDO-DATA-ENC(7:2) TO WS-VEN-DIA.
           COMPUTE WS-VEN-TOT-MESES = WS-VEN-ANO * 12 + WS-VEN-MES
               + WS-PRAZO-MESES.
           COMPUTE WS-VEN-ANO = (WS-VEN-TOT-MESES - 1) / 12.
           COMPUTE WS-VEN-MES = WS-VEN-TOT-MESES
               - WS-VEN-ANO * 12.
           IF WS-VEN-DIA GREATER 28
               MOVE 28 TO WS-VEN-DIA
           END-IF.
           COMPUTE WS-VEN-DATA = WS-VEN-ANO * 10000
               + WS-VEN-MES * 100 + WS-VEN-DIA.

       6730-GRAVA-NOTA-FISCAL.
           MOVE "N" TO WS-NOTA-GRAVADA.
           PERFORM 6732-PROXIMO-NUMERO-NF.
           MOVE PEDIDO-FONE TO CLIENTES-FONE.
           READ CLIENTE
               INVALID KEY
                   MOVE SPACES TO CLIENTES-NOME CLIENTES-ENDERECO
                   MOVE SPACES TO CLIENTES-CIDADE CLIENTES-UF
                   MOVE SPACES TO CLIENTES-CEP
           END-READ.
           MOVE WS-NUMERO-NF TO NF-NUMERO.
           MOVE PEDIDO-NUMERO TO NF-PEDIDO.
           MOVE PEDIDO-FONE TO NF-FONE.
           MOVE PEDIDO-DATA-ENC TO NF-DATA.
           MOVE PEDIDO-VALOR TO NF-VALOR.
           MOVE CLIENTES-NOME TO NF-NOME.
           MOVE CLIENTES-ENDERECO TO NF-ENDERECO.
           MOVE CLIENTES-CIDADE TO NF-CIDADE.
           MOVE CLIENTES-UF TO NF-UF.
           MOVE CLIENTES-CEP TO NF-CEP.
           MOVE WS-OPERADOR TO NF-OPERADOR.
           MOVE 1 TO NF-QTD-VIAS.
           MOVE 0 TO NF-DATA-ULT-VIA.
           WRITE NOTAFIS-REG
               INVALID KEY
                   PERFORM 9670-TRATA-STATUS-NF
               NOT INVALID KEY
                   MOVE "S" TO WS-NOTA-GRAVADA
           END-WRITE.

       6732-PROXIMO-NUMERO-NF.
           MOVE 0 TO WS-NUMERO-NF.
           OPEN INPUT NFCTL.
           IF NFCTL-STATUS EQUAL "00"
               READ NFCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NFCTL-ULT-NUMERO TO WS-NUMERO-NF
               END-READ
               CLOSE NFCTL
           END-IF.
           ADD 1 TO WS-NUMERO-NF.
           MOVE "S" TO WS-NUMERO-OCUPADO.
           PERFORM 6733-CONFERE-NUMERO-NF
               UNTIL NOT NUMERO-OCUPADO.

       6733-CONFERE-NUMERO-NF.
           MOVE WS-NUMERO-NF TO NF-NUMERO.
           READ NOTAFIS
               INVALID KEY
                   MOVE "N" TO WS-NUMERO-OCUPADO
               NOT INVALID KEY
                   ADD 1 TO WS-NUMERO-NF
           END-READ.

       6734-GRAVA-CONTROLE-NF.
           OPEN OUTPUT NFCTL.
           MOVE WS-NUMERO-NF TO NFCTL-ULT-NUMERO.
           WRITE NFCTL-REG.
           IF NFCTL-STATUS NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR CONTROLE DE NOTA FISCAL"
                   TO WS-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           CLOSE NFCTL.

       6736-DESFAZ-NOTA-FISCAL.
           DELETE NOTAFIS RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       6740-IMPRIME-NOTA.
           MOVE SPACES TO WS-ARQ-NOTA.
           IF SEGUNDA-VIA
               STRING "C:\PROJETO_COBOL\NF" DELIMITED BY SIZE
                      NF-NUMERO DELIMITED BY SIZE
                      "SV.TXT" DELIMITED BY SIZE
                   INTO WS-ARQ-NOTA
           ELSE
               STRING "C:\PROJETO_COBOL\NF" DELIMITED BY SIZE
                      NF-NUMERO DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                   INTO WS-ARQ-NOTA
           END-IF.
           OPEN OUTPUT IMPNF.
           IF IMPNF-STATUS NOT EQUAL "00"
               MOVE "ERRO AO ABRIR ARQUIVO DA NOTA FISCAL"
                   TO WS-MSG-ERRO
           ELSE
               PERFORM 6742-IMPRIME-CABECALHO-NF
               PERFORM 6744-IMPRIME-ITENS-NF
               PERFORM 6748-IMPRIME-TOTAL-NF
               CLOSE IMPNF
           END-IF.

       6742-IMPRIME-CABECALHO-NF.
           MOVE SPACES TO IMPNF-REG.
           MOVE "NOTA FISCAL DE VENDA" TO IMPNF-DADOS(1:20).
           MOVE "NUMERO" TO IMPNF-DADOS(50:6).
           MOVE NF-NUMERO TO IMPNF-DADOS(57:6).
           WRITE IMPNF-REG.
           IF SEGUNDA-VIA
               MOVE SPACES TO IMPNF-REG
               MOVE "*** SEGUNDA VIA ***" TO IMPNF-DADOS(1:19)
               MOVE "REIMPRESSA EM" TO IMPNF-DADOS(50:13)
               MOVE NF-DATA-ULT-VIA TO IMPNF-DADOS(64:8)
               WRITE IMPNF-REG
           END-IF.
           MOVE "============================================="
               TO IMPNF-REG.
           WRITE IMPNF-REG.
           MOVE SPACES TO IMPNF-REG.
           MOVE "DATA DE EMISSAO:" TO IMPNF-DADOS(1:16).
           MOVE NF-DATA TO IMPNF-DADOS(18:8).
           MOVE "PEDIDO:" TO IMPNF-DADOS(50:7).
           MOVE NF-PEDIDO TO IMPNF-DADOS(58:6).
           WRITE IMPNF-REG.
           MOVE SPACES TO IMPNF-REG.
           WRITE IMPNF-REG.
           MOVE "CLIENTE:" TO IMPNF-DADOS(1:8).
           MOVE NF-NOME TO IMPNF-DADOS(11:30).
           MOVE "FONE:" TO IMPNF-DADOS(50:5).
           MOVE NF-FONE TO IMPNF-DADOS(56:9).
           WRITE IMPNF-REG.
           MOVE SPACES TO IMPNF-REG.
           MOVE "ENDERECO:" TO IMPNF-DADOS(1:9).
           MOVE NF-ENDERECO TO IMPNF-DADOS(11:30).
           WRITE IMPNF-REG.
           MOVE SPACES TO IMPNF-REG.
           MOVE NF-CIDADE TO IMPNF-DADOS(11:20).
           MOVE NF-UF TO IMPNF-DADOS(32:2).
           MOVE "CEP:" TO IMPNF-DADOS(50:4).
           MOVE NF-CEP TO IMPNF-DADOS(55:9).
           WRITE IMPNF-REG.
           MOVE SPACES TO IMPNF-REG.
           WRITE IMPNF-REG.
           MOVE "SEQ" TO IMPNF-DADOS(1:3).
           MOVE "CODIGO" TO IMPNF-DADOS(5:6).
           MOVE "DESCRICAO" TO IMPNF-DADOS(12:9).
           MOVE "QTDE" TO IMPNF-DADOS(44:4).
           MOVE "VL UNIT" TO IMPNF-DADOS(50:7).
           MOVE "VL TOTAL" TO IMPNF-DADOS(60:8).
           WRITE IMPNF-REG.
           MOVE "============================================="
               TO IMPNF-REG.
           WRITE IMPNF-REG.

       6744-IMPRIME-ITENS-NF.
           MOVE NF-PEDIDO TO ITEM-PEDIDO.
           MOVE 0 TO ITEM-SEQ.
           START PEDITEM KEY IS GREATER THAN OR EQUAL ITEM-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF ITEM-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-ITEM
               PERFORM 6746-IMPRIME-UM-ITEM-NF
                   UNTIL NOT CONTINUA-ITEM
           END-IF.

       6746-IMPRIME-UM-ITEM-NF.
           READ PEDITEM NEXT
               AT END MOVE "N" TO WS-CONTINUA-ITEM
           END-READ.
           IF ITEM-STATUS EQUAL "00" AND
              ITEM-PEDIDO EQUAL NF-PEDIDO
               MOVE SPACES TO IMPNF-REG
               MOVE ITEM-SEQ TO IMPNF-DADOS(1:3)
               MOVE ITEM-CODIGO TO IMPNF-DADOS(5:6)
               MOVE ITEM-DESCRICAO TO IMPNF-DADOS(12:30)
               MOVE ITEM-QTDE TO IMPNF-DADOS(43:5)
               MOVE ITEM-VALOR-UNIT TO WS-VALOR-UNIT-ED
               MOVE WS-VALOR-UNIT-ED TO IMPNF-DADOS(49:8)
               MOVE ITEM-VALOR TO WS-VALOR-ED
               MOVE WS-VALOR-ED TO IMPNF-DADOS(58:10)
               WRITE IMPNF-REG
           ELSE
               MOVE "N" TO WS-CONTINUA-ITEM
           END-IF.

       6748-IMPRIME-TOTAL-NF.
           MOVE "============================================="
               TO IMPNF-REG.
           WRITE IMPNF-REG.
           MOVE SPACES TO IMPNF-REG.
           MOVE "TOTAL DA NOTA" TO IMPNF-DADOS(1:13).
           MOVE NF-VALOR TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO IMPNF-DADOS(58:10).
           WRITE IMPNF-REG.
           IF SEGUNDA-VIA
               MOVE SPACES TO IMPNF-REG
               WRITE IMPNF-REG
               MOVE "*** SEGUNDA VIA ***" TO IMPNF-DADOS(1:19)
               MOVE "VIA NUMERO" TO IMPNF-DADOS(50:10)
               MOVE NF-QTD-VIAS TO IMPNF-DADOS(61:3)
               WRITE IMPNF-REG
           END-IF.

       6750-BAIXA-PAGAMENTO.
           MOVE "MODULO - BAIXA PAGAMENTO" TO WS-MODULO.
           DISPLAY TELA.
           MOVE 0 TO REC-PEDIDO.
           MOVE 0 TO REC-FONE.
           MOVE 0 TO REC-DATA-VENC.
           MOVE 0 TO REC-VALOR-DEVIDO.
           MOVE 0 TO REC-VALOR-PAGO.
           MOVE 0 TO WS-SALDO-REC.
           MOVE 0 TO WS-VALOR-PAGTO.
           DISPLAY TELA-PAGTO.
           ACCEPT PAG-CHAVE.
           MOVE "S" TO WS-CAMPO-OK.
           READ RECEBER
               INVALID KEY
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM 9640-TRATA-STATUS-RECEBER
               NOT INVALID KEY
                   IF REC-QUITADO
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "TITULO JA QUITADO" TO WS-MSG-ERRO
                   END-IF
           END-READ.
           IF CAMPO-OK
               COMPUTE WS-SALDO-REC = REC-VALOR-DEVIDO
                   - REC-VALOR-PAGO
               DISPLAY PAG-DADOS
               ACCEPT PAG-VALOR
               IF WS-VALOR-PAGTO EQUAL ZEROS
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "VALOR ZERADO" TO WS-MSG-ERRO
               ELSE
                   IF WS-VALOR-PAGTO GREATER WS-SALDO-REC
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "VALOR MAIOR QUE O SALDO" TO WS-MSG-ERRO
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK
               PERFORM 6760-GRAVA-PAGAMENTO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       6760-GRAVA-PAGAMENTO.
           ADD 1 TO REC-QTD-PAGTOS.
           MOVE REC-PEDIDO TO PAGTO-PEDIDO.
           MOVE REC-QTD-PAGTOS TO PAGTO-SEQ.
           ACCEPT PAGTO-DATA FROM DATE YYYYMMDD.
           MOVE WS-VALOR-PAGTO TO PAGTO-VALOR.
           MOVE WS-OPERADOR TO PAGTO-OPERADOR.
           WRITE PAGTO-REG
               INVALID KEY
                   PERFORM 9650-TRATA-STATUS-PAGTO
               NOT INVALID KEY
                   ADD WS-VALOR-PAGTO TO REC-VALOR-PAGO
                   MOVE PAGTO-DATA TO REC-DATA-ULT-PAGTO
                   IF REC-VALOR-PAGO NOT LESS REC-VALOR-DEVIDO
                       SET REC-QUITADO TO TRUE
                   END-IF
                   REWRITE RECEBER-REG
                       INVALID KEY
                           PERFORM 9640-TRATA-STATUS-RECEBER
                       NOT INVALID KEY
                           IF REC-QUITADO
                               MOVE "PAGAMENTO REGISTRADO - QUITADO"
                                   TO WS-MSG-ERRO
                           ELSE
                               MOVE "PAGAMENTO PARCIAL REGISTRADO"
                                   TO WS-MSG-ERRO
                           END-IF
                   END-REWRITE
           END-WRITE.

       6770-CANCELAR-PEDIDO.
           MOVE "MODULO - CANCELA PEDIDO" TO WS-MODULO.
           DISPLAY TELA.
           MOVE 0 TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-FONE.
           MOVE SPACES TO PEDIDO-DESCRICAO.
           DISPLAY TELA-PEDIDO.
           ACCEPT PED-CHAVE.
           READ PEDIDO
               INVALID KEY
                   PERFORM 9610-TRATA-STATUS-PEDIDO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PEDIDO-ABERTO
                           MOVE "SO PEDIDO ABERTO PODE SER CANCELADO"
                               TO WS-MSG-ERRO
                       WHEN PEDIDO-ETAPA GREATER 1
                           MOVE "PEDIDO JA EXPEDIDO - NAO CANCELA"
                               TO WS-MSG-ERRO
                       WHEN OTHER
                           MOVE "CANCELAR O PEDIDO S/N? " TO WS-MSG-ERRO
                           DISPLAY PED-DADOS
                   END-EVALUATE
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WS-TECLA EQUAL "S" AND PEDIDO-STATUS = "00"
                   AND PEDIDO-ABERTO AND PEDIDO-ETAPA LESS 2
               SET PEDIDO-CANCELADO TO TRUE
               ACCEPT PEDIDO-DATA-ENC FROM DATE YYYYMMDD
               REWRITE PEDIDOS-REG
                   INVALID KEY
                       PERFORM 9610-TRATA-STATUS-PEDIDO
                   NOT INVALID KEY
                       PERFORM 6775-REPOE-ITENS-PEDIDO
                       MOVE "PEDIDO CANCELADO" TO WS-MSG-ERRO
               END-REWRITE
               ACCEPT MOSTRA-ERRO
           END-IF.

       6775-REPOE-ITENS-PEDIDO.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO.
           MOVE 0 TO ITEM-SEQ.
           START PEDITEM KEY IS GREATER THAN OR EQUAL ITEM-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF ITEM-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-ITEM
               PERFORM 6776-REPOE-UM-ITEM
                   UNTIL NOT CONTINUA-ITEM
           END-IF.

       6776-REPOE-UM-ITEM.
           READ PEDITEM NEXT
               AT END MOVE "N" TO WS-CONTINUA-ITEM
           END-READ.
           IF ITEM-STATUS EQUAL "00" AND
              ITEM-PEDIDO EQUAL PEDIDO-NUMERO
               COMPUTE WS-QTDE-REPOR = ITEM-QTDE - ITEM-QTDE-DEVOL
               PERFORM 6780-REPOE-ESTOQUE
           ELSE
               MOVE "N" TO WS-CONTINUA-ITEM
           END-IF.

       6780-REPOE-ESTOQUE.
           IF WS-QTDE-REPOR GREATER ZEROS
               MOVE ITEM-CODIGO TO PRODUTO-CODIGO
               READ PRODUTO
               IF PRODUTO-STATUS EQUAL "00"
                   ADD WS-QTDE-REPOR TO PRODUTO-ESTOQUE
                   REWRITE PRODUTOS-REG
                       INVALID KEY
                           PERFORM 9630-TRATA-STATUS-PRODUTO
                           ACCEPT MOSTRA-ERRO
                   END-REWRITE
               END-IF
           END-IF.

       6800-CONTA-PEDIDOS.
           MOVE 0 TO WS-QTD-PEDIDOS.
           MOVE 0 TO WS-QTD-PED-ABERTOS.
               MOVE "N" TO WS-CONTINUA-PEDIDO
           END-IF.

       6850-DEVOLVER-PEDIDO.
           MOVE "MODULO - DEVOLUCAO PEDIDO" TO WS-MODULO.
           DISPLAY TELA.
           MOVE 0 TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-FONE.
           MOVE SPACES TO PEDIDO-DESCRICAO.
           DISPLAY TELA-PEDIDO.
           ACCEPT PED-CHAVE.
           READ PEDIDO
               INVALID KEY
                   PERFORM 9610-TRATA-STATUS-PEDIDO
               NOT INVALID KEY
                   IF PEDIDO-ENCERRADO
                       MOVE "ENCONTRADO S/N? " TO WS-MSG-ERRO
                       DISPLAY PED-DADOS
                   ELSE
                       MOVE "SO PEDIDO ENCERRADO ACEITA DEVOLUCAO"
                           TO WS-MSG-ERRO
                   END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WS-TECLA EQUAL "S" AND PEDIDO-STATUS = "00"
                   AND PEDIDO-ENCERRADO
               PERFORM 6855-INFORMA-MOTIVO
               IF CAMPO-OK
                   PERFORM 6860-DEVOLVE-ITENS
                   IF WS-VALOR-CREDITO GREATER ZEROS
                       PERFORM 6870-EMITE-NOTA-CREDITO
                   ELSE
                       MOVE "NENHUM ITEM DEVOLVIDO" TO WS-MSG-ERRO
                   END-IF
               END-IF
               ACCEPT MOSTRA-ERRO
           END-IF.

       6855-INFORMA-MOTIVO.
           DISPLAY TELA.
           MOVE 0 TO WS-MOTIVO-DEVOL.
           MOVE "N" TO WS-DEVOL-TOTAL.
           DISPLAY TELA-MOTIVO.
           ACCEPT TELA-MOTIVO.
           MOVE "S" TO WS-CAMPO-OK.
           IF NOT MOTIVO-VALIDO
               MOVE "N" TO WS-CAMPO-OK
               MOVE "MOTIVO INVALIDO" TO WS-MSG-ERRO
           ELSE
               IF WS-DEVOL-TOTAL NOT EQUAL "S" AND
                  WS-DEVOL-TOTAL NOT EQUAL "N"
                   MOVE "N" TO WS-CAMPO-OK
                   MOVE "RESPONDA S OU N" TO WS-MSG-ERRO
               END-IF
           END-IF.

       6860-DEVOLVE-ITENS.
           MOVE 0 TO WS-VALOR-CREDITO.
           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE ZEROS TO WS-TABELA-DEVOL.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO.
           MOVE 0 TO ITEM-SEQ.
           START PEDITEM KEY IS GREATER THAN OR EQUAL ITEM-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF ITEM-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-ITEM
               PERFORM 6865-DEVOLVE-UM-ITEM
                   UNTIL NOT CONTINUA-ITEM
           END-IF.

       6865-DEVOLVE-UM-ITEM.
           READ PEDITEM NEXT
               AT END MOVE "N" TO WS-CONTINUA-ITEM
           END-READ.
           IF ITEM-STATUS EQUAL "00" AND
              ITEM-PEDIDO EQUAL PEDIDO-NUMERO
               COMPUTE WS-QTDE-SALDO = ITEM-QTDE - ITEM-QTDE-DEVOL
               MOVE 0 TO WS-QTDE-DEVOLVER
               IF WS-QTDE-SALDO GREATER ZEROS
                   IF DEVOLUCAO-TOTAL
                       MOVE WS-QTDE-SALDO TO WS-QTDE-DEVOLVER
                   ELSE
                       DISPLAY TELA
                       DISPLAY TELA-DEVOL
                       ACCEPT TELA-DEVOL
                       IF WS-QTDE-DEVOLVER GREATER WS-QTDE-SALDO
                           MOVE "QTDE MAIOR QUE O SALDO DO ITEM"
                               TO WS-MSG-ERRO
                           ACCEPT MOSTRA-ERRO
                           MOVE 0 TO WS-QTDE-DEVOLVER
                       END-IF
                   END-IF
               END-IF
               IF WS-QTDE-DEVOLVER GREATER ZEROS
                   MOVE WS-QTDE-DEVOLVER TO WS-DEVOL-QTDE(ITEM-SEQ)
                   COMPUTE WS-VALOR-CREDITO = WS-VALOR-CREDITO
                       + WS-QTDE-DEVOLVER * ITEM-VALOR-UNIT
               END-IF
               IF ITEM-QTDE-DEVOL + WS-QTDE-DEVOLVER LESS ITEM-QTDE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           ELSE
               MOVE "N" TO WS-CONTINUA-ITEM
           END-IF.

       6870-EMITE-NOTA-CREDITO.
           PERFORM 6875-PROXIMO-NUMERO-NOTA.
           MOVE WS-NUMERO-NOTA TO NC-NUMERO.
           MOVE PEDIDO-NUMERO TO NC-PEDIDO.
           MOVE PEDIDO-FONE TO NC-FONE.
           ACCEPT NC-DATA FROM DATE YYYYMMDD.
           MOVE WS-VALOR-CREDITO TO NC-VALOR.
           MOVE WS-MOTIVO-DEVOL TO NC-MOTIVO.
           MOVE WS-OPERADOR TO NC-OPERADOR.
           WRITE NOTACRED-REG
               INVALID KEY
                   PERFORM 9660-TRATA-STATUS-NOTA
               NOT INVALID KEY
                   PERFORM 6877-GRAVA-CONTROLE-NOTA
                   PERFORM 6885-BAIXA-ITENS-DEVOL
                   PERFORM 6880-ABATE-RECEBER
                   IF WS-QTD-PENDENTES EQUAL ZEROS
                       SET PEDIDO-DEVOLVIDO TO TRUE
                       REWRITE PEDIDOS-REG
                           INVALID KEY
                               PERFORM 9610-TRATA-STATUS-PEDIDO
                               ACCEPT MOSTRA-ERRO
                       END-REWRITE
                   END-IF
                   MOVE SPACES TO WS-MSG-ERRO
                   MOVE "NOTA DE CREDITO" TO WS-MSG-ERRO(1:15)
                   MOVE NC-NUMERO TO WS-MSG-ERRO(17:6)
                   MOVE "EMITIDA" TO WS-MSG-ERRO(24:7)
           END-WRITE.

       6875-PROXIMO-NUMERO-NOTA.
           MOVE 0 TO WS-NUMERO-NOTA.
           OPEN INPUT NCCTL.
           IF NCCTL-STATUS EQUAL "00"
               READ NCCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NCCTL-ULT-NUMERO TO WS-NUMERO-NOTA
               END-READ
               CLOSE NCCTL
           END-IF.
           ADD 1 TO WS-NUMERO-NOTA.
           MOVE "S" TO WS-NUMERO-OCUPADO.
           PERFORM 6876-CONFERE-NUMERO-NOTA
               UNTIL NOT NUMERO-OCUPADO.

       6876-CONFERE-NUMERO-NOTA.
           MOVE WS-NUMERO-NOTA TO NC-NUMERO.
           READ NOTACRED
               INVALID KEY
                   MOVE "N" TO WS-NUMERO-OCUPADO
               NOT INVALID KEY
                   ADD 1 TO WS-NUMERO-NOTA
           END-READ.

       6877-GRAVA-CONTROLE-NOTA.
           OPEN OUTPUT NCCTL.
           MOVE WS-NUMERO-NOTA TO NCCTL-ULT-NUMERO.
           WRITE NCCTL-REG.
           IF NCCTL-STATUS NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR CONTROLE DE NOTA" TO WS-MSG-ERRO
               ACCEPT MOSTRA-ERRO
           END-IF.
           CLOSE NCCTL.

       6880-ABATE-RECEBER.
           MOVE PEDIDO-NUMERO TO REC-PEDIDO.
           READ RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-VALOR-CREDITO GREATER REC-VALOR-DEVIDO
                       MOVE 0 TO REC-VALOR-DEVIDO
                   ELSE
                       SUBTRACT WS-VALOR-CREDITO FROM REC-VALOR-DEVIDO
                   END-IF
                   IF REC-VALOR-PAGO NOT LESS REC-VALOR-DEVIDO
                       SET REC-QUITADO TO TRUE
                   END-IF
                   REWRITE RECEBER-REG
                       INVALID KEY
                           PERFORM 9640-TRATA-STATUS-RECEBER
                           ACCEPT MOSTRA-ERRO
                   END-REWRITE
           END-READ.

       6885-BAIXA-ITENS-DEVOL.
           MOVE PEDIDO-NUMERO TO ITEM-PEDIDO.
           MOVE 0 TO ITEM-SEQ.
           START PEDITEM KEY IS GREATER THAN OR EQUAL ITEM-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF ITEM-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-ITEM
               PERFORM 6886-BAIXA-UM-ITEM-DEVOL
                   UNTIL NOT CONTINUA-ITEM
           END-IF.

       6886-BAIXA-UM-ITEM-DEVOL.
           READ PEDITEM NEXT
               AT END MOVE "N" TO WS-CONTINUA-ITEM
           END-READ.
           IF ITEM-STATUS EQUAL "00" AND
              ITEM-PEDIDO EQUAL PEDIDO-NUMERO
               IF WS-DEVOL-QTDE(ITEM-SEQ) GREATER ZEROS
                   ADD WS-DEVOL-QTDE(ITEM-SEQ) TO ITEM-QTDE-DEVOL
                   REWRITE ITENS-REG
                       INVALID KEY
                           PERFORM 9620-TRATA-STATUS-ITEM
                           ACCEPT MOSTRA-ERRO
                       NOT INVALID KEY
                           MOVE WS-DEVOL-QTDE(ITEM-SEQ) TO WS-QTDE-REPOR
                           PERFORM 6780-REPOE-ESTOQUE
                   END-REWRITE
               END-IF
           ELSE
               MOVE "N" TO WS-CONTINUA-ITEM
           END-IF.

       6900-CONSULTA-HISTORICO.
           MOVE "MODULO - CONSULTA HISTORICO" TO WS-MODULO.
           DISPLAY TELA.
                   MOVE "S" TO WS-FIM-HIST
           END-WRITE.

       6950-AVANCAR-ETAPA.
           MOVE "MODULO - ETAPA DO PEDIDO" TO WS-MODULO.
           DISPLAY TELA.
           MOVE 0 TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-FONE.
           MOVE SPACES TO PEDIDO-DESCRICAO.
           MOVE 0 TO PEDIDO-VALOR.
           DISPLAY TELA-PEDIDO.
           ACCEPT PED-CHAVE.
           MOVE "S" TO WS-CAMPO-OK.
           READ PEDIDO
               INVALID KEY
                   MOVE "N" TO WS-CAMPO-OK
                   PERFORM 9610-TRATA-STATUS-PEDIDO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PEDIDO-CANCELADO
                           MOVE "N" TO WS-CAMPO-OK
                           MOVE "PEDIDO CANCELADO" TO WS-MSG-ERRO
                       WHEN PEDIDO-DEVOLVIDO
                           MOVE "N" TO WS-CAMPO-OK
                           MOVE "PEDIDO DEVOLVIDO" TO WS-MSG-ERRO
                       WHEN ETAPA-ENTREGUE
                           MOVE "N" TO WS-CAMPO-OK
                           MOVE "PEDIDO JA ENTREGUE" TO WS-MSG-ERRO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
           IF CAMPO-OK
               PERFORM 6960-DESCREVE-ETAPA
               DISPLAY PED-DADOS
               DISPLAY ETP-DADOS
               MOVE SPACES TO WS-RASTREIO
               IF ETAPA-SEPARADO
                   ACCEPT ETP-RASTREIO
                   IF WS-RASTREIO EQUAL SPACES
                       MOVE "N" TO WS-CAMPO-OK
                       MOVE "CODIGO DE RASTREIO EM BRANCO"
                           TO WS-MSG-ERRO
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-OK
               MOVE "AVANCAR PARA A PROXIMA ETAPA S/N? "
                   TO WS-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.
           IF WS-TECLA EQUAL "S" AND CAMPO-OK
               PERFORM 6970-GRAVA-ETAPA
               ACCEPT MOSTRA-ERRO
           END-IF.

       6960-DESCREVE-ETAPA.
           EVALUATE TRUE
               WHEN ETAPA-AGUARDANDO
                   MOVE "AGUARDANDO SEPARACAO" TO WS-ETAPA-ATUAL
                   MOVE "SEPARADO" TO WS-ETAPA-PROXIMA
               WHEN ETAPA-SEPARADO
                   MOVE "SEPARADO" TO WS-ETAPA-ATUAL
                   MOVE "EXPEDIDO" TO WS-ETAPA-PROXIMA
               WHEN ETAPA-EXPEDIDO
                   MOVE "EXPEDIDO" TO WS-ETAPA-ATUAL
                   MOVE "ENTREGUE" TO WS-ETAPA-PROXIMA
               WHEN OTHER
                   MOVE "ENTREGUE" TO WS-ETAPA-ATUAL
                   MOVE SPACES TO WS-ETAPA-PROXIMA
           END-EVALUATE.

       6970-GRAVA-ETAPA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN ETAPA-AGUARDANDO
                   SET ETAPA-SEPARADO TO TRUE
                   MOVE WS-DATA-HOJE TO PEDIDO-SEP-DATA
                   MOVE WS-OPERADOR TO PEDIDO-SEP-OPERADOR
               WHEN ETAPA-SEPARADO
                   SET ETAPA-EXPEDIDO TO TRUE
                   MOVE WS-DATA-HOJE TO PEDIDO-EXP-DATA
                   MOVE WS-OPERADOR TO PEDIDO-EXP-OPERADOR
                   MOVE WS-RASTREIO TO PEDIDO-RASTREIO
               WHEN ETAPA-EXPEDIDO
                   SET ETAPA-ENTREGUE TO TRUE
                   MOVE WS-DATA-HOJE TO PEDIDO-ENT-DATA
                   MOVE WS-OPERADOR TO PEDIDO-ENT-OPERADOR
           END-EVALUATE.
           REWRITE PEDIDOS-REG
               INVALID KEY
                   PERFORM 9610-TRATA-STATUS-PEDIDO
               NOT INVALID KEY
                   MOVE SPACES TO WS-MSG-ERRO
                   MOVE "PEDIDO" TO WS-MSG-ERRO(1:6)
                   MOVE PEDIDO-NUMERO TO WS-MSG-ERRO(8:6)
                   MOVE WS-ETAPA-PROXIMA TO WS-MSG-ERRO(15:20)
           END-REWRITE.

       6990-SEGUNDA-VIA-NOTA.
           MOVE "MODULO - SEGUNDA VIA NF" TO WS-MODULO.
           DISPLAY TELA.
           MOVE 0 TO NF-NUMERO.
           DISPLAY NFT-CHAVE.
           ACCEPT NFT-CHAVE.
           READ NOTAFIS
               INVALID KEY
                   PERFORM 9670-TRATA-STATUS-NF
               NOT INVALID KEY
                   DISPLAY NFT-DADOS
                   MOVE "REIMPRIMIR COMO SEGUNDA VIA S/N? "
                       TO WS-MSG-ERRO
           END-READ.
           ACCEPT MOSTRA-ERRO.
           IF WS-TECLA EQUAL "S" AND NOTAFIS-STATUS EQUAL "00"
               ADD 1 TO NF-QTD-VIAS
               ACCEPT NF-DATA-ULT-VIA FROM DATE YYYYMMDD
               REWRITE NOTAFIS-REG
                   INVALID KEY
                       PERFORM 9670-TRATA-STATUS-NF
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MSG-ERRO
                       MOVE "SEGUNDA VIA DA NF" TO WS-MSG-ERRO(1:17)
                       MOVE NF-NUMERO TO WS-MSG-ERRO(19:6)
                       MOVE "GERADA" TO WS-MSG-ERRO(26:6)
                       MOVE "S" TO WS-SEGUNDA-VIA
                       PERFORM 6740-IMPRIME-NOTA
                       MOVE "N" TO WS-SEGUNDA-VIA
               END-REWRITE
               ACCEPT MOSTRA-ERRO
           END-IF.

       7000-ALTERAR.
           MOVE "MODULO - ALTERAR" TO WS-MODULO.
           DISPLAY TELA.
                       REWRITE PEDIDOS-REG
                           INVALID KEY
                               MOVE "N" TO WS-CONTINUA-PEDIDO
                           NOT INVALID KEY
                               PERFORM 7545-TROCA-FONE-RECEBER
                               PERFORM 7550-TROCA-FONE-NOTAS
                       END-REWRITE
                   ELSE
                       MOVE "N" TO WS-CONTINUA-PEDIDO
               END-IF
           END-IF.

       7545-TROCA-FONE-RECEBER.
           MOVE PEDIDO-NUMERO TO REC-PEDIDO.
           READ RECEBER
               INVALID KEY
                   IF RECEBER-STATUS NOT EQUAL "23"
                       PERFORM 9640-TRATA-STATUS-RECEBER
                       ACCEPT MOSTRA-ERRO
                   END-IF
               NOT INVALID KEY
                   MOVE WS-FONE-NOVO TO REC-FONE
                   REWRITE RECEBER-REG
                       INVALID KEY
                           PERFORM 9640-TRATA-STATUS-RECEBER
                           ACCEPT MOSTRA-ERRO
                   END-REWRITE
           END-READ.

       7550-TROCA-FONE-NOTAS.
           MOVE PEDIDO-NUMERO TO NC-PEDIDO.
           START NOTACRED KEY IS EQUAL NC-PEDIDO
               INVALID KEY CONTINUE
           END-START.
           IF NOTACRED-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-NOTA
               PERFORM 7555-TROCA-FONE-UMA-NOTA
                   UNTIL NOT CONTINUA-NOTA
           END-IF.

       7555-TROCA-FONE-UMA-NOTA.
           READ NOTACRED NEXT
               AT END MOVE "N" TO WS-CONTINUA-NOTA
           END-READ.
           IF (NOTACRED-STATUS EQUAL "00" OR
               NOTACRED-STATUS EQUAL "02") AND
              NC-PEDIDO EQUAL PEDIDO-NUMERO
               MOVE WS-FONE-NOVO TO NC-FONE
               REWRITE NOTACRED-REG
                   INVALID KEY
                       PERFORM 9660-TRATA-STATUS-NOTA
                       ACCEPT MOSTRA-ERRO
                       MOVE "N" TO WS-CONTINUA-NOTA
               END-REWRITE
           ELSE
               MOVE "N" TO WS-CONTINUA-NOTA
           END-IF.

       7700-FUNDIR-CLIENTES.
           MOVE "MODULO - FUSAO CLIENTES" TO WS-MODULO.
           DISPLAY TELA.
                       TO WS-MSG-ERRO
           END-EVALUATE.

       9630-TRATA-STATUS-PRODUTO.
           EVALUATE PRODUTO-STATUS
               WHEN "22"
                   MOVE "PRODUTO JA EXISTE" TO WS-MSG-ERRO
               WHEN "23"
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSG-ERRO
               WHEN "24"
                   MOVE "ARQUIVO CHEIO OU SEM ESPACO" TO WS-MSG-ERRO
               WHEN "51"
                   MOVE "REGISTRO TRAVADO POR OUTRA SESSAO"
                       TO WS-MSG-ERRO
               WHEN OTHER
                   MOVE "ERRO DE E/S NO ARQUIVO DE PRODUTOS"
                       TO WS-MSG-ERRO
           END-EVALUATE.

       9640-TRATA-STATUS-RECEBER.
           EVALUATE RECEBER-STATUS
               WHEN "22"
                   MOVE "TITULO JA EXISTE PARA O PEDIDO" TO WS-MSG-ERRO
               WHEN "23"
                   MOVE "PEDIDO SEM TITULO A RECEBER" TO WS-MSG-ERRO
               WHEN "24"
                   MOVE "ARQUIVO CHEIO OU SEM ESPACO" TO WS-MSG-ERRO
               WHEN "51"
                   MOVE "REGISTRO TRAVADO POR OUTRA SESSAO"
                       TO WS-MSG-ERRO
               WHEN OTHER
                   MOVE "ERRO DE E/S NO ARQUIVO A RECEBER"
                       TO WS-MSG-ERRO
           END-EVALUATE.

       9650-TRATA-STATUS-PAGTO.
           EVALUATE PAGTO-STATUS
               WHEN "22"
                   MOVE "PAGAMENTO JA EXISTE" TO WS-MSG-ERRO
               WHEN "24"
                   MOVE "ARQUIVO CHEIO OU SEM ESPACO" TO WS-MSG-ERRO
               WHEN "51"
                   MOVE "REGISTRO TRAVADO POR OUTRA SESSAO"
                       TO WS-MSG-ERRO
               WHEN OTHER
                   MOVE "ERRO DE E/S NO ARQUIVO DE PAGAMENTOS"
                       TO WS-MSG-ERRO
           END-EVALUATE.

       9660-TRATA-STATUS-NOTA.
           EVALUATE NOTACRED-STATUS
               WHEN "22"
                   MOVE "NOTA DE CREDITO JA EXISTE" TO WS-MSG-ERRO
               WHEN "24"
                   MOVE "ARQUIVO CHEIO OU SEM ESPACO" TO WS-MSG-ERRO
               WHEN "51"
                   MOVE "REGISTRO TRAVADO POR OUTRA SESSAO"
                       TO WS-MSG-ERRO
               WHEN OTHER
                   MOVE "ERRO DE E/S NO ARQUIVO DE NOTAS"
                       TO WS-MSG-ERRO
           END-EVALUATE.

       9670-TRATA-STATUS-NF.
           EVALUATE NOTAFIS-STATUS
               WHEN "22"
                   MOVE "NOTA FISCAL JA EMITIDA" TO WS-MSG-ERRO
               WHEN "23"
                   MOVE "NOTA FISCAL NAO ENCONTRADA" TO WS-MSG-ERRO
               WHEN "24"
                   MOVE "ARQUIVO CHEIO OU SEM ESPACO" TO WS-MSG-ERRO
               WHEN "51"
                   MOVE "REGISTRO TRAVADO POR OUTRA SESSAO"
                       TO WS-MSG-ERRO
               WHEN OTHER
                   MOVE "ERRO DE E/S NO ARQUIVO DE NOTA FISCAL"
                       TO WS-MSG-ERRO
           END-EVALUATE.

       9700-CONFERENCIA-DIARIA.
           MOVE "MODULO - CONFERENCIA DIARIA" TO WS-MODULO.
           DISPLAY TELA.
