       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOPE.
      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: ATIVIDADE DOS OPERADORES PARA A AUDITORIA - DADO O
      *          PERIODO EM OPEPRM.DAT (DATA INICIAL E FINAL AAAAMMDD),
      *          CRUZA O DIARIO DE ACESSO SIGNLOG.DAT COM O LOG DE
      *          AUDITORIA (CLILOG.DAT E O ARQUIVO MORTO LOGHIST.DAT) E
      *          GRAVA EM OPEREL.TXT, POR OPERADOR, AS SESSOES COM
      *          ENTRADA E SAIDA E AS QUANTIDADES DE INCLUSOES,
      *          ALTERACOES, EXCLUSOES, FUSOES E TROCAS DE TELEFONE,
      *          SEGUIDAS DA SECAO DE EXCECOES - FALHAS DE SENHA
      *          REPETIDAS, BLOQUEIOS, ATIVIDADE FORA DO HORARIO,
      *          SESSOES SEM SAIDA E EXCLUSOES/FUSOES ACIMA DO LIMITE
      *          RETORNO: 0 = OK / 4 = EXCECOES ENCONTRADAS /
      *                   8 = ERRO DE E/S
      * Tectonics: cobc
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNLOG ASSIGN TO "C:\PROJETO_COBOL\SIGNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGN-STATUS.

           SELECT CLIENTE-LOG ASSIGN TO "C:\PROJETO_COBOL\CLILOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT LOGHIST ASSIGN TO "C:\PROJETO_COBOL\LOGHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LOGH-STATUS
               RECORD KEY IS LOGH-CHAVE
               ALTERNATE RECORD KEY IS LOGH-DATA
                   WITH DUPLICATES.

           SELECT OPEWRK ASSIGN TO "C:\PROJETO_COBOL\OPEWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPEWRK-STATUS
               RECORD KEY IS OPEWRK-CHAVE.

           SELECT RELATO ASSIGN TO "C:\PROJETO_COBOL\OPEREL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELATO-STATUS.

           SELECT OPEPRM ASSIGN TO "C:\PROJETO_COBOL\OPEPRM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNLOG.
       01 SIGN-REG.
           05 SIGN-OPERADOR            PIC X(08).
           05 SIGN-EVENTO              PIC X(08).
           05 SIGN-RESULTADO           PIC X(01).
               88 SIGN-SUCESSO         VALUE "S".
               88 SIGN-FALHA           VALUE "F".
           05 SIGN-DATA                PIC 9(08).
           05 SIGN-HORA                PIC 9(08).

       FD CLIENTE-LOG.
       01 LOG-REG.
           05 LOG-FONE                 PIC 9(09).
           05 LOG-OPERACAO             PIC X(10).
           05 LOG-NOME-ANTES           PIC X(30).
           05 LOG-EMAIL-ANTES          PIC X(40).
           05 LOG-NOME-DEPOIS          PIC X(30).
           05 LOG-EMAIL-DEPOIS         PIC X(40).
           05 LOG-DATA                 PIC 9(08).
           05 LOG-HORA                 PIC 9(08).
           05 LOG-OPERADOR             PIC X(08).

       FD LOGHIST.
       01 LOGH-REG.
           05 LOGH-CHAVE.
               10 LOGH-FONE            PIC 9(09).
               10 LOGH-DATA            PIC 9(08).
               10 LOGH-SEQ             PIC 9(03).
           05 LOGH-OPERACAO            PIC X(10).
           05 LOGH-NOME-ANTES          PIC X(30).
           05 LOGH-EMAIL-ANTES         PIC X(40).
           05 LOGH-NOME-DEPOIS         PIC X(30).
           05 LOGH-EMAIL-DEPOIS        PIC X(40).
           05 LOGH-HORA                PIC 9(08).
           05 LOGH-OPERADOR            PIC X(08).

       FD OPEWRK.
       01 OPEWRK-REG.
           05 OPEWRK-CHAVE.
               10 OPEWRK-OPERADOR      PIC X(08).
               10 OPEWRK-DATA-ENT      PIC 9(08).
               10 OPEWRK-HORA-ENT      PIC 9(08).
           05 OPEWRK-DATA-SAI          PIC 9(08).
           05 OPEWRK-HORA-SAI          PIC 9(08).

       FD RELATO.
       01 RELATO-REG.
           05 RELATO-DADOS PIC X(80).

       FD OPEPRM.
       01 OPEPRM-REG.
           05 OPEPRM-DATA-INI          PIC 9(08).
           05 OPEPRM-DATA-FIM          PIC 9(08).

       WORKING-STORAGE SECTION.

       77 SIGN-STATUS                  PIC X(02).
       77 LOG-STATUS                   PIC X(02).
       77 LOGH-STATUS                  PIC X(02).
       77 OPEWRK-STATUS                PIC X(02).
       77 RELATO-STATUS                PIC X(02).
       77 OPEPRM-STATUS                PIC X(02).

       77 WS-RETORNO                   PIC 9(01) VALUE 0.
       77 WS-DATA-INI                  PIC 9(08) VALUE 0.
       77 WS-DATA-FIM                  PIC 9(08) VALUE 0.

       77 WS-HORA-INICIO               PIC 9(04) VALUE 0700.
       77 WS-HORA-FIM                  PIC 9(04) VALUE 1900.
       77 WS-LIMITE-FALHAS             PIC 9(05) VALUE 3.
       77 WS-LIMITE-EXCLUSOES          PIC 9(05) VALUE 20.

       77 WS-TEM-LOG                   PIC X(01) VALUE "N".
           88 TEM-LOG                  VALUE "S".
       77 WS-TEM-LOGHIST               PIC X(01) VALUE "N".
           88 TEM-LOGHIST              VALUE "S".

       77 WS-OPERADOR-LIDO             PIC X(08) VALUE SPACES.
       77 WS-OPERACAO-LIDA             PIC X(10) VALUE SPACES.
       77 WS-NOME-ANTES-LIDO           PIC X(30) VALUE SPACES.
       77 WS-HORA-LIDA                 PIC 9(08) VALUE 0.
       77 WS-HHMM                      PIC 9(04) VALUE 0.

       77 WS-MAX-OPE                   PIC 9(03) VALUE 50.
       77 WS-QTD-OPE                   PIC 9(03) VALUE 0.
       77 WS-OPE-ATUAL                 PIC 9(03) VALUE 0.
       77 WS-IND                       PIC 9(03) VALUE 0.
       01 WS-TAB-OPERADORES.
           05 WS-OPE OCCURS 50.
               10 WS-OPE-CODIGO        PIC X(08).
               10 WS-OPE-SESSOES       PIC 9(05).
               10 WS-OPE-FALHAS        PIC 9(05).
               10 WS-OPE-BLOQUEIOS     PIC 9(05).
               10 WS-OPE-SEM-SAIDA     PIC 9(05).
               10 WS-OPE-FORA-HORARIO  PIC 9(05).
               10 WS-OPE-INCLUSOES     PIC 9(05).
               10 WS-OPE-ALTERACOES    PIC 9(05).
               10 WS-OPE-EXCLUSOES     PIC 9(05).
               10 WS-OPE-FUSOES        PIC 9(05).
               10 WS-OPE-TROCAS        PIC 9(05).
               10 WS-OPE-OUTRAS        PIC 9(05).
               10 WS-OPE-ABERTA        PIC X(01).
                   88 OPE-SESSAO-ABERTA VALUE "S".
               10 WS-OPE-DATA-ENT      PIC 9(08).
               10 WS-OPE-HORA-ENT      PIC 9(08).

       77 WS-QTDSIGN                   PIC 9(07) VALUE 0.
       77 WS-QTDLOG                    PIC 9(07) VALUE 0.
       77 WS-QTDDESPREZADOS            PIC 9(07) VALUE 0.
       77 WS-QTDSESSOES                PIC 9(05) VALUE 0.
       77 WS-QTDEXCECOES               PIC 9(05) VALUE 0.
       77 WS-QTDE-EXC                  PIC 9(05) VALUE 0.
       77 WS-DESCR-EXC                 PIC X(30) VALUE SPACES.

       77 WS-CONTINUA-LEITURA          PIC X(01).
           88 CONTINUA-LEITURA         VALUE "S".
           88 PARA-LEITURA             VALUE "N".
       77 WS-ERRO-LEITURA              PIC X(01) VALUE "N".
           88 ERRO-LEITURA             VALUE "S".
       77 WS-FIM-SESSAO                PIC X(01) VALUE "N".
           88 FIM-SESSAO               VALUE "S".

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIAR.
           IF WS-RETORNO EQUAL 0
               PERFORM 2000-LE-SIGNLOG
           END-IF.
           IF WS-RETORNO EQUAL 0 AND TEM-LOG
               PERFORM 2200-LE-CLILOG
           END-IF.
           IF WS-RETORNO EQUAL 0 AND TEM-LOGHIST
               PERFORM 2300-LE-LOGHIST
           END-IF.
           IF WS-RETORNO EQUAL 0
               PERFORM 2500-GRAVA-RELATORIO
           END-IF.
           PERFORM 3000-FINALIZAR.

       1000-INICIAR.
           OPEN INPUT OPEPRM.
           IF OPEPRM-STATUS NOT EQUAL "00"
               DISPLAY "RELOPE: OPEPRM.DAT NAO ENCONTRADO"
               MOVE 8 TO WS-RETORNO
           ELSE
               READ OPEPRM
                   AT END
                       DISPLAY "RELOPE: OPEPRM.DAT VAZIO"
                       MOVE 8 TO WS-RETORNO
                   NOT AT END
                       MOVE OPEPRM-DATA-INI TO WS-DATA-INI
                       MOVE OPEPRM-DATA-FIM TO WS-DATA-FIM
               END-READ
               CLOSE OPEPRM
           END-IF.
           IF WS-RETORNO EQUAL 0
               IF WS-DATA-INI EQUAL ZEROS OR
                  WS-DATA-FIM LESS WS-DATA-INI
                   DISPLAY "RELOPE: PERIODO INVALIDO " WS-DATA-INI
                       " " WS-DATA-FIM
                   MOVE 8 TO WS-RETORNO
               ELSE
                   DISPLAY "RELOPE: PERIODO " WS-DATA-INI
                       " A " WS-DATA-FIM
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT SIGNLOG
               IF SIGN-STATUS NOT EQUAL "00"
                   DISPLAY "RELOPE: ERRO AO ABRIR SIGNLOG.DAT "
                       SIGN-STATUS
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT CLIENTE-LOG
               EVALUATE LOG-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-LOG
                   WHEN "35"
                       DISPLAY "RELOPE: SEM CLILOG.DAT"
                   WHEN OTHER
                       DISPLAY "RELOPE: ERRO AO ABRIR CLILOG.DAT "
                           LOG-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN INPUT LOGHIST
               EVALUATE LOGH-STATUS
                   WHEN "00"
                       MOVE "S" TO WS-TEM-LOGHIST
                   WHEN "35"
                       DISPLAY "RELOPE: SEM LOGHIST.DAT"
                   WHEN OTHER
                       DISPLAY "RELOPE: ERRO AO ABRIR LOGHIST.DAT "
                           LOGH-STATUS
                       MOVE 8 TO WS-RETORNO
               END-EVALUATE
           END-IF.
           IF WS-RETORNO EQUAL 0
               OPEN OUTPUT OPEWRK
               IF OPEWRK-STATUS NOT EQUAL "00"
                   DISPLAY "RELOPE: ERRO AO ABRIR OPEWRK.DAT "
                       OPEWRK-STATUS
                   MOVE 8 TO WS-RETORNO
               ELSE
                   CLOSE OPEWRK
                   OPEN I-O OPEWRK
               END-IF
           END-IF.

       2000-LE-SIGNLOG.
           MOVE "S" TO WS-CONTINUA-LEITURA.
           MOVE "N" TO WS-ERRO-LEITURA.
           PERFORM 2100-TRATA-EVENTO
               UNTIL PARA-LEITURA.
           IF ERRO-LEITURA
               DISPLAY "RELOPE: ERRO DE LEITURA " SIGN-STATUS
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM 2160-FECHA-SESSAO-ABERTA
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTD-OPE
           END-IF.

       2100-TRATA-EVENTO.
           READ SIGNLOG
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF SIGN-STATUS EQUAL "00"
               IF SIGN-DATA NOT LESS WS-DATA-INI AND
                  SIGN-DATA NOT GREATER WS-DATA-FIM
                   ADD 1 TO WS-QTDSIGN
                   MOVE SIGN-OPERADOR TO WS-OPERADOR-LIDO
                   PERFORM 2900-LOCALIZA-OPERADOR
                   IF WS-OPE-ATUAL GREATER ZEROS
                       PERFORM 2110-CLASSIFICA-EVENTO
                   END-IF
               END-IF
           ELSE
               IF SIGN-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2110-CLASSIFICA-EVENTO.
           EVALUATE TRUE
               WHEN SIGN-EVENTO EQUAL "ENTRADA" AND SIGN-SUCESSO
                   IF OPE-SESSAO-ABERTA(WS-OPE-ATUAL)
                       MOVE WS-OPE-ATUAL TO WS-IND
                       PERFORM 2160-FECHA-SESSAO-ABERTA
                   END-IF
                   MOVE "S" TO WS-OPE-ABERTA(WS-OPE-ATUAL)
                   MOVE SIGN-DATA TO WS-OPE-DATA-ENT(WS-OPE-ATUAL)
                   MOVE SIGN-HORA TO WS-OPE-HORA-ENT(WS-OPE-ATUAL)
                   ADD 1 TO WS-OPE-SESSOES(WS-OPE-ATUAL)
                   ADD 1 TO WS-QTDSESSOES
                   MOVE SIGN-HORA TO WS-HORA-LIDA
                   PERFORM 2950-CONFERE-HORARIO
               WHEN SIGN-EVENTO EQUAL "ENTRADA"
                   ADD 1 TO WS-OPE-FALHAS(WS-OPE-ATUAL)
                   MOVE SIGN-HORA TO WS-HORA-LIDA
                   PERFORM 2950-CONFERE-HORARIO
               WHEN SIGN-EVENTO EQUAL "BLOQUEIO"
                   ADD 1 TO WS-OPE-BLOQUEIOS(WS-OPE-ATUAL)
               WHEN SIGN-EVENTO EQUAL "SAIDA"
                   IF OPE-SESSAO-ABERTA(WS-OPE-ATUAL)
                       MOVE SIGN-DATA TO OPEWRK-DATA-SAI
                       MOVE SIGN-HORA TO OPEWRK-HORA-SAI
                       PERFORM 2150-GRAVA-SESSAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2150-GRAVA-SESSAO.
           MOVE WS-OPE-CODIGO(WS-OPE-ATUAL) TO OPEWRK-OPERADOR.
           MOVE WS-OPE-DATA-ENT(WS-OPE-ATUAL) TO OPEWRK-DATA-ENT.
           MOVE WS-OPE-HORA-ENT(WS-OPE-ATUAL) TO OPEWRK-HORA-ENT.
           MOVE "N" TO WS-OPE-ABERTA(WS-OPE-ATUAL).
           WRITE OPEWRK-REG
               INVALID KEY
                   DISPLAY "RELOPE: SESSAO REPETIDA " OPEWRK-OPERADOR
                       " " OPEWRK-DATA-ENT " " OPEWRK-HORA-ENT
           END-WRITE.

       2160-FECHA-SESSAO-ABERTA.
           IF OPE-SESSAO-ABERTA(WS-IND)
               MOVE WS-IND TO WS-OPE-ATUAL
               MOVE 0 TO OPEWRK-DATA-SAI
               MOVE 0 TO OPEWRK-HORA-SAI
               ADD 1 TO WS-OPE-SEM-SAIDA(WS-OPE-ATUAL)
               PERFORM 2150-GRAVA-SESSAO
           END-IF.

       2200-LE-CLILOG.
           MOVE "S" TO WS-CONTINUA-LEITURA.
           MOVE "N" TO WS-ERRO-LEITURA.
           PERFORM 2210-TRATA-LOG
               UNTIL PARA-LEITURA.
           IF ERRO-LEITURA
               DISPLAY "RELOPE: ERRO DE LEITURA " LOG-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2210-TRATA-LOG.
           READ CLIENTE-LOG
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF LOG-STATUS EQUAL "00"
               IF LOG-DATA NOT LESS WS-DATA-INI AND
                  LOG-DATA NOT GREATER WS-DATA-FIM
                   MOVE LOG-OPERADOR TO WS-OPERADOR-LIDO
                   MOVE LOG-OPERACAO TO WS-OPERACAO-LIDA
                   MOVE LOG-NOME-ANTES TO WS-NOME-ANTES-LIDO
                   MOVE LOG-HORA TO WS-HORA-LIDA
                   PERFORM 2400-CONTA-OPERACAO
               END-IF
           ELSE
               IF LOG-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2300-LE-LOGHIST.
           MOVE WS-DATA-INI TO LOGH-DATA.
           START LOGHIST KEY IS GREATER THAN OR EQUAL LOGH-DATA
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-ERRO-LEITURA.
           IF LOGH-STATUS EQUAL "00"
               MOVE "S" TO WS-CONTINUA-LEITURA
               PERFORM 2310-TRATA-LOGHIST
                   UNTIL PARA-LEITURA
           END-IF.
           IF ERRO-LEITURA
               DISPLAY "RELOPE: ERRO DE LEITURA " LOGH-STATUS
               MOVE 8 TO WS-RETORNO
           END-IF.

       2310-TRATA-LOGHIST.
           READ LOGHIST NEXT
               AT END MOVE "N" TO WS-CONTINUA-LEITURA
           END-READ.
           IF LOGH-STATUS EQUAL "00" OR LOGH-STATUS EQUAL "02"
               IF LOGH-DATA GREATER WS-DATA-FIM
                   MOVE "N" TO WS-CONTINUA-LEITURA
               ELSE
                   MOVE LOGH-OPERADOR TO WS-OPERADOR-LIDO
                   MOVE LOGH-OPERACAO TO WS-OPERACAO-LIDA
                   MOVE LOGH-NOME-ANTES TO WS-NOME-ANTES-LIDO
                   MOVE LOGH-HORA TO WS-HORA-LIDA
                   PERFORM 2400-CONTA-OPERACAO
               END-IF
           ELSE
               IF LOGH-STATUS NOT EQUAL "10"
                   MOVE "S" TO WS-ERRO-LEITURA
               END-IF
               MOVE "N" TO WS-CONTINUA-LEITURA
           END-IF.

       2400-CONTA-OPERACAO.
           ADD 1 TO WS-QTDLOG.
           PERFORM 2900-LOCALIZA-OPERADOR.
           IF WS-OPE-ATUAL GREATER ZEROS
               EVALUATE WS-OPERACAO-LIDA
                   WHEN "INCLUSAO"
                       ADD 1 TO WS-OPE-INCLUSOES(WS-OPE-ATUAL)
                   WHEN "ALTERACAO"
                       ADD 1 TO WS-OPE-ALTERACOES(WS-OPE-ATUAL)
                   WHEN "EXCLUSAO"
                       ADD 1 TO WS-OPE-EXCLUSOES(WS-OPE-ATUAL)
                   WHEN "FUSAO"
                       IF WS-NOME-ANTES-LIDO(1:7) EQUAL "ABSORVE"
                           ADD 1 TO WS-OPE-FUSOES(WS-OPE-ATUAL)
                       END-IF
                   WHEN "TROCA-DE"
                       ADD 1 TO WS-OPE-TROCAS(WS-OPE-ATUAL)
                   WHEN "TROCA-PARA"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-OPE-OUTRAS(WS-OPE-ATUAL)
               END-EVALUATE
               PERFORM 2950-CONFERE-HORARIO
           END-IF.

       2500-GRAVA-RELATORIO.
           OPEN OUTPUT RELATO.
           IF RELATO-STATUS NOT EQUAL "00"
               DISPLAY "RELOPE: ERRO AO ABRIR OPEREL.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE SPACES TO RELATO-REG
               MOVE "ATIVIDADE DOS OPERADORES" TO RELATO-DADOS(1:24)
               MOVE "PERIODO" TO RELATO-DADOS(40:7)
               MOVE WS-DATA-INI TO RELATO-DADOS(48:8)
               MOVE "A" TO RELATO-DADOS(57:1)
               MOVE WS-DATA-FIM TO RELATO-DADOS(59:8)
               WRITE RELATO-REG
               MOVE "============================================="
                   TO RELATO-REG
               WRITE RELATO-REG
               PERFORM 2600-GRAVA-OPERADOR
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTD-OPE
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "EXCECOES" TO RELATO-DADOS(1:8)
               WRITE RELATO-REG
               MOVE "============================================="
                   TO RELATO-REG
               WRITE RELATO-REG
               PERFORM 2700-GRAVA-EXCECOES
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTD-OPE
               IF WS-QTDEXCECOES EQUAL ZEROS
                   MOVE SPACES TO RELATO-REG
                   MOVE "NENHUMA EXCECAO NO PERIODO" TO
                       RELATO-DADOS(1:26)
                   WRITE RELATO-REG
               ELSE
                   MOVE 4 TO WS-RETORNO
               END-IF
               MOVE SPACES TO RELATO-REG
               WRITE RELATO-REG
               MOVE "EVENTOS DE ACESSO NO PERIODO " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDSIGN TO RELATO-DADOS(30:07)
               WRITE RELATO-REG
               MOVE "OPERACOES DE CADASTRO        " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDLOG TO RELATO-DADOS(30:07)
               WRITE RELATO-REG
               MOVE "TOTAL DE SESSOES             " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTDSESSOES TO RELATO-DADOS(30:05)
               WRITE RELATO-REG
               MOVE "TOTAL DE OPERADORES          " TO
                   RELATO-DADOS(1:29)
               MOVE WS-QTD-OPE TO RELATO-DADOS(30:03)
               WRITE RELATO-REG
               IF WS-QTDDESPREZADOS GREATER ZEROS
                   MOVE "EVENTOS FORA DA TABELA       " TO
                       RELATO-DADOS(1:29)
                   MOVE WS-QTDDESPREZADOS TO RELATO-DADOS(30:07)
                   WRITE RELATO-REG
                   MOVE 4 TO WS-RETORNO
               END-IF
               IF RELATO-STATUS NOT EQUAL "00"
                   DISPLAY "RELOPE: ERRO AO GRAVAR OPEREL.TXT"
                   MOVE 8 TO WS-RETORNO
               END-IF
               CLOSE RELATO
           END-IF.

       2600-GRAVA-OPERADOR.
           MOVE SPACES TO RELATO-REG.
           WRITE RELATO-REG.
           MOVE "OPERADOR" TO RELATO-DADOS(1:8).
           MOVE WS-OPE-CODIGO(WS-IND) TO RELATO-DADOS(10:8).
           MOVE "SESSOES" TO RELATO-DADOS(20:7).
           MOVE WS-OPE-SESSOES(WS-IND) TO RELATO-DADOS(28:5).
           MOVE "FALHAS" TO RELATO-DADOS(35:6).
           MOVE WS-OPE-FALHAS(WS-IND) TO RELATO-DADOS(42:5).
           MOVE "BLOQUEIOS" TO RELATO-DADOS(49:9).
           MOVE WS-OPE-BLOQUEIOS(WS-IND) TO RELATO-DADOS(59:5).
           WRITE RELATO-REG.
           MOVE WS-OPE-CODIGO(WS-IND) TO OPEWRK-OPERADOR.
           MOVE 0 TO OPEWRK-DATA-ENT.
           MOVE 0 TO OPEWRK-HORA-ENT.
           START OPEWRK KEY IS GREATER THAN OR EQUAL OPEWRK-CHAVE
               INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-FIM-SESSAO.
           IF OPEWRK-STATUS EQUAL "00"
               PERFORM 2610-GRAVA-SESSAO UNTIL FIM-SESSAO
           END-IF.
           MOVE SPACES TO RELATO-REG.
           MOVE "INCLUSOES" TO RELATO-DADOS(3:9).
           MOVE WS-OPE-INCLUSOES(WS-IND) TO RELATO-DADOS(14:5).
           MOVE "ALTERACOES" TO RELATO-DADOS(21:10).
           MOVE WS-OPE-ALTERACOES(WS-IND) TO RELATO-DADOS(32:5).
           MOVE "EXCLUSOES" TO RELATO-DADOS(39:9).
           MOVE WS-OPE-EXCLUSOES(WS-IND) TO RELATO-DADOS(49:5).
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           MOVE "FUSOES" TO RELATO-DADOS(3:6).
           MOVE WS-OPE-FUSOES(WS-IND) TO RELATO-DADOS(14:5).
           MOVE "TROCAS FONE" TO RELATO-DADOS(21:11).
           MOVE WS-OPE-TROCAS(WS-IND) TO RELATO-DADOS(32:5).
           MOVE "OUTRAS" TO RELATO-DADOS(39:6).
           MOVE WS-OPE-OUTRAS(WS-IND) TO RELATO-DADOS(49:5).
           WRITE RELATO-REG.

       2610-GRAVA-SESSAO.
           READ OPEWRK NEXT
               AT END
                   MOVE "S" TO WS-FIM-SESSAO
               NOT AT END
                   IF OPEWRK-OPERADOR NOT EQUAL WS-OPE-CODIGO(WS-IND)
                       MOVE "S" TO WS-FIM-SESSAO
                   ELSE
                       MOVE SPACES TO RELATO-REG
                       MOVE "ENTRADA" TO RELATO-DADOS(3:7)
                       MOVE OPEWRK-DATA-ENT TO RELATO-DADOS(11:8)
                       MOVE OPEWRK-HORA-ENT(1:2) TO RELATO-DADOS(20:2)
                       MOVE ":" TO RELATO-DADOS(22:1)
                       MOVE OPEWRK-HORA-ENT(3:2) TO RELATO-DADOS(23:2)
                       MOVE "SAIDA" TO RELATO-DADOS(28:5)
                       IF OPEWRK-DATA-SAI EQUAL ZEROS
                           MOVE "SEM SAIDA" TO RELATO-DADOS(34:9)
                       ELSE
                           MOVE OPEWRK-DATA-SAI TO RELATO-DADOS(34:8)
                           MOVE OPEWRK-HORA-SAI(1:2) TO
                               RELATO-DADOS(43:2)
                           MOVE ":" TO RELATO-DADOS(45:1)
                           MOVE OPEWRK-HORA-SAI(3:2) TO
                               RELATO-DADOS(46:2)
                       END-IF
                       WRITE RELATO-REG
                   END-IF
           END-READ.
           IF OPEWRK-STATUS NOT EQUAL "00" AND
              OPEWRK-STATUS NOT EQUAL "10"
               DISPLAY "RELOPE: ERRO DE LEITURA OPEWRK.DAT "
                   OPEWRK-STATUS
               MOVE 8 TO WS-RETORNO
               MOVE "S" TO WS-FIM-SESSAO
           END-IF.

       2700-GRAVA-EXCECOES.
           IF WS-OPE-FALHAS(WS-IND) NOT LESS WS-LIMITE-FALHAS
               MOVE "FALHAS DE SENHA REPETIDAS" TO WS-DESCR-EXC
               MOVE WS-OPE-FALHAS(WS-IND) TO WS-QTDE-EXC
               PERFORM 2710-GRAVA-LINHA-EXCECAO
           END-IF.
           IF WS-OPE-BLOQUEIOS(WS-IND) GREATER ZEROS
               MOVE "BLOQUEIO DO OPERADOR" TO WS-DESCR-EXC
               MOVE WS-OPE-BLOQUEIOS(WS-IND) TO WS-QTDE-EXC
               PERFORM 2710-GRAVA-LINHA-EXCECAO
           END-IF.
           IF WS-OPE-FORA-HORARIO(WS-IND) GREATER ZEROS
               MOVE "ATIVIDADE FORA DO HORARIO" TO WS-DESCR-EXC
               MOVE WS-OPE-FORA-HORARIO(WS-IND) TO WS-QTDE-EXC
               PERFORM 2710-GRAVA-LINHA-EXCECAO
           END-IF.
           IF WS-OPE-SEM-SAIDA(WS-IND) GREATER ZEROS
               MOVE "SESSAO SEM SAIDA" TO WS-DESCR-EXC
               MOVE WS-OPE-SEM-SAIDA(WS-IND) TO WS-QTDE-EXC
               PERFORM 2710-GRAVA-LINHA-EXCECAO
           END-IF.
           COMPUTE WS-QTDE-EXC = WS-OPE-EXCLUSOES(WS-IND)
               + WS-OPE-FUSOES(WS-IND).
           IF WS-QTDE-EXC NOT LESS WS-LIMITE-EXCLUSOES
               MOVE "EXCLUSOES/FUSOES ELEVADAS" TO WS-DESCR-EXC
               PERFORM 2710-GRAVA-LINHA-EXCECAO
           END-IF.

       2710-GRAVA-LINHA-EXCECAO.
           ADD 1 TO WS-QTDEXCECOES.
           MOVE SPACES TO RELATO-REG.
           MOVE WS-DESCR-EXC TO RELATO-DADOS(1:30).
           MOVE "OPERADOR" TO RELATO-DADOS(32:8).
           MOVE WS-OPE-CODIGO(WS-IND) TO RELATO-DADOS(41:8).
           MOVE "QTDE" TO RELATO-DADOS(51:4).
           MOVE WS-QTDE-EXC TO RELATO-DADOS(56:5).
           WRITE RELATO-REG.

       2900-LOCALIZA-OPERADOR.
           MOVE 0 TO WS-OPE-ATUAL.
           PERFORM 2910-COMPARA-OPERADOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-OPE
                  OR WS-OPE-ATUAL GREATER ZEROS.
           IF WS-OPE-ATUAL EQUAL ZEROS
               IF WS-QTD-OPE LESS WS-MAX-OPE
                   ADD 1 TO WS-QTD-OPE
                   MOVE WS-QTD-OPE TO WS-OPE-ATUAL
                   INITIALIZE WS-OPE(WS-OPE-ATUAL)
                   MOVE WS-OPERADOR-LIDO TO
                       WS-OPE-CODIGO(WS-OPE-ATUAL)
                   MOVE "N" TO WS-OPE-ABERTA(WS-OPE-ATUAL)
               ELSE
                   ADD 1 TO WS-QTDDESPREZADOS
               END-IF
           END-IF.

       2910-COMPARA-OPERADOR.
           IF WS-OPE-CODIGO(WS-IND) EQUAL WS-OPERADOR-LIDO
               MOVE WS-IND TO WS-OPE-ATUAL
           END-IF.

       2950-CONFERE-HORARIO.
           MOVE WS-HORA-LIDA(1:4) TO WS-HHMM.
           IF WS-HHMM LESS WS-HORA-INICIO OR
              WS-HHMM NOT LESS WS-HORA-FIM
               ADD 1 TO WS-OPE-FORA-HORARIO(WS-OPE-ATUAL)
           END-IF.

       3000-FINALIZAR.
           CLOSE SIGNLOG.
           IF TEM-LOG
               CLOSE CLIENTE-LOG
           END-IF.
           IF TEM-LOGHIST
               CLOSE LOGHIST
           END-IF.
           CLOSE OPEWRK.
           DISPLAY "RELOPE: OPERADORES " WS-QTD-OPE
               " SESSOES " WS-QTDSESSOES
               " EXCECOES " WS-QTDEXCECOES.
           DISPLAY "RELOPE: RETORNO " WS-RETORNO.
           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       END PROGRAM RELOPE.
