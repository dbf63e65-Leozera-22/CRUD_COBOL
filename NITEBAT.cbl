      * Author: LEONARDO OLIVEIRA
      * Date:
      * Purpose: ORQUESTRADOR DA JANELA NOTURNA - EXECUTA EM
      *          SEQUENCIA RELBATCH, CLIBKP, IMPPED, ARQCLI, EXPCLI,
      *          DUPCLI, CHKCLI, RELEST, RELVEN, MANEXP E RELATR,
      *          ANOTANDO INICIO, FIM E RETORNO DE CADA PASSO NO
      *          ARQUIVO DE CONTROLE DE EXECUCAO RUNCTL.DAT E
      *          GRAVANDO O RESUMO DA MANHA EM OPERMAN.TXT - A
       77 WS-HORA-INICIO               PIC 9(08) VALUE 0.
       77 WS-HORA-FIM                  PIC 9(08) VALUE 0.

       77 WS-MAX-PASSOS                PIC 9(02) VALUE 11.
       77 WS-IND                       PIC 9(02) VALUE 0.
       77 WS-RC-PASSO                  PIC 9(01) VALUE 0.

       01 WS-NOMES-PASSOS.
           05 FILLER                   PIC X(08) VALUE "RELBATCH".
           05 FILLER                   PIC X(08) VALUE "CLIBKP".
           05 FILLER                   PIC X(08) VALUE "IMPPED".
           05 FILLER                   PIC X(08) VALUE "ARQCLI".
           05 FILLER                   PIC X(08) VALUE "EXPCLI".
           05 FILLER                   PIC X(08) VALUE "DUPCLI".
           05 FILLER                   PIC X(08) VALUE "CHKCLI".
           05 FILLER                   PIC X(08) VALUE "RELEST".
           05 FILLER                   PIC X(08) VALUE "RELVEN".
           05 FILLER                   PIC X(08) VALUE "MANEXP".
           05 FILLER                   PIC X(08) VALUE "RELATR".
       01 WS-TABELA-NOMES REDEFINES WS-NOMES-PASSOS.
           05 WS-PASSO-NOME OCCURS 11  PIC X(08).

       01 WS-TABELA-RESULTADOS.
           05 WS-RESULTADO OCCURS 11.
               10 WS-PAS-HORA-INI      PIC 9(08).
               10 WS-PAS-HORA-FIM      PIC 9(08).
               10 WS-PAS-RETORNO       PIC 9(01).
