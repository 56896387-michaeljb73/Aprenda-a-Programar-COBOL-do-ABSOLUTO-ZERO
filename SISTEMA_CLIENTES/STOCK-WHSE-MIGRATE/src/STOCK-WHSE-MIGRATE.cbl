      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Migracao dos saldos de estoque para o layout por
      *            deposito (STK-DEPOSITO, ver STOCKF): le o
      *            STOCKF.dat no layout de saldo unico da empresa e
      *            grava STOCKNEW.dat com todo o saldo no deposito
      *            informado, que tem de estar ativo no DEPOSITO.dat
      *            (cadastre no WHSE-MAINT antes). A redistribuicao
      *            fisica para os demais depositos e feita depois com
      *            transferencias no STOCK-MOVE. Molde do
      *            ITEM-COST-MIGRATE: o operador confere as contagens
      *            e troca os arquivos na mao, mantendo o original
      *            como contingencia.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-WHSE-MIGRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS-ANTIGOS ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANTIGOS-STATUS.

           SELECT SALDOS-NOVOS ASSIGN TO
           'src\assets\STOCKNEW.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOVOS-STATUS.

           COPY DEPSL.

       DATA DIVISION.
       FILE SECTION.

      * LAYOUT ANTERIOR AO SALDO POR DEPOSITO - 22 POSICOES
       FD  SALDOS-ANTIGOS.
       01  REG-SALDO-ANTIGO.
           05  STA-ITEM                PIC X(08).
           05  STA-QTD-DISPONIVEL      PIC 9(07).
           05  STA-QTD-ALOCADA         PIC 9(07).

       FD  SALDOS-NOVOS.
           COPY STOCKF.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       WORKING-STORAGE SECTION.

       77  WS-ANTIGOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ANTIGOS-OK                   VALUE '00'.
       77  WS-NOVOS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOVOS-OK                     VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ANTIGOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ANTIGOS-SIM              VALUE 'S'.

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*) - SO LEITURA
           COPY DEPWS.

       77  WS-QTD-LIDOS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-GRAVADOS         PIC 9(05)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MIGRA-SALDO UNTIL WS-FIM-ANTIGOS-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8660-CARREGA-DEPOSITOS
            DISPLAY 'DEPOSITO QUE RECEBE OS SALDOS ATUAIS: '
            MOVE SPACES TO WS-DEP-PROCURADO
            ACCEPT WS-DEP-PROCURADO
            PERFORM P8665-LOCALIZA-DEPOSITO
            EVALUATE TRUE
                WHEN WS-IDX-DEP-ACHADO = ZEROS
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     DISPLAY 'DEPOSITO NAO CADASTRADO - CADASTRE NO '
                             'WHSE-MAINT ANTES DA MIGRACAO.'
                WHEN NOT WS-DPT-ATIVO(WS-IDX-DEP-ACHADO)
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     DISPLAY 'DEPOSITO INATIVO - MIGRACAO RECUSADA.'
                WHEN OTHER
                     PERFORM P110-ABRE-ARQUIVOS
            END-EVALUATE.

       P110-ABRE-ARQUIVOS.
            OPEN INPUT SALDOS-ANTIGOS
            OPEN OUTPUT SALDOS-NOVOS

            IF NOT WS-ANTIGOS-OK OR NOT WS-NOVOS-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - ANTIGOS: '
                       WS-ANTIGOS-STATUS ' NOVOS: ' WS-NOVOS-STATUS
            END-IF.

       P200-MIGRA-SALDO.
            READ SALDOS-ANTIGOS
                 AT END SET WS-FIM-ANTIGOS-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-ANTIGOS-SIM
               ADD 1 TO WS-QTD-LIDOS
               MOVE WS-DEP-PROCURADO   TO STK-DEPOSITO
               MOVE STA-ITEM           TO STK-ITEM
               MOVE STA-QTD-DISPONIVEL TO STK-QTD-DISPONIVEL
               MOVE STA-QTD-ALOCADA    TO STK-QTD-ALOCADA
               WRITE REG-ESTOQUE
               IF WS-NOVOS-OK
                  ADD 1 TO WS-QTD-GRAVADOS
               ELSE
                  DISPLAY 'ERRO DE GRAVACAO - STATUS '
                          WS-NOVOS-STATUS
                  SET WS-FIM-ANTIGOS-SIM TO TRUE
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE SALDOS-ANTIGOS
               CLOSE SALDOS-NOVOS
               DISPLAY 'MIGRACAO DE SALDOS PARA O DEPOSITO '
                       WS-DEP-PROCURADO ': ' WS-QTD-LIDOS
                       ' LIDO(S), ' WS-QTD-GRAVADOS ' GRAVADO(S). '
                       'CONFIRA E TROQUE STOCKNEW.dat PELO '
                       'STOCKF.dat NA MAO.'
               IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
                  MOVE 0 TO RETURN-CODE
               ELSE
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DEPPA.
       END PROGRAM STOCK-WHSE-MIGRATE.
