      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga diaria do extrato bancario (EXTBANCO.txt -
      *            data, C = credito ou D = debito, valor, codigo de
      *            historico do banco, documento e descricao): valida
      *            cada lancamento e acrescenta os aceitos no
      *            EXTRATO.dat (copybooks EXTB*), numerados em
      *            sequencia - credito pendente de conciliacao, debito
      *            informativo. O BANK-RECON concilia os creditos
      *            contra os recibos do CASH-APPLY. Linha com data
      *            invalida ou futura, tipo, valor ou historico
      *            invalido, ou igual a um lancamento ja carregado
      *            (arquivo do banco enviado duas vezes) vai para o
      *            ERROR-LOG e nao entra.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMT-LOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.
           COPY EXTBSL.

           SELECT EXTRATO-BANCO ASSIGN TO
           'src\assets\EXTBANCO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANCO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  REGISTRO-EXTRATO.
           COPY EXTBF.

       FD  EXTRATO-BANCO.
       01  REG-BANCO.
           05  BNK-DATA                PIC 9(08).
           05  BNK-TIPO                PIC X(01).
               88  BNK-CREDITO                 VALUE 'C'.
               88  BNK-DEBITO                  VALUE 'D'.
           05  BNK-VALOR               PIC 9(09)V99.
           05  BNK-HISTORICO           PIC 9(03).
           05  BNK-DOCUMENTO           PIC X(10).
           05  BNK-DESCRICAO           PIC X(30).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-BANCO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-BANCO-OK                     VALUE '00'.
       77  WS-EXTRATO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-EXTRATO-OK                   VALUE '00'.
           88  WS-EXTRATO-NAO-CRIADO           VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-BANCO            PIC X(01)   VALUE 'N'.
           88  WS-FIM-BANCO-SIM                VALUE 'S'.
       77  WS-FIM-EXTRATO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-EXTRATO-SIM              VALUE 'S'.
       77  WS-LINHA-REJEITADA      PIC X(01)   VALUE 'N'.
           88  WS-LINHA-REJEITADA-SIM          VALUE 'S'.

      * LANCAMENTOS JA CARREGADOS (EXTRATO.dat DAS CARGAS ANTERIORES
      * E DESTA) - A LINHA DO BANCO INTEIRA E A CHAVE DE DUPLICIDADE
       77  WS-MAX-LANCAMENTOS      PIC 9(04)   VALUE 5000.
       77  WS-QTD-LANCAMENTOS-TAB  PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-LANCAMENTO       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-LANCAMENTO-REPETIDO  PIC X(01)   VALUE 'N'.
           88  WS-LANCAMENTO-REPETIDO-SIM      VALUE 'S'.
       01  WS-TAB-LANCAMENTOS.
           05  WS-LCT-LINHA        PIC X(63)  OCCURS 5000 TIMES.

       77  WS-ULTIMA-SEQUENCIA     PIC 9(07)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CREDITOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DEBITOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-CREDITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DEBITOS        PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.

      * CONVERSAO E VALIDACAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'STMTLOAD'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-EXTRATO
                       UNTIL WS-FIM-BANCO-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P110-CARREGA-LANCAMENTOS

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT EXTRATO-BANCO
               OPEN EXTEND REGISTRO-EXTRATO
               IF WS-EXTRATO-NAO-CRIADO
                  OPEN OUTPUT REGISTRO-EXTRATO
               END-IF
               OPEN EXTEND ERROR-LOG

               IF NOT WS-BANCO-OK OR NOT WS-EXTRATO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - EXTRATO DO BANCO: '
                          WS-BANCO-STATUS ' REGISTRO: '
                          WS-EXTRATO-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P110-CARREGA-LANCAMENTOS
      * EXTRATO.dat ausente = primeira carga. Estouro da tabela aborta
      * a carga: um lancamento que ficasse de fora deixaria passar o
      * mesmo arquivo do banco carregado de novo.
      ******************************************************************
       P110-CARREGA-LANCAMENTOS.
            OPEN INPUT REGISTRO-EXTRATO
            IF WS-EXTRATO-OK
               PERFORM P120-LE-LANCAMENTO UNTIL WS-FIM-EXTRATO-SIM
               CLOSE REGISTRO-EXTRATO
            END-IF.

       P120-LE-LANCAMENTO.
            READ REGISTRO-EXTRATO
                 AT END SET WS-FIM-EXTRATO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-EXTRATO-SIM
               IF EXT-SEQUENCIA > WS-ULTIMA-SEQUENCIA
                  MOVE EXT-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               END-IF
               IF WS-QTD-LANCAMENTOS-TAB < WS-MAX-LANCAMENTOS
                  ADD 1 TO WS-QTD-LANCAMENTOS-TAB
                  MOVE EXT-LANCAMENTO
                       TO WS-LCT-LINHA(WS-QTD-LANCAMENTOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-LANCAMENTOS
                          ' LANCAMENTOS NO EXTRATO.dat - CARGA '
                          'ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-EXTRATO-SIM TO TRUE
               END-IF
            END-IF.

       P200-PROCESSA-EXTRATO.
            READ EXTRATO-BANCO
                 AT END SET WS-FIM-BANCO-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-BANCO-SIM
               ADD 1 TO WS-QTD-LIDAS
               PERFORM P300-VALIDA-LANCAMENTO
               IF WS-LINHA-REJEITADA-SIM
                  ADD 1 TO WS-QTD-REJEITADAS
                  PERFORM P8200-GRAVA-ERRO-LOG
               ELSE
                  PERFORM P400-GRAVA-LANCAMENTO
               END-IF
            END-IF.

      ******************************************************************
      * P300-VALIDA-LANCAMENTO
      * Cada teste so roda se os anteriores passaram; o primeiro
      * motivo encontrado vai para o ERROR-LOG com o documento do
      * banco na chave.
      ******************************************************************
       P300-VALIDA-LANCAMENTO.
            MOVE 'N' TO WS-LINHA-REJEITADA
            MOVE BNK-DOCUMENTO TO WS-ERL-CHAVE

            EVALUATE TRUE
                WHEN NOT (BNK-CREDITO OR BNK-DEBITO)
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'TIPO DE LANCAMENTO INVALIDO (C OU D)'
                          TO WS-ERL-MOTIVO
                WHEN BNK-VALOR NOT NUMERIC
                     OR BNK-VALOR = ZEROS
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'VALOR DO LANCAMENTO INVALIDO'
                          TO WS-ERL-MOTIVO
                WHEN BNK-HISTORICO NOT NUMERIC
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'CODIGO DE HISTORICO INVALIDO'
                          TO WS-ERL-MOTIVO
            END-EVALUATE

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM P310-VALIDA-DATA
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               MOVE 'N' TO WS-LANCAMENTO-REPETIDO
               PERFORM VARYING WS-IDX-LANCAMENTO FROM 1 BY 1
                       UNTIL WS-IDX-LANCAMENTO > WS-QTD-LANCAMENTOS-TAB
                       OR WS-LANCAMENTO-REPETIDO-SIM
                   IF WS-LCT-LINHA(WS-IDX-LANCAMENTO) = REG-BANCO
                      SET WS-LANCAMENTO-REPETIDO-SIM TO TRUE
                   END-IF
               END-PERFORM
               IF WS-LANCAMENTO-REPETIDO-SIM
                  SET WS-LINHA-REJEITADA-SIM TO TRUE
                  MOVE 'LANCAMENTO JA CARREGADO - EXTRATO REPETIDO'
                       TO WS-ERL-MOTIVO
               END-IF
            END-IF.

      ******************************************************************
      * P310-VALIDA-DATA
      * A data do lancamento tem de existir no calendario e nao pode
      * ser futura.
      ******************************************************************
       P310-VALIDA-DATA.
            MOVE 'N' TO WS-DATA-CONV-SW
            IF BNK-DATA IS NUMERIC
               MOVE BNK-DATA TO WS-DATA-ISO
               CALL 'DATE-VALID' USING WS-DATA-ISO-DD
                                        WS-DATA-ISO-MM
                                        WS-DATA-ISO-AAAA
                                        WS-DATA-CONV-SW
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-DATA-CONV-OK
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO LANCAMENTO INVALIDA'
                          TO WS-ERL-MOTIVO
                WHEN BNK-DATA > WS-DATA-HOJE
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO LANCAMENTO NO FUTURO'
                          TO WS-ERL-MOTIVO
            END-EVALUATE.

      ******************************************************************
      * P400-GRAVA-LANCAMENTO
      * A linha aceita entra na tabela de duplicidade, para que o
      * mesmo lancamento repetido dentro do proprio arquivo tambem
      * seja barrado.
      ******************************************************************
       P400-GRAVA-LANCAMENTO.
            MOVE SPACES TO REG-EXTRATO
            ADD 1 TO WS-ULTIMA-SEQUENCIA
            MOVE WS-ULTIMA-SEQUENCIA TO EXT-SEQUENCIA
            MOVE REG-BANCO           TO EXT-LANCAMENTO
            MOVE WS-DATA-HOJE        TO EXT-DATA-CARGA
            MOVE ZEROS               TO EXT-DATA-CONCILIACAO
                                        EXT-RECIBO
            IF BNK-CREDITO
               SET EXT-PENDENTE TO TRUE
            ELSE
               SET EXT-INFORMATIVO TO TRUE
            END-IF
            WRITE REG-EXTRATO

            IF NOT WS-EXTRATO-OK
               DISPLAY 'ERRO DE GRAVACAO NO EXTRATO.dat - STATUS '
                       WS-EXTRATO-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-BANCO-SIM TO TRUE
            ELSE
               IF BNK-CREDITO
                  ADD 1 TO WS-QTD-CREDITOS
                  ADD BNK-VALOR TO WS-TOTAL-CREDITOS
               ELSE
                  ADD 1 TO WS-QTD-DEBITOS
                  ADD BNK-VALOR TO WS-TOTAL-DEBITOS
               END-IF
               IF WS-QTD-LANCAMENTOS-TAB < WS-MAX-LANCAMENTOS
                  ADD 1 TO WS-QTD-LANCAMENTOS-TAB
                  MOVE REG-BANCO
                       TO WS-LCT-LINHA(WS-QTD-LANCAMENTOS-TAB)
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE EXTRATO-BANCO
               CLOSE REGISTRO-EXTRATO
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
               DISPLAY 'EXTRATO BANCARIO: ' WS-QTD-LIDAS
                       ' LIDO(S), ' WS-QTD-CREDITOS ' CREDITO(S), '
                       WS-QTD-DEBITOS ' DEBITO(S), '
                       WS-QTD-REJEITADAS ' REJEITADO(S) - VER '
                       'ERROR-LOG.'
               MOVE WS-TOTAL-CREDITOS TO WS-VALOR-ED
               DISPLAY 'TOTAL DE CREDITOS CARREGADOS: ' WS-VALOR-ED
               MOVE WS-TOTAL-DEBITOS TO WS-VALOR-ED
               DISPLAY 'TOTAL DE DEBITOS CARREGADOS.: ' WS-VALOR-ED
               IF WS-QTD-REJEITADAS > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ERRLOGPA.

           COPY ENVCFGPA.
       END PROGRAM STMT-LOAD.
