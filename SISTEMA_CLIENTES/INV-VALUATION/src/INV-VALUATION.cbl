      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Valorizacao do estoque ao custo medio ponderado,
      *            para o fechamento do mes: cada saldo do STOCKF.dat
      *            (disponivel + alocada - a mercadoria alocada ainda
      *            esta no deposito ate o faturamento) multiplicado
      *            pelo ITM-CUSTO-MEDIO do ITEM-MASTER, agrupado pela
      *            categoria do item, com subtotal por categoria e
      *            total geral. Item sem custo (ainda sem recebimento
      *            desde o ITEM-COST-MIGRATE) sai marcado SEM CUSTO e
      *            e contado no rodape; item fora do cadastro cai na
      *            categoria 'SEM ', como no SALES-REPORT. Cada
      *            saldo sai com o seu deposito, e a mercadoria em
      *            transito entre depositos (STKXFER.dat) entra
      *            marcada com '*' e o deposito de destino - ela ja
      *            saiu do saldo da origem e ainda nao entrou no do
      *            destino, mas continua sendo estoque da empresa.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Deposito em cada linha da valorizacao;
      *                  transferencias em transito (STKXFER.dat)
      *                  valorizadas pelo deposito de destino, marcadas
      *                  com '*' e totalizadas no rodape.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-VALUATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITMSEL.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT WORK-VALORIZACAO ASSIGN TO
           'src\assets\WKINVVAL.tmp'.

           SELECT RELATORIO-VALORIZACAO ASSIGN TO
           'src\assets\INVVALUE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

           COPY PERFLSL.
           COPY TRFSL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

       FD  PERF-LOG.
           COPY PERFLOG.

       FD  TRANSFERENCIAS-ESTOQUE.
           COPY TRFF.

       SD  WORK-VALORIZACAO.
       01  REG-WORK-VALORIZACAO.
           05  WVL-CATEGORIA           PIC X(04).
           05  WVL-ITEM                PIC X(08).
           05  WVL-SITUACAO            PIC X(01).
               88  WVL-EM-ESTOQUE              VALUE 'E'.
               88  WVL-EM-TRANSITO             VALUE 'T'.
           05  WVL-DEPOSITO            PIC X(03).
           05  WVL-DESCRICAO           PIC X(30).
           05  WVL-QUANTIDADE          PIC 9(08).
           05  WVL-CUSTO-MEDIO         PIC 9(07)V99.
           05  WVL-VALOR               PIC 9(13)V99.

       FD  RELATORIO-VALORIZACAO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-FIM-ESTOQUE          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTOQUE-SIM              VALUE 'S'.

       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.

       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.
       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       01  WS-MARCA-CUSTO          PIC X(09)   VALUE SPACES.
       01  WS-COLUNA-DEPOSITO.
           05  WS-COL-MARCA        PIC X(01)   VALUE SPACE.
           05  WS-COL-DEPOSITO     PIC X(03)   VALUE SPACES.

      * TRANSFERENCIAS ENTRE DEPOSITOS (COPYBOOKS TRF*) - SO AS EM
      * TRANSITO ENTRAM NA VALORIZACAO
           COPY TRFWS.
       77  WS-UNID-TRANSITO        PIC 9(09)   VALUE ZEROS COMP.
       77  WS-TOTAL-TRANSITO       PIC 9(13)V99 VALUE ZEROS.

      * CONTROLE DE QUEBRA POR CATEGORIA
       01  WS-CATEGORIA-QUEBRA     PIC X(04)   VALUE SPACES.
       77  WS-SUBTOTAL-CATEG       PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-ITENS-CATEG      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-UNID-CATEG           PIC 9(09)   VALUE ZEROS COMP.

       77  WS-TOTAL-GERAL          PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-ITENS-GERAL      PIC 9(07)   VALUE ZEROS COMP.
       77  WS-UNID-GERAL           PIC 9(09)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-CUSTO        PIC 9(07)   VALUE ZEROS COMP.

       77  WS-CUSTO-ED             PIC Z.ZZZ.ZZ9,99.
       77  WS-VALOR-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.
       77  WS-QTD-ED               PIC ZZ.ZZZ.ZZ9.
       77  WS-ITENS-ED             PIC ZZ.ZZ9.

      * CONVERSAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * LOG DE DESEMPENHO POR FASE COMPARTILHADO (COPYBOOKS PERFL*)
           COPY PERFLWS.
       77  WS-PRF-PROGRAMA         PIC X(08)   VALUE 'INVVALUE'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - UM REGISTRO POR SALDO COM QUANTIDADE
       S1-EXTRACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            OPEN EXTEND PERF-LOG

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            SORT WORK-VALORIZACAO
                 ON ASCENDING KEY WVL-CATEGORIA
                                  WVL-ITEM
                                  WVL-SITUACAO
                                  WVL-DEPOSITO
                 INPUT PROCEDURE IS P200-EXTRAI-SALDOS
                 OUTPUT PROCEDURE IS P300-EMITE-RELATORIO

            IF WS-PERFLOG-OK
               CLOSE PERF-LOG
            END-IF

            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-QTD-SEM-CUSTO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF
            GOBACK.

       P200-EXTRAI-SALDOS.
            MOVE 'EXTRACAO' TO WS-PRF-SECAO
            PERFORM P8600-MARCA-INICIO-FASE

            OPEN INPUT ARQUIVO-ESTOQUE
            OPEN INPUT ITEM-MASTER
            IF NOT WS-ESTOQUE-OK OR NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - ESTOQUE: '
                       WS-ESTOQUE-STATUS ' ITENS: ' WS-ITEM-STATUS
            ELSE
               PERFORM P210-LE-E-LIBERA UNTIL WS-FIM-ESTOQUE-SIM
               PERFORM P230-LIBERA-TRANSITO
            END-IF
            IF WS-ESTOQUE-OK
               CLOSE ARQUIVO-ESTOQUE
            END-IF
            IF WS-ITEM-OK
               CLOSE ITEM-MASTER
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.

       P210-LE-E-LIBERA.
            READ ARQUIVO-ESTOQUE
                 AT END SET WS-FIM-ESTOQUE-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-ESTOQUE-SIM
               COMPUTE WVL-QUANTIDADE =
                       STK-QTD-DISPONIVEL + STK-QTD-ALOCADA
               IF WVL-QUANTIDADE > ZEROS
                  SET WVL-EM-ESTOQUE TO TRUE
                  MOVE STK-DEPOSITO TO WVL-DEPOSITO
                  MOVE STK-ITEM TO WVL-ITEM
                  PERFORM P220-COMPLETA-E-LIBERA
               END-IF
            END-IF.

       P220-COMPLETA-E-LIBERA.
            MOVE WVL-ITEM TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            IF WS-ITEM-OK
               MOVE ITM-DESCRICAO   TO WVL-DESCRICAO
               MOVE ITM-CUSTO-MEDIO TO WVL-CUSTO-MEDIO
               IF ITM-CATEGORIA = SPACES
                  MOVE 'SEM ' TO WVL-CATEGORIA
               ELSE
                  MOVE ITM-CATEGORIA TO WVL-CATEGORIA
               END-IF
            ELSE
               MOVE '(ITEM NAO CADASTRADO)' TO WVL-DESCRICAO
               MOVE ZEROS  TO WVL-CUSTO-MEDIO
               MOVE 'SEM ' TO WVL-CATEGORIA
            END-IF
            MOVE '00' TO WS-ITEM-STATUS
            COMPUTE WVL-VALOR =
                    WVL-QUANTIDADE * WVL-CUSTO-MEDIO
            RELEASE REG-WORK-VALORIZACAO.

      ******************************************************************
      * P230-LIBERA-TRANSITO
      * Transferencias ainda EM TRANSITO, pelo deposito de destino.
      * Arquivo ausente = nenhuma transferencia.
      ******************************************************************
       P230-LIBERA-TRANSITO.
            MOVE 'N' TO WS-FIM-TRF
            OPEN INPUT TRANSFERENCIAS-ESTOQUE
            IF WS-TRF-OK
               PERFORM P235-LE-TRANSFERENCIA UNTIL WS-FIM-TRF-SIM
               CLOSE TRANSFERENCIAS-ESTOQUE
            END-IF.

       P235-LE-TRANSFERENCIA.
            READ TRANSFERENCIAS-ESTOQUE
                 AT END SET WS-FIM-TRF-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-TRF-SIM
               IF TRF-EM-TRANSITO AND TRF-QUANTIDADE > ZEROS
                  SET WVL-EM-TRANSITO TO TRUE
                  MOVE TRF-DEP-DESTINO TO WVL-DEPOSITO
                  MOVE TRF-ITEM TO WVL-ITEM
                  MOVE TRF-QUANTIDADE TO WVL-QUANTIDADE
                  PERFORM P220-COMPLETA-E-LIBERA
               END-IF
            END-IF.

      * FASE DE EMISSAO - DETALHE E SUBTOTAL POR CATEGORIA
       S2-EMISSAO SECTION.
       P300-EMITE-RELATORIO.
            MOVE 'EMISSAO' TO WS-PRF-SECAO
            PERFORM P8600-MARCA-INICIO-FASE

            OPEN OUTPUT RELATORIO-VALORIZACAO
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
               SET WS-SORT-FIM TO TRUE
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P310-RETORNA-E-IMPRIME UNTIL WS-SORT-FIM

               IF WS-CATEGORIA-QUEBRA NOT = SPACES
                  PERFORM P330-IMPRIME-SUBTOTAL-CATEG
               END-IF

               PERFORM P340-IMPRIME-TOTAL-GERAL
               CLOSE RELATORIO-VALORIZACAO
               MOVE 'INV-VALUATION' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\INVVALUE.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.

       P310-RETORNA-E-IMPRIME.
            RETURN WORK-VALORIZACAO
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WVL-CATEGORIA NOT = WS-CATEGORIA-QUEBRA
                  IF WS-CATEGORIA-QUEBRA NOT = SPACES
                     PERFORM P330-IMPRIME-SUBTOTAL-CATEG
                  END-IF
                  MOVE WVL-CATEGORIA TO WS-CATEGORIA-QUEBRA
                  PERFORM P8300-CONTROLA-PAGINA
                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  PERFORM P8300-CONTROLA-PAGINA
                  MOVE SPACES TO REG-RELATORIO
                  STRING 'CATEGORIA ' DELIMITED BY SIZE
                         WVL-CATEGORIA DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
               END-IF

               PERFORM P320-IMPRIME-DETALHE
            END-IF.

       P320-IMPRIME-DETALHE.
            MOVE WVL-QUANTIDADE  TO WS-QTD-ED
            MOVE WVL-CUSTO-MEDIO TO WS-CUSTO-ED
            MOVE WVL-VALOR       TO WS-VALOR-ED
            IF WVL-CUSTO-MEDIO = ZEROS
               MOVE 'SEM CUSTO' TO WS-MARCA-CUSTO
               ADD 1 TO WS-QTD-SEM-CUSTO
            ELSE
               MOVE SPACES TO WS-MARCA-CUSTO
            END-IF

            MOVE WVL-DEPOSITO TO WS-COL-DEPOSITO
            IF WVL-EM-TRANSITO
               MOVE '*' TO WS-COL-MARCA
               ADD WVL-QUANTIDADE TO WS-UNID-TRANSITO
               ADD WVL-VALOR      TO WS-TOTAL-TRANSITO
            ELSE
               MOVE SPACE TO WS-COL-MARCA
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING WS-COLUNA-DEPOSITO DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WVL-ITEM         DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WVL-DESCRICAO    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-QTD-ED        DELIMITED BY SIZE
                   ' X '            DELIMITED BY SIZE
                   WS-CUSTO-ED      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-VALOR-ED      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-MARCA-CUSTO   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            ADD 1              TO WS-QTD-ITENS-CATEG
            ADD 1              TO WS-QTD-ITENS-GERAL
            ADD WVL-QUANTIDADE TO WS-UNID-CATEG
            ADD WVL-QUANTIDADE TO WS-UNID-GERAL
            ADD WVL-VALOR      TO WS-SUBTOTAL-CATEG
            ADD WVL-VALOR      TO WS-TOTAL-GERAL.

       P330-IMPRIME-SUBTOTAL-CATEG.
            MOVE WS-SUBTOTAL-CATEG  TO WS-TOTAL-ED
            MOVE WS-QTD-ITENS-CATEG TO WS-ITENS-ED
            MOVE WS-UNID-CATEG      TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  SUBTOTAL CATEGORIA ' DELIMITED BY SIZE
                   WS-CATEGORIA-QUEBRA    DELIMITED BY SIZE
                   ': '                   DELIMITED BY SIZE
                   WS-ITENS-ED            DELIMITED BY SIZE
                   ' ITEM(NS), '          DELIMITED BY SIZE
                   WS-QTD-ED              DELIMITED BY SIZE
                   ' UNID, '              DELIMITED BY SIZE
                   WS-TOTAL-ED            DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE ZEROS TO WS-SUBTOTAL-CATEG
            MOVE ZEROS TO WS-QTD-ITENS-CATEG
            MOVE ZEROS TO WS-UNID-CATEG.

       P340-IMPRIME-TOTAL-GERAL.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-TOTAL-GERAL     TO WS-TOTAL-ED
            MOVE WS-QTD-ITENS-GERAL TO WS-ITENS-ED
            MOVE WS-UNID-GERAL      TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'VALOR TOTAL DO ESTOQUE: ' DELIMITED BY SIZE
                   WS-ITENS-ED               DELIMITED BY SIZE
                   ' ITEM(NS), '             DELIMITED BY SIZE
                   WS-QTD-ED                 DELIMITED BY SIZE
                   ' UNID, '                 DELIMITED BY SIZE
                   WS-TOTAL-ED               DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-TOTAL-TRANSITO TO WS-TOTAL-ED
            MOVE WS-UNID-TRANSITO  TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '(*) EM TRANSITO ENTRE DEPOSITOS: '
                                             DELIMITED BY SIZE
                   WS-QTD-ED                 DELIMITED BY SIZE
                   ' UNID, '                 DELIMITED BY SIZE
                   WS-TOTAL-ED               DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-QTD-SEM-CUSTO TO WS-ITENS-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'ITENS SEM CUSTO MEDIO: ' DELIMITED BY SIZE
                   WS-ITENS-ED              DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
            MOVE WS-DATA-HOJE TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE SPACES TO REG-RELATORIO
            STRING '===== VALORIZACAO DO ESTOQUE AO CUSTO MEDIO EM '
                   DELIMITED BY SIZE
                   WS-DATA-BR       DELIMITED BY SIZE
                   ' - PAGINA '     DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY PAGECTPA.
           COPY DTCONVP.
           COPY PERFLPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM INV-VALUATION.
