      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Lista de separacao dos pedidos faturados. Varre o
      *            ORDER-MASTER atras de ORD-FATURADO ainda sem
      *            embarque (SHIPFILE.dat) e ainda nao listado
      *            (PACKFILE.dat, copybooks PACK*), e para cada um:
      *            grava as linhas do ORDLINES.dat no PACKFILE.dat
      *            como LISTADAS (pedido sem linha, anterior ao
      *            ORD-LINES-MIGRATE, entra pelo espelho do
      *            cabecalho), emite o romaneio de embalagem do
      *            pedido (PACKSLIP.txt) com a coluna de conferencia
      *            em branco e solta as linhas para a lista de
      *            separacao (PICKLIST.txt), agrupada por deposito e
      *            item com o total a separar e o detalhe por pedido -
      *            o deposito separava por uma fotocopia do
      *            INVDOC.txt, pedido a pedido. Linha de kit sai no
      *            romaneio como o kit com os componentes abaixo e na
      *            lista pelos componentes (KITCOMP.dat). A
      *            quantidade separada de cada linha e informada
      *            depois no PACK-CONFIRM, e o SHIP-CONFIRM so embarca
      *            pedido conferido completo. A data da lista e a de
      *            referencia da rodada (ASOFDATE.dat).
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY CUSTSEL.
           COPY ITMSEL.
           COPY ASOFSL.
           COPY KITSL.
           COPY PACKSL.

           SELECT ARQUIVO-EMBARQUES ASSIGN TO
           'src\assets\SHIPFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMBARQUES-STATUS.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

           SELECT WORK-SEPARACAO ASSIGN TO
           'src\assets\WKPICK.tmp'.

           SELECT LISTA-SEPARACAO ASSIGN TO
           'src\assets\PICKLIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LISTA-STATUS.

           SELECT ROMANEIO-EMBALAGEM ASSIGN TO
           'src\assets\PACKSLIP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROMANEIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  SEPARACAO-PEDIDOS.
           COPY PACKF.

       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       SD  WORK-SEPARACAO.
       01  REG-WORK-SEPARACAO.
           05  WPK-DEPOSITO            PIC X(03).
           05  WPK-ITEM                PIC X(08).
           05  WPK-PEDIDO              PIC 9(06).
           05  WPK-SEQUENCIA           PIC 9(03).
           05  WPK-QUANTIDADE          PIC 9(07).
           05  WPK-KIT                 PIC X(08).

       FD  LISTA-SEPARACAO.
       01  REG-LISTA                   PIC X(80).

       FD  ROMANEIO-EMBALAGEM.
       01  REG-ROMANEIO                PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-FIM-ARQUIVO              VALUE '10'.
       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-EMBARQUES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-EMBARQUES-OK                 VALUE '00'.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
       77  WS-LISTA-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-LISTA-OK                     VALUE '00'.
       77  WS-ROMANEIO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ROMANEIO-OK                  VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.
       77  WS-ERRO-GRAVACAO        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-GRAVACAO-SIM            VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*) = DATA DA LISTA
           COPY ASOFWS.

      * SEPARACAO DOS PEDIDOS (COPYBOOKS PACK*) - PEDIDO JA LISTADO
      * NAO ENTRA DE NOVO; OS NOVOS SAO ACRESCENTADOS A TABELA
           COPY PACKWS.

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - SO LEITURA
           COPY KITWS.

      * EMBARQUES EM MEMORIA - SO O NUMERO DO PEDIDO INTERESSA
       77  WS-MAX-EMBARQUES        PIC 9(04)   VALUE 2000.
       77  WS-QTD-EMBARQUES-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-EMBARQUE         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PEDIDO-EMBARCADO     PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-EMBARCADO-SIM         VALUE 'S'.
       01  WS-TAB-EMBARQUES.
           05  WS-EMB-PEDIDO       PIC 9(06)  OCCURS 2000 TIMES.

      * LINHAS DE PEDIDO EM MEMORIA (ORDLINES.dat)
       77  WS-MAX-LINHAS           PIC 9(04)   VALUE 3000.
       77  WS-QTD-LINHAS-TAB       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA            PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-LINHAS.
           05  WS-LINHA-ENTRADA    OCCURS 3000 TIMES.
               10  WS-LNT-NUMERO       PIC 9(06).
               10  WS-LNT-SEQUENCIA    PIC 9(03).
               10  WS-LNT-ITEM         PIC X(08).
               10  WS-LNT-QUANTIDADE   PIC 9(05).
               10  WS-LNT-DEPOSITO     PIC X(03).

      * LINHA CORRENTE DO PEDIDO EM PREPARO
       01  WS-LINHA-CORRENTE.
           05  WS-LNC-SEQUENCIA    PIC 9(03)   VALUE ZEROS.
           05  WS-LNC-ITEM         PIC X(08)   VALUE SPACES.
           05  WS-LNC-QUANTIDADE   PIC 9(05)   VALUE ZEROS.
           05  WS-LNC-DEPOSITO     PIC X(03)   VALUE SPACES.
       77  WS-QTD-LINHAS-PEDIDO    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-COMPONENTE       PIC 9(07)   VALUE ZEROS.
       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.
       01  WS-DESCRICAO-ITEM       PIC X(30)   VALUE SPACES.

      * QUEBRA DA LISTA POR DEPOSITO E ITEM
       01  WS-DEPOSITO-QUEBRA      PIC X(03)   VALUE HIGH-VALUES.
       01  WS-ITEM-QUEBRA          PIC X(08)   VALUE HIGH-VALUES.
       77  WS-TOTAL-ITEM           PIC 9(07)   VALUE ZEROS.
       77  WS-IDX-DETALHE          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-DETALHES         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-DETALHES.
           05  WS-DETALHE-ENTRADA  OCCURS 200 TIMES.
               10  WS-DTL-PEDIDO       PIC 9(06).
               10  WS-DTL-QUANTIDADE   PIC 9(07).
               10  WS-DTL-KIT          PIC X(08).

      * TOTAIS DA RODADA
       77  WS-QTD-PEDIDOS-LISTADOS PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LINHAS-LISTADAS  PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ITENS-LISTA      PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-QTD-LINHA-ED         PIC ZZ.ZZZ.ZZ9.
       77  WS-SEQ-ED               PIC ZZ9.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               SORT WORK-SEPARACAO
                    ON ASCENDING KEY WPK-DEPOSITO
                                     WPK-ITEM
                                     WPK-PEDIDO
                                     WPK-SEQUENCIA
                    INPUT PROCEDURE IS P200-SELECIONA-PEDIDOS
                    OUTPUT PROCEDURE IS P500-EMITE-LISTA
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Data da lista e tabelas de apoio. Qualquer carga estourada
      * aborta a rodada: separacao incompleta seria regravada
      * truncada, kit sem composicao iria para a lista como item
      * comum, embarque ou linha fora da tabela listaria pedido
      * ja embarcado ou pela metade.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            PERFORM P8690-CARREGA-SEPARACAO
            PERFORM P8680-CARREGA-COMPOSICAO
            PERFORM P110-CARREGA-EMBARQUES
            PERFORM P120-CARREGA-LINHAS
            IF WS-PCK-ESTOUROU-SIM OR WS-KITS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF.

       P110-CARREGA-EMBARQUES.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT ARQUIVO-EMBARQUES
            IF WS-EMBARQUES-OK
               PERFORM P115-LE-EMBARQUE UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-EMBARQUES
            END-IF.

       P115-LE-EMBARQUE.
            READ ARQUIVO-EMBARQUES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-EMBARQUES-TAB < WS-MAX-EMBARQUES
                  ADD 1 TO WS-QTD-EMBARQUES-TAB
                  MOVE SHP-NUMERO-PEDIDO
                       TO WS-EMB-PEDIDO(WS-QTD-EMBARQUES-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-EMBARQUES ' EMBARQUES NO '
                          'ARQUIVO - CARGA ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P120-CARREGA-LINHAS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT LINHAS-PEDIDO
            IF WS-LINHAS-OK
               PERFORM P125-LE-LINHA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE LINHAS-PEDIDO
            END-IF.

       P125-LE-LINHA.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-LINHAS-TAB < WS-MAX-LINHAS
                  ADD 1 TO WS-QTD-LINHAS-TAB
                  MOVE ORL-NUMERO TO WS-LNT-NUMERO(WS-QTD-LINHAS-TAB)
                  MOVE ORL-SEQUENCIA
                       TO WS-LNT-SEQUENCIA(WS-QTD-LINHAS-TAB)
                  MOVE ORL-ITEM TO WS-LNT-ITEM(WS-QTD-LINHAS-TAB)
                  MOVE ORL-QUANTIDADE
                       TO WS-LNT-QUANTIDADE(WS-QTD-LINHAS-TAB)
                  MOVE ORL-DEPOSITO
                       TO WS-LNT-DEPOSITO(WS-QTD-LINHAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-LINHAS ' LINHAS DE '
                          'PEDIDO NO ARQUIVO - CARGA ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P200-SELECIONA-PEDIDOS (INPUT PROCEDURE)
      * Pedido faturado, sem embarque e sem linha de separacao ganha
      * romaneio e solta as linhas para a lista.
      ******************************************************************
       P200-SELECIONA-PEDIDOS.
            OPEN INPUT ORDER-MASTER
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ITEM-MASTER
            OPEN OUTPUT ROMANEIO-EMBALAGEM

            IF NOT WS-ORD-OK OR NOT WS-CUST-OK OR NOT WS-ITEM-OK
               OR NOT WS-ROMANEIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                       WS-ORD-STATUS-ARQ ' CLIENTES: ' WS-CUST-STATUS
                       ' ITENS: ' WS-ITEM-STATUS ' ROMANEIO: '
                       WS-ROMANEIO-STATUS
            ELSE
               PERFORM P210-LE-PEDIDO UNTIL WS-ORD-FIM-ARQUIVO
                       OR WS-ERRO-ABERTURA-SIM
               CLOSE ORDER-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE ITEM-MASTER
               CLOSE ROMANEIO-EMBALAGEM
            END-IF.

       P210-LE-PEDIDO.
            READ ORDER-MASTER NEXT RECORD
                 AT END SET WS-ORD-FIM-ARQUIVO TO TRUE
            END-READ

            IF NOT WS-ORD-FIM-ARQUIVO AND ORD-FATURADO
               MOVE 'N' TO WS-PEDIDO-EMBARCADO
               PERFORM VARYING WS-IDX-EMBARQUE FROM 1 BY 1
                       UNTIL WS-IDX-EMBARQUE > WS-QTD-EMBARQUES-TAB
                       OR WS-PEDIDO-EMBARCADO-SIM
                   IF WS-EMB-PEDIDO(WS-IDX-EMBARQUE) = ORD-NUMERO
                      SET WS-PEDIDO-EMBARCADO-SIM TO TRUE
                   END-IF
               END-PERFORM

               MOVE ORD-NUMERO TO WS-PCK-PEDIDO-PROC
               PERFORM P8692-RESUME-SEPARACAO
               IF NOT WS-PEDIDO-EMBARCADO-SIM
                  AND WS-PCK-QTD-LINHAS = ZEROS
                  PERFORM P300-PREPARA-PEDIDO
               END-IF
            END-IF.

      ******************************************************************
      * P300-PREPARA-PEDIDO
      * Cabecalho do romaneio e uma passada por linha do pedido no
      * ORDLINES.dat; sem linha, o espelho do cabecalho vira a linha
      * 001 sem deposito.
      ******************************************************************
       P300-PREPARA-PEDIDO.
            ADD 1 TO WS-QTD-PEDIDOS-LISTADOS
            PERFORM P310-CABECALHO-ROMANEIO

            MOVE ZEROS TO WS-QTD-LINHAS-PEDIDO
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-QTD-LINHAS-TAB
                    OR WS-ERRO-ABERTURA-SIM
                IF WS-LNT-NUMERO(WS-IDX-LINHA) = ORD-NUMERO
                   ADD 1 TO WS-QTD-LINHAS-PEDIDO
                   MOVE WS-LNT-SEQUENCIA(WS-IDX-LINHA)
                        TO WS-LNC-SEQUENCIA
                   MOVE WS-LNT-ITEM(WS-IDX-LINHA) TO WS-LNC-ITEM
                   MOVE WS-LNT-QUANTIDADE(WS-IDX-LINHA)
                        TO WS-LNC-QUANTIDADE
                   MOVE WS-LNT-DEPOSITO(WS-IDX-LINHA)
                        TO WS-LNC-DEPOSITO
                   PERFORM P320-PREPARA-LINHA
                END-IF
            END-PERFORM

            IF WS-QTD-LINHAS-PEDIDO = ZEROS
               MOVE 1 TO WS-LNC-SEQUENCIA
               MOVE ORD-ITEM(1:8) TO WS-LNC-ITEM
               MOVE ORD-QUANTIDADE TO WS-LNC-QUANTIDADE
               MOVE SPACES TO WS-LNC-DEPOSITO
               PERFORM P320-PREPARA-LINHA
            END-IF

            PERFORM P330-RODAPE-ROMANEIO.

       P310-CABECALHO-ROMANEIO.
            MOVE SPACES TO WS-NOME-COMPLETO
            MOVE ORD-CODIGO-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-MEIO      DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-ULTIMO    DELIMITED BY SPACE
                      INTO WS-NOME-COMPLETO
               END-STRING
            ELSE
               MOVE '(CLIENTE NAO CADASTRADO)' TO WS-NOME-COMPLETO
            END-IF

            MOVE '===== ROMANEIO DE EMBALAGEM =====' TO REG-ROMANEIO
            WRITE REG-ROMANEIO
            MOVE SPACES TO REG-ROMANEIO
            STRING 'PEDIDO '          DELIMITED BY SIZE
                   ORD-NUMERO         DELIMITED BY SIZE
                   '  FILIAL '        DELIMITED BY SIZE
                   ORD-FILIAL         DELIMITED BY SIZE
                   '  LISTA DE '      DELIMITED BY SIZE
                   WS-DATA-REFERENCIA DELIMITED BY SIZE
                   INTO REG-ROMANEIO
            END-STRING
            WRITE REG-ROMANEIO
            MOVE SPACES TO REG-ROMANEIO
            STRING 'CLIENTE '         DELIMITED BY SIZE
                   ORD-CODIGO-CLIENTE DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-NOME-COMPLETO   DELIMITED BY SIZE
                   INTO REG-ROMANEIO
            END-STRING
            WRITE REG-ROMANEIO
            MOVE 'SEQ ITEM     DESCRICAO                      DEP  '
                 TO REG-ROMANEIO
            MOVE 'QTD  SEPARADO' TO REG-ROMANEIO(52:13)
            WRITE REG-ROMANEIO.

      ******************************************************************
      * P320-PREPARA-LINHA
      * Linha LISTADA no PACKFILE.dat, linha no romaneio (kit com os
      * componentes logo abaixo, so para conferencia) e registros
      * para a lista de separacao - o kit e separado pelos
      * componentes.
      ******************************************************************
       P320-PREPARA-LINHA.
            IF WS-QTD-PCK-TAB < WS-MAX-PCK
               ADD 1 TO WS-QTD-PCK-TAB
               ADD 1 TO WS-QTD-LINHAS-LISTADAS
               MOVE ORD-NUMERO TO WS-PKT-PEDIDO(WS-QTD-PCK-TAB)
               MOVE WS-LNC-SEQUENCIA
                    TO WS-PKT-SEQUENCIA(WS-QTD-PCK-TAB)
               MOVE ORD-CODIGO-CLIENTE
                    TO WS-PKT-CLIENTE(WS-QTD-PCK-TAB)
               MOVE WS-LNC-ITEM TO WS-PKT-ITEM(WS-QTD-PCK-TAB)
               MOVE WS-LNC-DEPOSITO TO WS-PKT-DEPOSITO(WS-QTD-PCK-TAB)
               MOVE WS-LNC-QUANTIDADE
                    TO WS-PKT-QTD-PEDIDA(WS-QTD-PCK-TAB)
               MOVE ZEROS TO WS-PKT-QTD-SEPARADA(WS-QTD-PCK-TAB)
               MOVE WS-DATA-REFERENCIA
                    TO WS-PKT-DATA-LISTA(WS-QTD-PCK-TAB)
               MOVE ZEROS TO WS-PKT-DATA-CONFERENCIA(WS-QTD-PCK-TAB)
               MOVE 'L' TO WS-PKT-SITUACAO(WS-QTD-PCK-TAB)
               MOVE SPACES TO WS-PKT-OPERADOR(WS-QTD-PCK-TAB)
            ELSE
               DISPLAY 'MAIS DE ' WS-MAX-PCK ' LINHAS DE SEPARACAO - '
                       'RODADA ABORTADA, NADA FOI GRAVADO.'
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               MOVE WS-LNC-ITEM TO ITM-CODIGO
               PERFORM P325-DESCRICAO-ITEM
               MOVE WS-LNC-SEQUENCIA TO WS-SEQ-ED
               MOVE WS-LNC-QUANTIDADE TO WS-QTD-ED
               MOVE SPACES TO REG-ROMANEIO
               MOVE WS-SEQ-ED TO REG-ROMANEIO(1:3)
               MOVE WS-LNC-ITEM TO REG-ROMANEIO(5:8)
               MOVE WS-DESCRICAO-ITEM TO REG-ROMANEIO(14:30)
               MOVE WS-LNC-DEPOSITO TO REG-ROMANEIO(45:3)
               MOVE WS-QTD-ED TO REG-ROMANEIO(49:6)
               MOVE '[______]' TO REG-ROMANEIO(57:8)
               WRITE REG-ROMANEIO

               MOVE WS-LNC-ITEM TO WS-KIT-PROCURADO
               PERFORM P8685-MONTA-COMPOSICAO
               IF WS-QTD-CMP-KIT = ZEROS
                  MOVE WS-LNC-DEPOSITO TO WPK-DEPOSITO
                  MOVE WS-LNC-ITEM TO WPK-ITEM
                  MOVE ORD-NUMERO TO WPK-PEDIDO
                  MOVE WS-LNC-SEQUENCIA TO WPK-SEQUENCIA
                  MOVE WS-LNC-QUANTIDADE TO WPK-QUANTIDADE
                  MOVE SPACES TO WPK-KIT
                  RELEASE REG-WORK-SEPARACAO
               ELSE
                  PERFORM VARYING WS-IDX-CMP-KIT FROM 1 BY 1
                          UNTIL WS-IDX-CMP-KIT > WS-QTD-CMP-KIT
                      PERFORM P328-SOLTA-COMPONENTE
                  END-PERFORM
               END-IF
            END-IF.

       P325-DESCRICAO-ITEM.
            READ ITEM-MASTER KEY IS ITM-CODIGO
            IF WS-ITEM-OK
               MOVE ITM-DESCRICAO TO WS-DESCRICAO-ITEM
            ELSE
               MOVE '(ITEM NAO CADASTRADO)' TO WS-DESCRICAO-ITEM
            END-IF.

       P328-SOLTA-COMPONENTE.
            COMPUTE WS-QTD-COMPONENTE =
                    WS-CMP-QUANTIDADE(WS-IDX-CMP-KIT)
                    * WS-LNC-QUANTIDADE

            MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT) TO ITM-CODIGO
            PERFORM P325-DESCRICAO-ITEM
            MOVE WS-QTD-COMPONENTE TO WS-QTD-LINHA-ED
            MOVE SPACES TO REG-ROMANEIO
            MOVE '  +' TO REG-ROMANEIO(1:3)
            MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT) TO REG-ROMANEIO(5:8)
            MOVE WS-DESCRICAO-ITEM TO REG-ROMANEIO(14:30)
            MOVE WS-QTD-LINHA-ED TO REG-ROMANEIO(45:10)
            WRITE REG-ROMANEIO

            MOVE WS-LNC-DEPOSITO TO WPK-DEPOSITO
            MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT) TO WPK-ITEM
            MOVE ORD-NUMERO TO WPK-PEDIDO
            MOVE WS-LNC-SEQUENCIA TO WPK-SEQUENCIA
            MOVE WS-QTD-COMPONENTE TO WPK-QUANTIDADE
            MOVE WS-LNC-ITEM TO WPK-KIT
            RELEASE REG-WORK-SEPARACAO.

       P330-RODAPE-ROMANEIO.
            MOVE SPACES TO REG-ROMANEIO
            WRITE REG-ROMANEIO
            MOVE 'CONFERENTE: ____________________   VOLUMES: _____'
                 TO REG-ROMANEIO
            WRITE REG-ROMANEIO
            MOVE SPACES TO REG-ROMANEIO
            WRITE REG-ROMANEIO.

      ******************************************************************
      * P500-EMITE-LISTA (OUTPUT PROCEDURE)
      * Um bloco por deposito e item: total a separar e, abaixo, de
      * qual pedido (e kit) sai cada quantidade.
      ******************************************************************
       P500-EMITE-LISTA.
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P505-ABRE-LISTA
            END-IF.

       P505-ABRE-LISTA.
            OPEN OUTPUT LISTA-SEPARACAO
            OPEN INPUT ITEM-MASTER
            IF NOT WS-LISTA-OK OR NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-GRAVACAO
               DISPLAY 'ERRO AO ABRIR LISTA DE SEPARACAO - STATUS '
                       WS-LISTA-STATUS ' ITENS: ' WS-ITEM-STATUS
            ELSE
               MOVE SPACES TO REG-LISTA
               STRING '===== LISTA DE SEPARACAO DE '
                                         DELIMITED BY SIZE
                      WS-DATA-REFERENCIA DELIMITED BY SIZE
                      ' ====='           DELIMITED BY SIZE
                      INTO REG-LISTA
               END-STRING
               WRITE REG-LISTA

               MOVE 'N' TO WS-SORT-FIM-SW
               PERFORM P510-LE-ORDENADO UNTIL WS-SORT-FIM
               IF WS-ITEM-QUEBRA NOT = HIGH-VALUES
                  PERFORM P530-FECHA-ITEM
               END-IF

               MOVE WS-QTD-PEDIDOS-LISTADOS TO WS-QTD-ED
               MOVE SPACES TO REG-LISTA
               WRITE REG-LISTA
               MOVE SPACES TO REG-LISTA
               STRING 'PEDIDOS NA LISTA: ' DELIMITED BY SIZE
                      WS-QTD-ED            DELIMITED BY SIZE
                      INTO REG-LISTA
               END-STRING
               WRITE REG-LISTA
               CLOSE LISTA-SEPARACAO
               CLOSE ITEM-MASTER
            END-IF.

       P510-LE-ORDENADO.
            RETURN WORK-SEPARACAO
                AT END SET WS-SORT-FIM TO TRUE
            END-RETURN
            IF NOT WS-SORT-FIM
               IF WPK-DEPOSITO NOT = WS-DEPOSITO-QUEBRA
                  OR WPK-ITEM NOT = WS-ITEM-QUEBRA
                  IF WS-ITEM-QUEBRA NOT = HIGH-VALUES
                     PERFORM P530-FECHA-ITEM
                  END-IF
                  IF WPK-DEPOSITO NOT = WS-DEPOSITO-QUEBRA
                     PERFORM P520-CABECALHO-DEPOSITO
                  END-IF
                  MOVE WPK-ITEM TO WS-ITEM-QUEBRA
                  MOVE ZEROS TO WS-TOTAL-ITEM
                  MOVE ZEROS TO WS-QTD-DETALHES
               END-IF
               ADD WPK-QUANTIDADE TO WS-TOTAL-ITEM
               IF WS-QTD-DETALHES < 200
                  ADD 1 TO WS-QTD-DETALHES
                  MOVE WPK-PEDIDO TO WS-DTL-PEDIDO(WS-QTD-DETALHES)
                  MOVE WPK-QUANTIDADE
                       TO WS-DTL-QUANTIDADE(WS-QTD-DETALHES)
                  MOVE WPK-KIT TO WS-DTL-KIT(WS-QTD-DETALHES)
               END-IF
            END-IF.

       P520-CABECALHO-DEPOSITO.
            MOVE WPK-DEPOSITO TO WS-DEPOSITO-QUEBRA
            MOVE SPACES TO REG-LISTA
            WRITE REG-LISTA
            MOVE SPACES TO REG-LISTA
            IF WPK-DEPOSITO = SPACES
               MOVE 'DEPOSITO: (SEM DEPOSITO NA LINHA)' TO REG-LISTA
            ELSE
               STRING 'DEPOSITO: '  DELIMITED BY SIZE
                      WPK-DEPOSITO  DELIMITED BY SIZE
                      INTO REG-LISTA
               END-STRING
            END-IF
            WRITE REG-LISTA.

      * TOTAL DO ITEM E DETALHE POR PEDIDO - A QUANTIDADE DO ITEM
      * CONTINUA CERTA MESMO ACIMA DE 200 PEDIDOS, SO O DETALHE PARA
       P530-FECHA-ITEM.
            ADD 1 TO WS-QTD-ITENS-LISTA
            MOVE WS-ITEM-QUEBRA TO ITM-CODIGO
            PERFORM P325-DESCRICAO-ITEM
            MOVE WS-TOTAL-ITEM TO WS-QTD-LINHA-ED
            MOVE SPACES TO REG-LISTA
            MOVE WS-ITEM-QUEBRA TO REG-LISTA(3:8)
            MOVE WS-DESCRICAO-ITEM TO REG-LISTA(12:30)
            MOVE 'SEPARAR' TO REG-LISTA(44:7)
            MOVE WS-QTD-LINHA-ED TO REG-LISTA(52:10)
            MOVE '[____]' TO REG-LISTA(64:6)
            WRITE REG-LISTA
            PERFORM VARYING WS-IDX-DETALHE FROM 1 BY 1
                    UNTIL WS-IDX-DETALHE > WS-QTD-DETALHES
                MOVE WS-DTL-QUANTIDADE(WS-IDX-DETALHE)
                     TO WS-QTD-LINHA-ED
                MOVE SPACES TO REG-LISTA
                STRING '     PEDIDO '  DELIMITED BY SIZE
                       WS-DTL-PEDIDO(WS-IDX-DETALHE)
                                       DELIMITED BY SIZE
                       '  QTD '        DELIMITED BY SIZE
                       WS-QTD-LINHA-ED DELIMITED BY SIZE
                       INTO REG-LISTA
                END-STRING
                IF WS-DTL-KIT(WS-IDX-DETALHE) NOT = SPACES
                   MOVE '(KIT' TO REG-LISTA(37:4)
                   MOVE WS-DTL-KIT(WS-IDX-DETALHE) TO REG-LISTA(42:8)
                   MOVE ')' TO REG-LISTA(50:1)
                END-IF
                WRITE REG-LISTA
            END-PERFORM.

      ******************************************************************
      * P900-FINAL
      * As linhas LISTADAS so vao para o PACKFILE.dat com a rodada
      * inteira certa - romaneio sem linha gravada seria recusado no
      * PACK-CONFIRM.
      ******************************************************************
       P900-FINAL.
            IF NOT WS-ERRO-ABERTURA-SIM
               AND WS-QTD-LINHAS-LISTADAS > ZEROS
               PERFORM P8698-GRAVA-SEPARACAO
               IF NOT WS-PCK-GRAVADAS-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO GRAVAR ARQUIVO DE SEPARACAO - '
                          'STATUS ' WS-PCK-STATUS
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-ERRO-GRAVACAO-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     DISPLAY 'LISTA DE SEPARACAO: '
                             WS-QTD-PEDIDOS-LISTADOS ' PEDIDO(S), '
                             WS-QTD-LINHAS-LISTADAS ' LINHA(S), '
                             WS-QTD-ITENS-LISTA ' ITEM(NS) A SEPARAR.'
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY KITPA.
           COPY PACKPA.
           COPY ASOFPA.

           COPY ENVCFGPA.
       END PROGRAM PICK-LIST.
