      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Sugestao de reposicao de estoque, rodada na cadeia
      *            noturna do JOB-SEQUENCER. O consumo medio diario de
      *            cada item sai das alocacoes do STKMOVE.dat (A do
      *            ORDER-ENTRY/QUOTE-MAINT e L da liberacao de
      *            backorder, liquidas das devolucoes C) nos ultimos
      *            90 dias ate a data de referencia da rodada. Lista
      *            todo item ativo cujo saldo livre esta abaixo do
      *            ponto de pedido (ITM-PONTO-PEDIDO) com os dias de
      *            cobertura que restam e a quantidade sugerida de
      *            compra; item com pedido de venda em BACKORDER vem
      *            primeiro, em bloco proprio, qualquer que seja o
      *            ponto. O saldo livre e o STK-QTD-DISPONIVEL - a
      *            alocacao ja sai dele no ORDER-ENTRY, e a quantidade
      *            alocada so aparece na coluna de conferencia. A
      *            sugestao e a quantidade de reposicao do item ou,
      *            se maior, o que falta para voltar ao ponto e cobrir
      *            o backorder, descontado o saldo a receber dos
      *            pedidos de compra abertos (PO-MAINT) e o que esta
      *            em transito entre depositos (STKXFER.dat). Saldos
      *            somados em todos os depositos do item.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Saldo livre e alocado somados em todos os
      *                  depositos do item; transferencia em transito
      *                  (STKXFER.dat) entra no saldo a receber.
      * 15/10/2026  MJB  Backorder de kit (KITCOMP.dat) entra como
      *                  demanda dos componentes; o kit nao tem saldo
      *                  nem e comprado e fica fora da sugestao.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITMSEL.
           COPY ORDSEL.
           COPY PCMPSL.
           COPY ASOFSL.
           COPY TRFSL.
           COPY KITSL.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT MOVIMENTOS-ESTOQUE ASSIGN TO
           'src\assets\STKMOVE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTOS-STATUS.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

           SELECT WORK-REPOSICAO ASSIGN TO
           'src\assets\WKREORD.tmp'.

           SELECT RELATORIO-REPOSICAO ASSIGN TO
           'src\assets\REORDER.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

           COPY PERFLSL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  PEDIDOS-COMPRA.
           COPY PCMPF.

       FD  LINHAS-COMPRA.
           COPY PCMLF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

       FD  MOVIMENTOS-ESTOQUE.
           COPY STKMOV.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  PERF-LOG.
           COPY PERFLOG.

       FD  TRANSFERENCIAS-ESTOQUE.
           COPY TRFF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       SD  WORK-REPOSICAO.
       01  REG-WORK-REPOSICAO.
           05  WRP-GRUPO               PIC 9(01).
               88  WRP-GRUPO-BACKORDER         VALUE 1.
               88  WRP-GRUPO-PONTO             VALUE 2.
           05  WRP-DIAS-COBERTURA      PIC 9(04).
           05  WRP-ITEM                PIC X(08).
           05  WRP-DESCRICAO           PIC X(20).
           05  WRP-DISPONIVEL          PIC 9(07).
           05  WRP-ALOCADA             PIC 9(07).
           05  WRP-PONTO-PEDIDO        PIC 9(07).
           05  WRP-CONSUMO-DIARIO      PIC 9(05)V99.
           05  WRP-QTD-BACKORDER       PIC 9(07).
           05  WRP-QTD-A-RECEBER       PIC 9(07).
           05  WRP-SUGESTAO            PIC 9(07).

       FD  RELATORIO-REPOSICAO.
       01  REG-RELATORIO               PIC X(120).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-FIM                     VALUE '10'.
       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-FIM-ARQUIVO              VALUE '10'.
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-MOVIMENTOS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-MOVIMENTOS-OK                VALUE '00'.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.

       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.

       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.
       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-TABELA-ESTOUROU      PIC X(01)   VALUE 'N'.
           88  WS-TABELA-ESTOUROU-SIM          VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*) E JANELA DE
      * CONSUMO EM DIAS CORRIDOS ATE ELA
           COPY ASOFWS.
       77  WS-JANELA-DIAS          PIC 9(03)   VALUE 90.
       77  WS-JULIANO-REFERENCIA   PIC S9(08)  VALUE ZEROS COMP.
       77  WS-JULIANO-INICIO       PIC S9(08)  VALUE ZEROS COMP.

      * POSICAO POR ITEM EM MEMORIA - SALDO DO STOCKF.dat, CONSUMO DA
      * JANELA, DEMANDA EM BACKORDER E SALDO A RECEBER DE COMPRAS
       77  WS-MAX-POSICOES         PIC 9(03)   VALUE 500.
       77  WS-QTD-POSICOES         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-POSICAO          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       01  WS-ITEM-PROCURADO       PIC X(08)   VALUE SPACES.
       01  WS-TAB-POSICOES.
           05  WS-POSICAO-ENTRADA  OCCURS 500 TIMES.
               10  WS-POS-ITEM         PIC X(08).
               10  WS-POS-DISPONIVEL   PIC 9(07).
               10  WS-POS-ALOCADA      PIC 9(07).
               10  WS-POS-CONSUMO      PIC S9(09) COMP.
               10  WS-POS-BACKORDER    PIC 9(07).
               10  WS-POS-A-RECEBER    PIC 9(07).

      * PEDIDOS DE VENDA EM BACKORDER - O ITEM E A QUANTIDADE DO
      * ESPELHO DO CABECALHO SO CONTAM QUANDO O PEDIDO NAO TEM LINHA
      * NO ORDLINES.dat (ANTERIOR AO ORD-LINES-MIGRATE)
       77  WS-MAX-BACKORDERS       PIC 9(03)   VALUE 500.
       77  WS-QTD-BACKORDERS       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-BACKORDER        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-BKO-ACHADO       PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-BACKORDERS.
           05  WS-BACKORDER-ENTRADA OCCURS 500 TIMES.
               10  WS-BKO-NUMERO       PIC 9(06).
               10  WS-BKO-ITEM         PIC X(08).
               10  WS-BKO-QUANTIDADE   PIC 9(05).
               10  WS-BKO-TEM-LINHA    PIC X(01).
                   88  WS-BKO-TEM-LINHA-SIM    VALUE 'S'.

      * PEDIDOS DE COMPRA EM MEMORIA (COPYBOOKS PCMP*) - SO LEITURA
           COPY PCMPWS.

      * TRANSFERENCIAS ENTRE DEPOSITOS (COPYBOOKS TRF*) - A EM
      * TRANSITO CONTA COMO SALDO A RECEBER
           COPY TRFWS.

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - BACKORDER DE KIT E
      * DEMANDA DOS COMPONENTES; O KIT NAO TEM SALDO NEM E COMPRADO
           COPY KITWS.
       77  WS-QTD-DEMANDA          PIC 9(07)   VALUE ZEROS.

      * CALCULO DA SUGESTAO DO ITEM CORRENTE
       77  WS-FALTA                PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SUGESTAO             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-DIAS-CALCULO         PIC 9(07)   VALUE ZEROS.

      * CONTROLE DE QUEBRA POR GRUPO E TOTAIS
       77  WS-GRUPO-QUEBRA         PIC 9(01)   VALUE ZEROS.
       77  WS-QTD-BACKORDER-LIST   PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PONTO-LIST       PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC Z.ZZZ.ZZ9.
       77  WS-CONSUMO-ED           PIC ZZ.ZZ9,99.
       77  WS-DIAS-ED              PIC ZZZ9.
       01  WS-COBERTURA-ED         PIC X(06)   VALUE SPACES.
       77  WS-CONTA-ED             PIC ZZ.ZZ9.
       01  WS-COLUNA-DISP          PIC X(09)   VALUE SPACES.
       01  WS-COLUNA-ALOC          PIC X(09)   VALUE SPACES.
       01  WS-COLUNA-PONTO         PIC X(09)   VALUE SPACES.
       01  WS-COLUNA-BKO           PIC X(09)   VALUE SPACES.
       01  WS-COLUNA-RECEBER       PIC X(09)   VALUE SPACES.
       01  WS-COLUNA-SUGESTAO      PIC X(09)   VALUE SPACES.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * LOG DE DESEMPENHO POR FASE COMPARTILHADO (COPYBOOKS PERFL*)
           COPY PERFLWS.
       77  WS-PRF-PROGRAMA         PIC X(08)   VALUE 'REORDER'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE APURACAO - POSICAO POR ITEM E SELECAO DOS CANDIDATOS
       S1-APURACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            OPEN EXTEND PERF-LOG

            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-JULIANO-REFERENCIA
            COMPUTE WS-JULIANO-INICIO =
                    WS-JULIANO-REFERENCIA - WS-JANELA-DIAS + 1

            SORT WORK-REPOSICAO
                 ON ASCENDING KEY WRP-GRUPO
                                  WRP-DIAS-COBERTURA
                                  WRP-ITEM
                 INPUT PROCEDURE IS P200-APURA-POSICOES
                 OUTPUT PROCEDURE IS P300-EMITE-RELATORIO

            IF WS-PERFLOG-OK
               CLOSE PERF-LOG
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-TABELA-ESTOUROU-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE
            GOBACK.

       P200-APURA-POSICOES.
            MOVE 'APURACAO' TO WS-PRF-SECAO
            PERFORM P8600-MARCA-INICIO-FASE

            PERFORM P210-CARREGA-SALDOS
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P220-APURA-CONSUMO
               PERFORM P230-CARREGA-BACKORDERS
               PERFORM P240-APURA-A-RECEBER
               PERFORM P250-SELECIONA-ITENS
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.

      ******************************************************************
      * P210-CARREGA-SALDOS
      * Saldo de todos os itens do STOCKF.dat, somado em todos os
      * depositos do item. Sem o arquivo de saldos a rodada nao tem
      * base e termina com RC 8.
      ******************************************************************
       P210-CARREGA-SALDOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT ARQUIVO-ESTOQUE
            IF NOT WS-ESTOQUE-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR SALDOS DE ESTOQUE - STATUS '
                       WS-ESTOQUE-STATUS
            ELSE
               PERFORM P215-LE-SALDO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

       P215-LE-SALDO.
            READ ARQUIVO-ESTOQUE
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               MOVE STK-ITEM TO WS-ITEM-PROCURADO
               PERFORM P260-LOCALIZA-POSICAO
               IF WS-IDX-ACHADO > ZEROS
                  ADD STK-QTD-DISPONIVEL
                      TO WS-POS-DISPONIVEL(WS-IDX-ACHADO)
                  ADD STK-QTD-ALOCADA
                      TO WS-POS-ALOCADA(WS-IDX-ACHADO)
               END-IF
            END-IF.

      ******************************************************************
      * P220-APURA-CONSUMO
      * Alocacoes (A e L) menos devolucoes (C) de cada item dentro da
      * janela de WS-JANELA-DIAS dias ate a data de referencia.
      * Arquivo de movimentos ausente = nenhum consumo.
      ******************************************************************
       P220-APURA-CONSUMO.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT MOVIMENTOS-ESTOQUE
            IF WS-MOVIMENTOS-OK
               PERFORM P225-LE-MOVIMENTO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE MOVIMENTOS-ESTOQUE
            END-IF.

       P225-LE-MOVIMENTO.
            READ MOVIMENTOS-ESTOQUE
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF (MOV-ALOCACAO OR MOV-LIBERACAO OR MOV-CANCELAMENTO)
                  AND MOV-DATA <= WS-DATA-REFERENCIA
                  MOVE MOV-DATA TO WS-DATA-ISO
                  PERFORM P8500-CALCULA-DIA-JULIANO
                  IF WS-DIA-JULIANO >= WS-JULIANO-INICIO
                     MOVE MOV-ITEM TO WS-ITEM-PROCURADO
                     PERFORM P260-LOCALIZA-POSICAO
                     IF WS-IDX-ACHADO > ZEROS
                        IF MOV-CANCELAMENTO
                           SUBTRACT MOV-QUANTIDADE
                               FROM WS-POS-CONSUMO(WS-IDX-ACHADO)
                        ELSE
                           ADD MOV-QUANTIDADE
                               TO WS-POS-CONSUMO(WS-IDX-ACHADO)
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P230-CARREGA-BACKORDERS
      * Pedidos em BACKORDER no ORDER-MASTER e depois as linhas deles
      * no ORDLINES.dat (tudo-ou-nada na liberacao, entao toda linha
      * do pedido e demanda pendente). Pedido sem linha entra pelo
      * espelho do cabecalho. Kit entra pelos componentes (P236).
      ******************************************************************
       P230-CARREGA-BACKORDERS.
            PERFORM P8680-CARREGA-COMPOSICAO
            IF WS-KITS-ESTOURARAM-SIM
               SET WS-TABELA-ESTOUROU-SIM TO TRUE
               DISPLAY 'AVISO - COMPOSICAO DE KITS ESTOURADA - '
                       'BACKORDER DE KIT PARCIAL.'
            END-IF

            OPEN INPUT ORDER-MASTER
            IF NOT WS-ORD-OK
               DISPLAY 'AVISO - CADASTRO DE PEDIDOS INDISPONIVEL '
                       '(STATUS ' WS-ORD-STATUS-ARQ ') - SEM BLOCO '
                       'DE BACKORDER.'
            ELSE
               MOVE ZEROS TO ORD-NUMERO
               START ORDER-MASTER KEY IS NOT < ORD-NUMERO
               IF WS-ORD-OK
                  PERFORM P232-LE-PEDIDO UNTIL WS-ORD-FIM-ARQUIVO
                          OR NOT WS-ORD-OK
               END-IF
               CLOSE ORDER-MASTER
            END-IF

            IF WS-QTD-BACKORDERS > ZEROS
               MOVE 'N' TO WS-FIM-ARQUIVO
               OPEN INPUT LINHAS-PEDIDO
               IF WS-LINHAS-OK
                  PERFORM P234-LE-LINHA UNTIL WS-FIM-ARQUIVO-SIM
                  CLOSE LINHAS-PEDIDO
               END-IF
               PERFORM VARYING WS-IDX-BACKORDER FROM 1 BY 1
                       UNTIL WS-IDX-BACKORDER > WS-QTD-BACKORDERS
                   IF NOT WS-BKO-TEM-LINHA-SIM(WS-IDX-BACKORDER)
                      MOVE WS-BKO-ITEM(WS-IDX-BACKORDER)
                           TO WS-ITEM-PROCURADO
                      MOVE WS-BKO-QUANTIDADE(WS-IDX-BACKORDER)
                           TO WS-QTD-DEMANDA
                      PERFORM P236-SOMA-BACKORDER
                   END-IF
               END-PERFORM
            END-IF.

       P232-LE-PEDIDO.
            READ ORDER-MASTER NEXT RECORD
                 AT END SET WS-ORD-FIM-ARQUIVO TO TRUE
            END-READ
            IF WS-ORD-OK AND ORD-BACKORDER
               IF WS-QTD-BACKORDERS < WS-MAX-BACKORDERS
                  ADD 1 TO WS-QTD-BACKORDERS
                  MOVE ORD-NUMERO
                       TO WS-BKO-NUMERO(WS-QTD-BACKORDERS)
                  MOVE ORD-ITEM(1:8)
                       TO WS-BKO-ITEM(WS-QTD-BACKORDERS)
                  MOVE ORD-QUANTIDADE
                       TO WS-BKO-QUANTIDADE(WS-QTD-BACKORDERS)
                  MOVE 'N' TO WS-BKO-TEM-LINHA(WS-QTD-BACKORDERS)
               ELSE
                  SET WS-TABELA-ESTOUROU-SIM TO TRUE
               END-IF
            END-IF.

       P234-LE-LINHA.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               MOVE ZEROS TO WS-IDX-BKO-ACHADO
               PERFORM VARYING WS-IDX-BACKORDER FROM 1 BY 1
                       UNTIL WS-IDX-BACKORDER > WS-QTD-BACKORDERS
                       OR WS-IDX-BKO-ACHADO > ZEROS
                   IF WS-BKO-NUMERO(WS-IDX-BACKORDER) = ORL-NUMERO
                      MOVE WS-IDX-BACKORDER TO WS-IDX-BKO-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-BKO-ACHADO > ZEROS
                  MOVE 'S' TO WS-BKO-TEM-LINHA(WS-IDX-BKO-ACHADO)
                  MOVE ORL-ITEM TO WS-ITEM-PROCURADO
                  MOVE ORL-QUANTIDADE TO WS-QTD-DEMANDA
                  PERFORM P236-SOMA-BACKORDER
               END-IF
            END-IF.

      * DEMANDA WS-QTD-DEMANDA DE WS-ITEM-PROCURADO NO BACKORDER - KIT
      * SOMA CADA COMPONENTE (QUANTIDADE DO COMPONENTE X DO KIT)
       P236-SOMA-BACKORDER.
            MOVE WS-ITEM-PROCURADO TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            IF WS-QTD-CMP-KIT = ZEROS
               PERFORM P260-LOCALIZA-POSICAO
               IF WS-IDX-ACHADO > ZEROS
                  ADD WS-QTD-DEMANDA TO WS-POS-BACKORDER(WS-IDX-ACHADO)
               END-IF
            ELSE
               PERFORM VARYING WS-IDX-CMP-KIT FROM 1 BY 1
                       UNTIL WS-IDX-CMP-KIT > WS-QTD-CMP-KIT
                   MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT)
                        TO WS-ITEM-PROCURADO
                   PERFORM P260-LOCALIZA-POSICAO
                   IF WS-IDX-ACHADO > ZEROS
                      COMPUTE WS-POS-BACKORDER(WS-IDX-ACHADO) =
                              WS-POS-BACKORDER(WS-IDX-ACHADO)
                              + WS-QTD-DEMANDA
                              * WS-CMP-QUANTIDADE(WS-IDX-CMP-KIT)
                   END-IF
               END-PERFORM
            END-IF.

      ******************************************************************
      * P240-APURA-A-RECEBER
      * Saldo a receber das linhas de pedido de compra ABERTO ou
      * PARCIAL - mercadoria ja comprada nao e sugerida de novo. A
      * transferencia em transito entre depositos entra junto: saiu
      * do saldo da origem e chega no destino sem nova compra.
      ******************************************************************
       P240-APURA-A-RECEBER.
            PERFORM P8570-CARREGA-COMPRAS
            IF WS-COMPRAS-ESTOURARAM-SIM
               SET WS-TABELA-ESTOUROU-SIM TO TRUE
               DISPLAY 'AVISO - TABELA DE PEDIDOS DE COMPRA ESTOURADA '
                       '- SALDO A RECEBER PARCIAL.'
            END-IF
            PERFORM VARYING WS-IDX-LINHA-COMPRA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-COMPRA > WS-QTD-LINHAS-COMPRA
                MOVE WS-PLT-NUMERO(WS-IDX-LINHA-COMPRA)
                     TO WS-PCM-NUMERO
                PERFORM P8575-LOCALIZA-COMPRA
                IF WS-IDX-PCM-ACHADO > ZEROS
                   IF WS-PCT-A-RECEBER(WS-IDX-PCM-ACHADO)
                      AND WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
                          < WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
                      MOVE WS-PLT-ITEM(WS-IDX-LINHA-COMPRA)
                           TO WS-ITEM-PROCURADO
                      PERFORM P260-LOCALIZA-POSICAO
                      IF WS-IDX-ACHADO > ZEROS
                         COMPUTE WS-POS-A-RECEBER(WS-IDX-ACHADO) =
                                 WS-POS-A-RECEBER(WS-IDX-ACHADO) +
                                 WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
                                 - WS-PLT-QTD-RECEBIDA
                                   (WS-IDX-LINHA-COMPRA)
                      END-IF
                   END-IF
                END-IF
            END-PERFORM

            MOVE 'N' TO WS-FIM-TRF
            OPEN INPUT TRANSFERENCIAS-ESTOQUE
            IF WS-TRF-OK
               PERFORM P245-LE-TRANSFERENCIA UNTIL WS-FIM-TRF-SIM
               CLOSE TRANSFERENCIAS-ESTOQUE
            END-IF.

       P245-LE-TRANSFERENCIA.
            READ TRANSFERENCIAS-ESTOQUE
                 AT END SET WS-FIM-TRF-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-TRF-SIM AND TRF-EM-TRANSITO
               MOVE TRF-ITEM TO WS-ITEM-PROCURADO
               PERFORM P260-LOCALIZA-POSICAO
               IF WS-IDX-ACHADO > ZEROS
                  ADD TRF-QUANTIDADE
                      TO WS-POS-A-RECEBER(WS-IDX-ACHADO)
               END-IF
            END-IF.

      ******************************************************************
      * P250-SELECIONA-ITENS
      * Varre o ITEM-MASTER: item ativo com backorder vai para o
      * grupo 1; item ativo com ponto de pedido e saldo livre abaixo
      * dele, para o grupo 2. Os demais ficam de fora.
      ******************************************************************
       P250-SELECIONA-ITENS.
            OPEN INPUT ITEM-MASTER
            IF NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR CADASTRO DE ITENS - STATUS '
                       WS-ITEM-STATUS
            ELSE
               MOVE LOW-VALUES TO ITM-CODIGO
               START ITEM-MASTER KEY IS NOT < ITM-CODIGO
               IF WS-ITEM-OK
                  PERFORM P255-AVALIA-ITEM UNTIL WS-ITEM-FIM
                          OR NOT WS-ITEM-OK
               END-IF
               CLOSE ITEM-MASTER
            END-IF.

       P255-AVALIA-ITEM.
            READ ITEM-MASTER NEXT RECORD
                 AT END SET WS-ITEM-FIM TO TRUE
            END-READ
            IF WS-ITEM-OK AND ITM-REGISTRO-ATIVO AND NOT ITM-ITEM-KIT
               MOVE ITM-CODIGO TO WS-ITEM-PROCURADO
               PERFORM P260-LOCALIZA-POSICAO
               IF WS-IDX-ACHADO > ZEROS
                  MOVE ZEROS TO WRP-GRUPO
                  IF WS-POS-BACKORDER(WS-IDX-ACHADO) > ZEROS
                     SET WRP-GRUPO-BACKORDER TO TRUE
                  ELSE
                     IF ITM-PONTO-PEDIDO > ZEROS
                        AND WS-POS-DISPONIVEL(WS-IDX-ACHADO)
                            < ITM-PONTO-PEDIDO
                        SET WRP-GRUPO-PONTO TO TRUE
                     END-IF
                  END-IF
                  IF WRP-GRUPO > ZEROS
                     PERFORM P270-LIBERA-CANDIDATO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P260-LOCALIZA-POSICAO
      * Devolve em WS-IDX-ACHADO a posicao de WS-ITEM-PROCURADO,
      * criando-a zerada se ainda nao existe. Tabela cheia devolve
      * zero e marca o estouro (RC 4).
      ******************************************************************
       P260-LOCALIZA-POSICAO.
            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-POSICAO FROM 1 BY 1
                    UNTIL WS-IDX-POSICAO > WS-QTD-POSICOES
                    OR WS-IDX-ACHADO > ZEROS
                IF WS-POS-ITEM(WS-IDX-POSICAO) = WS-ITEM-PROCURADO
                   MOVE WS-IDX-POSICAO TO WS-IDX-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-ACHADO = ZEROS
               IF WS-QTD-POSICOES < WS-MAX-POSICOES
                  ADD 1 TO WS-QTD-POSICOES
                  MOVE WS-QTD-POSICOES TO WS-IDX-ACHADO
                  MOVE WS-ITEM-PROCURADO
                       TO WS-POS-ITEM(WS-IDX-ACHADO)
                  MOVE ZEROS TO WS-POS-DISPONIVEL(WS-IDX-ACHADO)
                  MOVE ZEROS TO WS-POS-ALOCADA(WS-IDX-ACHADO)
                  MOVE ZEROS TO WS-POS-CONSUMO(WS-IDX-ACHADO)
                  MOVE ZEROS TO WS-POS-BACKORDER(WS-IDX-ACHADO)
                  MOVE ZEROS TO WS-POS-A-RECEBER(WS-IDX-ACHADO)
               ELSE
                  SET WS-TABELA-ESTOUROU-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P270-LIBERA-CANDIDATO
      * Consumo diario = consumo liquido da janela / dias da janela.
      * Cobertura = saldo livre / consumo diario (9999 = sem consumo
      * na janela). Sugestao = maior entre a reposicao do item e a
      * falta (ponto + backorder - livre), menos o saldo a receber.
      ******************************************************************
       P270-LIBERA-CANDIDATO.
            MOVE ITM-CODIGO TO WRP-ITEM
            MOVE ITM-DESCRICAO(1:20) TO WRP-DESCRICAO
            MOVE WS-POS-DISPONIVEL(WS-IDX-ACHADO) TO WRP-DISPONIVEL
            MOVE WS-POS-ALOCADA(WS-IDX-ACHADO) TO WRP-ALOCADA
            MOVE ITM-PONTO-PEDIDO TO WRP-PONTO-PEDIDO
            MOVE WS-POS-BACKORDER(WS-IDX-ACHADO) TO WRP-QTD-BACKORDER
            MOVE WS-POS-A-RECEBER(WS-IDX-ACHADO) TO WRP-QTD-A-RECEBER

            IF WS-POS-CONSUMO(WS-IDX-ACHADO) > ZEROS
               COMPUTE WRP-CONSUMO-DIARIO ROUNDED =
                       WS-POS-CONSUMO(WS-IDX-ACHADO) / WS-JANELA-DIAS
            ELSE
               MOVE ZEROS TO WRP-CONSUMO-DIARIO
            END-IF

            IF WRP-CONSUMO-DIARIO = ZEROS
               MOVE 9999 TO WRP-DIAS-COBERTURA
            ELSE
               COMPUTE WS-DIAS-CALCULO =
                       WRP-DISPONIVEL / WRP-CONSUMO-DIARIO
               IF WS-DIAS-CALCULO > 9998
                  MOVE 9998 TO WRP-DIAS-COBERTURA
               ELSE
                  MOVE WS-DIAS-CALCULO TO WRP-DIAS-COBERTURA
               END-IF
            END-IF

            COMPUTE WS-FALTA = ITM-PONTO-PEDIDO + WRP-QTD-BACKORDER
                             - WRP-DISPONIVEL
            IF WS-FALTA > ITM-QTD-REPOSICAO
               MOVE WS-FALTA TO WS-SUGESTAO
            ELSE
               MOVE ITM-QTD-REPOSICAO TO WS-SUGESTAO
            END-IF
            SUBTRACT WRP-QTD-A-RECEBER FROM WS-SUGESTAO
            IF WS-SUGESTAO < ZEROS
               MOVE ZEROS TO WS-SUGESTAO
            END-IF
            MOVE WS-SUGESTAO TO WRP-SUGESTAO

            RELEASE REG-WORK-REPOSICAO.

      * FASE DE EMISSAO - BLOCO DE BACKORDER PRIMEIRO, DEPOIS O DE
      * PONTO DE PEDIDO, CADA UM PELA MENOR COBERTURA
       S2-EMISSAO SECTION.
       P300-EMITE-RELATORIO.
            MOVE 'EMISSAO' TO WS-PRF-SECAO
            PERFORM P8600-MARCA-INICIO-FASE

            OPEN OUTPUT RELATORIO-REPOSICAO
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
               SET WS-SORT-FIM TO TRUE
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P310-RETORNA-E-IMPRIME UNTIL WS-SORT-FIM
               PERFORM P340-IMPRIME-TOTAIS
               CLOSE RELATORIO-REPOSICAO
               MOVE 'REORDER-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\REORDER.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.

       P310-RETORNA-E-IMPRIME.
            RETURN WORK-REPOSICAO
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WRP-GRUPO NOT = WS-GRUPO-QUEBRA
                  MOVE WRP-GRUPO TO WS-GRUPO-QUEBRA
                  PERFORM P315-IMPRIME-GRUPO
               END-IF
               PERFORM P320-IMPRIME-DETALHE
            END-IF.

       P315-IMPRIME-GRUPO.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            IF WRP-GRUPO-BACKORDER
               MOVE '*** ITENS COM PEDIDO EM BACKORDER - REPOR '
                    & 'PRIMEIRO ***' TO REG-RELATORIO
            ELSE
               MOVE '*** ITENS ABAIXO DO PONTO DE PEDIDO ***'
                    TO REG-RELATORIO
            END-IF
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  ITEM     DESCRICAO            '
                   DELIMITED BY SIZE
                   '    LIVRE   ALOCADA     PONTO  CONS/DIA COBERT'
                   DELIMITED BY SIZE
                   ' BACKORDER A RECEBER  SUGESTAO'
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P320-IMPRIME-DETALHE.
            MOVE WRP-DISPONIVEL     TO WS-QTD-ED
            MOVE WS-QTD-ED          TO WS-COLUNA-DISP
            MOVE WRP-ALOCADA        TO WS-QTD-ED
            MOVE WS-QTD-ED          TO WS-COLUNA-ALOC
            MOVE WRP-PONTO-PEDIDO   TO WS-QTD-ED
            MOVE WS-QTD-ED          TO WS-COLUNA-PONTO
            MOVE WRP-QTD-BACKORDER  TO WS-QTD-ED
            MOVE WS-QTD-ED          TO WS-COLUNA-BKO
            MOVE WRP-QTD-A-RECEBER  TO WS-QTD-ED
            MOVE WS-QTD-ED          TO WS-COLUNA-RECEBER
            MOVE WRP-SUGESTAO       TO WS-QTD-ED
            MOVE WS-QTD-ED          TO WS-COLUNA-SUGESTAO
            MOVE WRP-CONSUMO-DIARIO TO WS-CONSUMO-ED
            IF WRP-DIAS-COBERTURA = 9999
               MOVE 'S/CONS' TO WS-COBERTURA-ED
            ELSE
               MOVE WRP-DIAS-COBERTURA TO WS-DIAS-ED
               MOVE SPACES TO WS-COBERTURA-ED
               MOVE WS-DIAS-ED TO WS-COBERTURA-ED(3:4)
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  '               DELIMITED BY SIZE
                   WRP-ITEM           DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WRP-DESCRICAO      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COLUNA-DISP     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COLUNA-ALOC     DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COLUNA-PONTO    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-CONSUMO-ED      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COBERTURA-ED    DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COLUNA-BKO      DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COLUNA-RECEBER  DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-COLUNA-SUGESTAO DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            IF WRP-GRUPO-BACKORDER
               ADD 1 TO WS-QTD-BACKORDER-LIST
            ELSE
               ADD 1 TO WS-QTD-PONTO-LIST
            END-IF.

       P340-IMPRIME-TOTAIS.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-QTD-BACKORDER-LIST TO WS-CONTA-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'ITENS COM BACKORDER......: ' DELIMITED BY SIZE
                   WS-CONTA-ED                  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-QTD-PONTO-LIST TO WS-CONTA-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'ITENS ABAIXO DO PONTO....: ' DELIMITED BY SIZE
                   WS-CONTA-ED                  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            IF WS-TABELA-ESTOUROU-SIM
               PERFORM P8300-CONTROLA-PAGINA
               MOVE 'AVISO - TABELA EM MEMORIA ESTOURADA - SUGESTAO '
                    & 'PARCIAL.' TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE SPACES TO REG-RELATORIO
            STRING '===== SUGESTAO DE REPOSICAO EM '
                   DELIMITED BY SIZE
                   WS-DATA-BR       DELIMITED BY SIZE
                   ' (CONSUMO DOS ULTIMOS ' DELIMITED BY SIZE
                   WS-JANELA-DIAS   DELIMITED BY SIZE
                   ' DIAS) - PAGINA ' DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY PCMPPA.
           COPY KITPA.
           COPY ASOFPA.
           COPY PAGECTPA.
           COPY DTCONVP.
           COPY PERFLPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM REORDER-REPORT.
