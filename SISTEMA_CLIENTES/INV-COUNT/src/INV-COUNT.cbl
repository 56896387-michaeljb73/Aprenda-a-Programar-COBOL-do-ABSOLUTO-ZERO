      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Inventario fisico em ciclo: a abertura congela a
      *            folha de contagem (INVCOUNT.dat) com o saldo
      *            disponivel de cada item ativo - todos ou so uma
      *            categoria - e imprime a folha cega do deposito
      *            (COUNTSHT.txt, sem o saldo do sistema); o deposito
      *            digita as quantidades contadas; o relatorio de
      *            divergencias (INVVAR.txt) compara contado contra
      *            sistema e valoriza a diferenca pelo preco do item;
      *            e a aprovacao do supervisor lanca a diferenca no
      *            STOCKF.dat como movimento I (ajuste de inventario)
      *            no STKMOVE.dat, com saldo anterior e novo, e
      *            encerra o ciclo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Ciclo de contagem por deposito: a abertura pede
      *                  o deposito (branco = o da filial do operador),
      *                  congela o saldo daquele deposito e grava
      *                  CNT-DEPOSITO na folha; ajuste e movimento I no
      *                  saldo do deposito contado.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-COUNT.

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

           SELECT MOVIMENTOS-ESTOQUE ASSIGN TO
           'src\assets\STKMOVE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTOS-STATUS.

           SELECT FOLHA-CONTAGEM ASSIGN TO
           'src\assets\INVCOUNT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTAGEM-STATUS.

           SELECT FOLHA-IMPRESSA ASSIGN TO
           'src\assets\COUNTSHT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT RELATORIO-DIVERGENCIA ASSIGN TO
           'src\assets\INVVAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

           COPY DEPSL.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

       FD  MOVIMENTOS-ESTOQUE.
           COPY STKMOV.

       FD  FOLHA-CONTAGEM.
           COPY INVCNTF.

       FD  FOLHA-IMPRESSA.
       01  REG-FOLHA                   PIC X(100).

       FD  RELATORIO-DIVERGENCIA.
       01  REG-DIVERGENCIA             PIC X(100).

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-FIM-ARQUIVO             VALUE '10'.
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-MOVIMENTOS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-MOVIMENTOS-OK                VALUE '00'.
           88  WS-MOVIMENTOS-NAO-CRIADO        VALUE '35'.
       77  WS-CONTAGEM-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTAGEM-OK                  VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-ERRO-GRAVACAO        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-GRAVACAO-SIM            VALUE 'S'.
       77  WS-FIM-ESTOQUE          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTOQUE-SIM              VALUE 'S'.
       77  WS-FIM-CONTAGEM         PIC X(01)   VALUE 'N'.
           88  WS-FIM-CONTAGEM-SIM             VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-FIM-DIGITACAO        PIC X(01)   VALUE 'N'.
           88  WS-FIM-DIGITACAO-SIM            VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - CONSULTA NAO
      * ENTRA; A APROVACAO DOS AJUSTES E SO DE SUPERVISOR
           COPY OPERTBWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       01  WS-ITEM-INFORMADO       PIC X(08)   VALUE SPACES.
       01  WS-CATEGORIA-INFORMADA  PIC X(04)   VALUE SPACES.
       77  WS-QTD-INFORMADA        PIC 9(07)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * SALDOS DE ESTOQUE EM MEMORIA POR DEPOSITO E ITEM -
      * REGRAVADOS NA APROVACAO
       77  WS-MAX-SALDOS           PIC 9(03)   VALUE 500.
       77  WS-QTD-SALDOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ITEM             PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-SALDOS.
           05  WS-SALDO-ENTRADA    OCCURS 500 TIMES.
               10  WS-STK-DEPOSITO     PIC X(03).
               10  WS-STK-ITEM         PIC X(08).
               10  WS-STK-DISPONIVEL   PIC 9(07).
               10  WS-STK-ALOCADA      PIC 9(07).

      * FOLHA DE CONTAGEM EM MEMORIA (INVCOUNT.dat) - O CICLO ESTA
      * ABERTO ENQUANTO HOUVER LINHA PENDENTE OU CONTADA
       77  WS-MAX-CONTAGEM         PIC 9(03)   VALUE 500.
       77  WS-QTD-CONTAGEM-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-CONTAGEM         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-CNT-ACHADO       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-CONTAGEM-ESTOUROU    PIC X(01)   VALUE 'N'.
           88  WS-CONTAGEM-ESTOUROU-SIM        VALUE 'S'.
       77  WS-CICLO-ABERTO         PIC X(01)   VALUE 'N'.
           88  WS-CICLO-ABERTO-SIM             VALUE 'S'.
       77  WS-DATA-CICLO           PIC 9(08)   VALUE ZEROS.
       01  WS-DEPOSITO-CICLO       PIC X(03)   VALUE SPACES.
       01  WS-DEPOSITO-INFORMADO   PIC X(03)   VALUE SPACES.

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*) - O CICLO CONTA UM
      * DEPOSITO
           COPY DEPWS.
       01  WS-TAB-CONTAGEM.
           05  WS-CONTAGEM-ENTRADA OCCURS 500 TIMES.
               10  WS-CTB-ITEM         PIC X(08).
               10  WS-CTB-CATEGORIA    PIC X(04).
               10  WS-CTB-QTD-SISTEMA  PIC 9(07).
               10  WS-CTB-QTD-CONTADA  PIC 9(07).
               10  WS-CTB-PRECO        PIC 9(07)V99.
               10  WS-CTB-SITUACAO     PIC X(01).
                   88  WS-CTB-PENDENTE         VALUE 'P'.
                   88  WS-CTB-CONTADO          VALUE 'C'.
                   88  WS-CTB-AJUSTADO         VALUE 'A'.
               10  WS-CTB-OPERADOR     PIC X(08).

      * DIFERENCAS E TOTAIS DO CICLO
       77  WS-DIFERENCA            PIC S9(07)  VALUE ZEROS.
       77  WS-VALOR-DIFERENCA      PIC S9(11)V99 VALUE ZEROS.
       77  WS-SALDO-CALCULADO      PIC S9(08)  VALUE ZEROS.
       77  WS-SALDO-ANTERIOR       PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-SOBRAS         PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-FALTAS         PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-PENDENTES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CONTADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DIVERGENTES      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-AJUSTES          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CONGELADOS       PIC 9(05)   VALUE ZEROS COMP.

       77  WS-RELATORIO-ATIVO      PIC X(01)   VALUE 'F'.
           88  WS-RELATORIO-FOLHA              VALUE 'F'.
           88  WS-RELATORIO-DIVERGENCIA        VALUE 'D'.
       77  WS-QTD-ED               PIC Z.ZZZ.ZZ9.
       77  WS-QTD-ED-2             PIC Z.ZZZ.ZZ9.
       77  WS-DIFERENCA-ED         PIC -.---.--9.
       77  WS-VALOR-ED             PIC -$$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC -$$.$$$.$$$.$$9,99.
       77  WS-CONTADOR-ED          PIC ZZ.ZZ9.
       01  WS-DESCRICAO-FOLHA      PIC X(30)   VALUE SPACES.

      * DATA DO CICLO NO CABECALHO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF WS-OPERADOR-CONSULTA
               DISPLAY 'INVENTARIO FISICO EXIGE NIVEL DE OPERACAO - '
                       'ACESSO NEGADO.'
            ELSE
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT ITEM-MASTER
            IF NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ITENS - STATUS ' WS-ITEM-STATUS
            ELSE
               PERFORM P8660-CARREGA-DEPOSITOS
               PERFORM P150-CARREGA-ESTOQUE
               PERFORM P170-CARREGA-CONTAGEM
               IF WS-CONTAGEM-ESTOUROU-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'FOLHA DE CONTAGEM MAIOR QUE A TABELA - '
                          'SESSAO ENCERRADA.'
                  CLOSE ITEM-MASTER
               END-IF
            END-IF.

       P150-CARREGA-ESTOQUE.
            MOVE ZEROS TO WS-QTD-SALDOS-TAB
            MOVE 'N' TO WS-FIM-ESTOQUE
            OPEN INPUT ARQUIVO-ESTOQUE
            IF WS-ESTOQUE-OK
               PERFORM P160-LE-SALDO UNTIL WS-FIM-ESTOQUE-SIM
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

       P160-LE-SALDO.
            READ ARQUIVO-ESTOQUE
                 AT END SET WS-FIM-ESTOQUE-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ESTOQUE-SIM
               IF WS-QTD-SALDOS-TAB < WS-MAX-SALDOS
                  ADD 1 TO WS-QTD-SALDOS-TAB
                  MOVE STK-DEPOSITO
                       TO WS-STK-DEPOSITO(WS-QTD-SALDOS-TAB)
                  MOVE STK-ITEM
                       TO WS-STK-ITEM(WS-QTD-SALDOS-TAB)
                  MOVE STK-QTD-DISPONIVEL
                       TO WS-STK-DISPONIVEL(WS-QTD-SALDOS-TAB)
                  MOVE STK-QTD-ALOCADA
                       TO WS-STK-ALOCADA(WS-QTD-SALDOS-TAB)
               ELSE
                  SET WS-FIM-ESTOQUE-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P170-CARREGA-CONTAGEM
      * Folha do ultimo ciclo. Arquivo ausente = nenhum ciclo; linha
      * ainda nao ajustada = ciclo aberto (so um por vez). Folha
      * anterior ao saldo por deposito (deposito em branco) conta o
      * deposito da filial do operador.
      ******************************************************************
       P170-CARREGA-CONTAGEM.
            MOVE ZEROS TO WS-QTD-CONTAGEM-TAB
            MOVE 'N' TO WS-CICLO-ABERTO
            MOVE 'N' TO WS-FIM-CONTAGEM
            MOVE SPACES TO WS-DEPOSITO-CICLO
            OPEN INPUT FOLHA-CONTAGEM
            IF WS-CONTAGEM-OK
               PERFORM P180-LE-CONTAGEM UNTIL WS-FIM-CONTAGEM-SIM
               CLOSE FOLHA-CONTAGEM
            END-IF
            IF WS-CICLO-ABERTO-SIM AND WS-DEPOSITO-CICLO = SPACES
               MOVE WS-OPERADOR-FILIAL-VALIDADA
                    TO WS-DEP-FILIAL-PROCURADA
               PERFORM P8666-DEPOSITO-DA-FILIAL
               MOVE WS-DEP-PROCURADO TO WS-DEPOSITO-CICLO
            END-IF.

       P180-LE-CONTAGEM.
            READ FOLHA-CONTAGEM
                 AT END SET WS-FIM-CONTAGEM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CONTAGEM-SIM
               IF WS-QTD-CONTAGEM-TAB < WS-MAX-CONTAGEM
                  ADD 1 TO WS-QTD-CONTAGEM-TAB
                  MOVE CNT-DATA-CONGELAMENTO TO WS-DATA-CICLO
                  MOVE CNT-DEPOSITO TO WS-DEPOSITO-CICLO
                  MOVE CNT-ITEM
                       TO WS-CTB-ITEM(WS-QTD-CONTAGEM-TAB)
                  MOVE CNT-CATEGORIA
                       TO WS-CTB-CATEGORIA(WS-QTD-CONTAGEM-TAB)
                  MOVE CNT-QTD-SISTEMA
                       TO WS-CTB-QTD-SISTEMA(WS-QTD-CONTAGEM-TAB)
                  MOVE CNT-QTD-CONTADA
                       TO WS-CTB-QTD-CONTADA(WS-QTD-CONTAGEM-TAB)
                  MOVE CNT-PRECO
                       TO WS-CTB-PRECO(WS-QTD-CONTAGEM-TAB)
                  MOVE CNT-SITUACAO
                       TO WS-CTB-SITUACAO(WS-QTD-CONTAGEM-TAB)
                  MOVE CNT-OPERADOR
                       TO WS-CTB-OPERADOR(WS-QTD-CONTAGEM-TAB)
                  IF NOT CNT-AJUSTADO
                     SET WS-CICLO-ABERTO-SIM TO TRUE
                  END-IF
               ELSE
                  SET WS-CONTAGEM-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-CONTAGEM-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== INVENTARIO FISICO ====='
            IF WS-CICLO-ABERTO-SIM
               DISPLAY 'CICLO ABERTO - FOLHA CONGELADA EM '
                       WS-DATA-CICLO ' - DEPOSITO ' WS-DEPOSITO-CICLO
            ELSE
               DISPLAY 'NENHUM CICLO ABERTO'
            END-IF
            DISPLAY '1 - ABRIR CICLO (CONGELAR FOLHA DE CONTAGEM)'
            DISPLAY '2 - DIGITAR QUANTIDADES CONTADAS'
            DISPLAY '3 - RELATORIO DE DIVERGENCIAS'
            DISPLAY '4 - APROVAR E LANCAR AJUSTES (SUPERVISOR)'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE TRUE
                WHEN WS-OPCAO-MENU = 0
                     SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN WS-OPCAO-MENU = 1 AND WS-CICLO-ABERTO-SIM
                     DISPLAY 'JA EXISTE CICLO ABERTO - APROVE-O ANTES '
                             'DE ABRIR OUTRO.'
                WHEN WS-OPCAO-MENU = 1
                     PERFORM P300-ABRE-CICLO
                WHEN WS-OPCAO-MENU > 1 AND WS-OPCAO-MENU < 5
                     AND NOT WS-CICLO-ABERTO-SIM
                     DISPLAY 'NENHUM CICLO ABERTO.'
                WHEN WS-OPCAO-MENU = 2
                     MOVE 'N' TO WS-FIM-DIGITACAO
                     PERFORM P400-DIGITA-CONTAGEM
                             UNTIL WS-FIM-DIGITACAO-SIM
                     PERFORM P800-GRAVA-CONTAGEM
                WHEN WS-OPCAO-MENU = 3
                     PERFORM P500-RELATORIO-DIVERGENCIAS
                WHEN WS-OPCAO-MENU = 4 AND NOT WS-OPERADOR-SUPERVISOR
                     DISPLAY 'APROVACAO DE AJUSTE E OPERACAO DE '
                             'SUPERVISOR - ACESSO NEGADO.'
                WHEN WS-OPCAO-MENU = 4
                     PERFORM P600-APROVA-AJUSTES
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P300-ABRE-CICLO
      * Congela o saldo disponivel de cada item ativo (todos, ou so
      * a categoria informada) no deposito contado e o preco do
      * momento. A folha anterior, ja ajustada, e substituida.
      ******************************************************************
       P300-ABRE-CICLO.
            PERFORM P305-INFORMA-DEPOSITO
            IF WS-DEPOSITO-CICLO NOT = SPACES
               PERFORM P307-CONGELA-FOLHA
            END-IF.

      ******************************************************************
      * P305-INFORMA-DEPOSITO
      * Deposito a contar (branco = o da filial do operador); tem de
      * existir e estar ativo.
      ******************************************************************
       P305-INFORMA-DEPOSITO.
            DISPLAY 'DEPOSITO A CONTAR (BRANCO = DA FILIAL '
                    WS-OPERADOR-FILIAL-VALIDADA '): '
            MOVE SPACES TO WS-DEPOSITO-INFORMADO
            ACCEPT WS-DEPOSITO-INFORMADO
            IF WS-DEPOSITO-INFORMADO = SPACES
               MOVE WS-OPERADOR-FILIAL-VALIDADA
                    TO WS-DEP-FILIAL-PROCURADA
               PERFORM P8666-DEPOSITO-DA-FILIAL
               MOVE WS-DEP-PROCURADO TO WS-DEPOSITO-INFORMADO
            ELSE
               MOVE WS-DEPOSITO-INFORMADO TO WS-DEP-PROCURADO
               PERFORM P8665-LOCALIZA-DEPOSITO
            END-IF
            MOVE SPACES TO WS-DEPOSITO-CICLO
            EVALUATE TRUE
                WHEN WS-IDX-DEP-ACHADO = ZEROS
                     DISPLAY 'DEPOSITO NAO CADASTRADO - CONSULTE O '
                             'WHSE-MAINT.'
                WHEN NOT WS-DPT-ATIVO(WS-IDX-DEP-ACHADO)
                     DISPLAY 'DEPOSITO ' WS-DEPOSITO-INFORMADO
                             ' INATIVO.'
                WHEN OTHER
                     MOVE WS-DEPOSITO-INFORMADO TO WS-DEPOSITO-CICLO
            END-EVALUATE.

       P307-CONGELA-FOLHA.
            DISPLAY 'CATEGORIA A CONTAR (BRANCO = TODAS): '
            MOVE SPACES TO WS-CATEGORIA-INFORMADA
            ACCEPT WS-CATEGORIA-INFORMADA

            PERFORM P150-CARREGA-ESTOQUE
            MOVE ZEROS TO WS-QTD-CONTAGEM-TAB
            MOVE ZEROS TO WS-QTD-CONGELADOS
            MOVE 'N' TO WS-CONTAGEM-ESTOUROU
            MOVE WS-DATA-HOJE TO WS-DATA-CICLO
            MOVE LOW-VALUES TO ITM-CODIGO
            START ITEM-MASTER KEY IS NOT < ITM-CODIGO
            IF WS-ITEM-OK
               PERFORM P310-CONGELA-ITEM
                       UNTIL WS-ITEM-FIM-ARQUIVO OR NOT WS-ITEM-OK
            END-IF
            MOVE '00' TO WS-ITEM-STATUS

            EVALUATE TRUE
                WHEN WS-CONTAGEM-ESTOUROU-SIM
                     DISPLAY 'MAIS DE ' WS-MAX-CONTAGEM ' ITENS - '
                             'CONTE POR CATEGORIA.'
                     MOVE ZEROS TO WS-QTD-CONTAGEM-TAB
                WHEN WS-QTD-CONTAGEM-TAB = ZEROS
                     DISPLAY 'NENHUM ITEM ATIVO NA SELECAO.'
                WHEN OTHER
                     PERFORM P800-GRAVA-CONTAGEM
                     IF NOT WS-ERRO-GRAVACAO-SIM
                        SET WS-CICLO-ABERTO-SIM TO TRUE
                        PERFORM P350-IMPRIME-FOLHA
                        DISPLAY 'CICLO ABERTO - ' WS-QTD-CONGELADOS
                                ' ITEM(NS) NA FOLHA COUNTSHT.txt.'
                     END-IF
            END-EVALUATE
            IF NOT WS-CICLO-ABERTO-SIM
               MOVE SPACES TO WS-DEPOSITO-CICLO
            END-IF.

       P310-CONGELA-ITEM.
            READ ITEM-MASTER NEXT RECORD
                 AT END SET WS-ITEM-FIM-ARQUIVO TO TRUE
            END-READ
            IF NOT WS-ITEM-FIM-ARQUIVO AND WS-ITEM-OK
               AND ITM-REGISTRO-ATIVO
               AND (WS-CATEGORIA-INFORMADA = SPACES
                    OR ITM-CATEGORIA = WS-CATEGORIA-INFORMADA)
               IF WS-QTD-CONTAGEM-TAB < WS-MAX-CONTAGEM
                  ADD 1 TO WS-QTD-CONTAGEM-TAB
                  ADD 1 TO WS-QTD-CONGELADOS
                  MOVE ITM-CODIGO TO WS-ITEM-INFORMADO
                  PERFORM P350-LOCALIZA-SALDO
                  MOVE ITM-CODIGO
                       TO WS-CTB-ITEM(WS-QTD-CONTAGEM-TAB)
                  MOVE ITM-CATEGORIA
                       TO WS-CTB-CATEGORIA(WS-QTD-CONTAGEM-TAB)
                  IF WS-IDX-ITEM = ZEROS
                     MOVE ZEROS
                          TO WS-CTB-QTD-SISTEMA(WS-QTD-CONTAGEM-TAB)
                  ELSE
                     MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM)
                          TO WS-CTB-QTD-SISTEMA(WS-QTD-CONTAGEM-TAB)
                  END-IF
                  MOVE ZEROS
                       TO WS-CTB-QTD-CONTADA(WS-QTD-CONTAGEM-TAB)
                  MOVE ITM-PRECO-UNITARIO
                       TO WS-CTB-PRECO(WS-QTD-CONTAGEM-TAB)
                  SET WS-CTB-PENDENTE(WS-QTD-CONTAGEM-TAB) TO TRUE
                  MOVE SPACES
                       TO WS-CTB-OPERADOR(WS-QTD-CONTAGEM-TAB)
               ELSE
                  SET WS-CONTAGEM-ESTOUROU-SIM TO TRUE
                  SET WS-ITEM-FIM-ARQUIVO TO TRUE
               END-IF
            END-IF.

       P350-LOCALIZA-SALDO.
            MOVE ZEROS TO WS-IDX-ITEM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-ITEM-INFORMADO
                   AND WS-STK-DEPOSITO(WS-IDX-SALDO)
                       = WS-DEPOSITO-CICLO
                   MOVE WS-IDX-SALDO TO WS-IDX-ITEM
                END-IF
            END-PERFORM.

      ******************************************************************
      * P350-IMPRIME-FOLHA
      * Folha cega: item, descricao e categoria com espaco para a
      * quantidade - o saldo do sistema nao aparece, para a contagem
      * nao ser "conferida" contra ele.
      ******************************************************************
       P350-IMPRIME-FOLHA.
            SET WS-RELATORIO-FOLHA TO TRUE
            MOVE ZEROS TO WS-NUM-PAGINA
            OPEN OUTPUT FOLHA-IMPRESSA
            IF NOT WS-RELATORIO-OK
               DISPLAY 'AVISO - FOLHA IMPRESSA NAO GERADA (STATUS '
                       WS-RELATORIO-STATUS ').'
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P360-IMPRIME-LINHA-FOLHA
                       VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                       UNTIL WS-IDX-CONTAGEM > WS-QTD-CONTAGEM-TAB
               CLOSE FOLHA-IMPRESSA
            END-IF.

       P360-IMPRIME-LINHA-FOLHA.
            MOVE WS-CTB-ITEM(WS-IDX-CONTAGEM) TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            IF WS-ITEM-OK
               MOVE ITM-DESCRICAO TO WS-DESCRICAO-FOLHA
            ELSE
               MOVE SPACES TO WS-DESCRICAO-FOLHA
               MOVE '00' TO WS-ITEM-STATUS
            END-IF
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-FOLHA
            STRING WS-CTB-ITEM(WS-IDX-CONTAGEM) DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-DESCRICAO-FOLHA           DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WS-CTB-CATEGORIA(WS-IDX-CONTAGEM)
                                                DELIMITED BY SIZE
                   '  CONTADO: ____________'    DELIMITED BY SIZE
                   INTO REG-FOLHA
            END-STRING
            WRITE REG-FOLHA.

      ******************************************************************
      * P400-DIGITA-CONTAGEM
      * Item da folha e quantidade contada (zero e contagem valida).
      * Recontagem sobrepoe a anterior ate a aprovacao.
      ******************************************************************
       P400-DIGITA-CONTAGEM.
            DISPLAY 'CODIGO DO ITEM (BRANCO ENCERRA): '
            MOVE SPACES TO WS-ITEM-INFORMADO
            ACCEPT WS-ITEM-INFORMADO
            IF WS-ITEM-INFORMADO = SPACES
               SET WS-FIM-DIGITACAO-SIM TO TRUE
            ELSE
               PERFORM P410-LOCALIZA-CONTAGEM
               IF WS-IDX-CNT-ACHADO = ZEROS
                  DISPLAY 'ITEM FORA DA FOLHA DESTE CICLO.'
               ELSE
                  IF WS-CTB-CONTADO(WS-IDX-CNT-ACHADO)
                     DISPLAY 'JA CONTADO: '
                             WS-CTB-QTD-CONTADA(WS-IDX-CNT-ACHADO)
                             ' - A NOVA QUANTIDADE SUBSTITUI.'
                  END-IF
                  DISPLAY 'QUANTIDADE CONTADA: '
                  MOVE ZEROS TO WS-QTD-INFORMADA
                  ACCEPT WS-QTD-INFORMADA
                  MOVE WS-QTD-INFORMADA
                       TO WS-CTB-QTD-CONTADA(WS-IDX-CNT-ACHADO)
                  SET WS-CTB-CONTADO(WS-IDX-CNT-ACHADO) TO TRUE
                  MOVE WS-OPERADOR-VALIDADO
                       TO WS-CTB-OPERADOR(WS-IDX-CNT-ACHADO)
                  DISPLAY 'CONTAGEM REGISTRADA.'
               END-IF
            END-IF.

       P410-LOCALIZA-CONTAGEM.
            MOVE ZEROS TO WS-IDX-CNT-ACHADO
            PERFORM VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                    UNTIL WS-IDX-CONTAGEM > WS-QTD-CONTAGEM-TAB
                    OR WS-IDX-CNT-ACHADO > ZEROS
                IF WS-CTB-ITEM(WS-IDX-CONTAGEM) = WS-ITEM-INFORMADO
                   MOVE WS-IDX-CONTAGEM TO WS-IDX-CNT-ACHADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P500-RELATORIO-DIVERGENCIAS
      * Contado contra sistema congelado, diferenca valorizada pelo
      * preco congelado; sobras e faltas totalizadas em separado.
      ******************************************************************
       P500-RELATORIO-DIVERGENCIAS.
            SET WS-RELATORIO-DIVERGENCIA TO TRUE
            MOVE ZEROS TO WS-NUM-PAGINA
            MOVE ZEROS TO WS-TOTAL-SOBRAS
            MOVE ZEROS TO WS-TOTAL-FALTAS
            MOVE ZEROS TO WS-QTD-PENDENTES
            MOVE ZEROS TO WS-QTD-CONTADOS
            MOVE ZEROS TO WS-QTD-DIVERGENTES
            OPEN OUTPUT RELATORIO-DIVERGENCIA
            IF NOT WS-RELATORIO-OK
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P510-IMPRIME-DIVERGENCIA
                       VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                       UNTIL WS-IDX-CONTAGEM > WS-QTD-CONTAGEM-TAB
               PERFORM P520-IMPRIME-TOTAIS
               CLOSE RELATORIO-DIVERGENCIA
               MOVE 'INV-COUNT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\INVVAR.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RELATORIO INVVAR.txt EMITIDO - '
                       WS-QTD-DIVERGENTES ' DIVERGENCIA(S), '
                       WS-QTD-PENDENTES ' ITEM(NS) NAO CONTADO(S).'
            END-IF.

       P510-IMPRIME-DIVERGENCIA.
            MOVE WS-CTB-QTD-SISTEMA(WS-IDX-CONTAGEM) TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-DIVERGENCIA
            IF WS-CTB-PENDENTE(WS-IDX-CONTAGEM)
               ADD 1 TO WS-QTD-PENDENTES
               STRING WS-CTB-ITEM(WS-IDX-CONTAGEM) DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WS-CTB-CATEGORIA(WS-IDX-CONTAGEM)
                                                   DELIMITED BY SIZE
                      ' SISTEMA '                  DELIMITED BY SIZE
                      WS-QTD-ED                    DELIMITED BY SIZE
                      '  *** NAO CONTADO ***'      DELIMITED BY SIZE
                      INTO REG-DIVERGENCIA
               END-STRING
            ELSE
               ADD 1 TO WS-QTD-CONTADOS
               PERFORM P530-CALCULA-DIFERENCA
               IF WS-DIFERENCA NOT = ZEROS
                  ADD 1 TO WS-QTD-DIVERGENTES
               END-IF
               IF WS-VALOR-DIFERENCA > ZEROS
                  ADD WS-VALOR-DIFERENCA TO WS-TOTAL-SOBRAS
               ELSE
                  ADD WS-VALOR-DIFERENCA TO WS-TOTAL-FALTAS
               END-IF
               MOVE WS-CTB-QTD-CONTADA(WS-IDX-CONTAGEM)
                    TO WS-QTD-ED-2
               MOVE WS-DIFERENCA       TO WS-DIFERENCA-ED
               MOVE WS-VALOR-DIFERENCA TO WS-VALOR-ED
               STRING WS-CTB-ITEM(WS-IDX-CONTAGEM) DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WS-CTB-CATEGORIA(WS-IDX-CONTAGEM)
                                                   DELIMITED BY SIZE
                      ' SISTEMA '                  DELIMITED BY SIZE
                      WS-QTD-ED                    DELIMITED BY SIZE
                      ' CONTADO '                  DELIMITED BY SIZE
                      WS-QTD-ED-2                  DELIMITED BY SIZE
                      ' DIF '                      DELIMITED BY SIZE
                      WS-DIFERENCA-ED              DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WS-VALOR-ED                  DELIMITED BY SIZE
                      INTO REG-DIVERGENCIA
               END-STRING
            END-IF
            WRITE REG-DIVERGENCIA.

       P520-IMPRIME-TOTAIS.
            COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-SOBRAS +
                                       WS-TOTAL-FALTAS
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-DIVERGENCIA
            WRITE REG-DIVERGENCIA

            MOVE WS-QTD-CONTADOS TO WS-CONTADOR-ED
            MOVE WS-TOTAL-SOBRAS TO WS-TOTAL-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-DIVERGENCIA
            STRING 'ITENS CONTADOS: ' DELIMITED BY SIZE
                   WS-CONTADOR-ED     DELIMITED BY SIZE
                   '  SOBRAS: '       DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   INTO REG-DIVERGENCIA
            END-STRING
            WRITE REG-DIVERGENCIA

            MOVE WS-QTD-PENDENTES TO WS-CONTADOR-ED
            MOVE WS-TOTAL-FALTAS  TO WS-TOTAL-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-DIVERGENCIA
            STRING 'NAO CONTADOS..: ' DELIMITED BY SIZE
                   WS-CONTADOR-ED     DELIMITED BY SIZE
                   '  FALTAS: '       DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   INTO REG-DIVERGENCIA
            END-STRING
            WRITE REG-DIVERGENCIA

            MOVE WS-QTD-DIVERGENTES TO WS-CONTADOR-ED
            MOVE WS-TOTAL-LIQUIDO   TO WS-TOTAL-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-DIVERGENCIA
            STRING 'DIVERGENTES...: ' DELIMITED BY SIZE
                   WS-CONTADOR-ED     DELIMITED BY SIZE
                   '  LIQUIDO '       DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   INTO REG-DIVERGENCIA
            END-STRING
            WRITE REG-DIVERGENCIA.

       P530-CALCULA-DIFERENCA.
            COMPUTE WS-DIFERENCA =
                    WS-CTB-QTD-CONTADA(WS-IDX-CONTAGEM) -
                    WS-CTB-QTD-SISTEMA(WS-IDX-CONTAGEM)
            COMPUTE WS-VALOR-DIFERENCA =
                    WS-DIFERENCA * WS-CTB-PRECO(WS-IDX-CONTAGEM).

      ******************************************************************
      * P600-APROVA-AJUSTES
      * So com todos os itens contados. A diferenca (contado menos
      * sistema congelado) e somada ao disponivel de hoje - o que
      * entrou ou saiu depois do congelamento continua valendo - sem
      * deixar o saldo negativo. Cada ajuste gera movimento I; o ciclo
      * fecha com todas as linhas AJUSTADO.
      ******************************************************************
       P600-APROVA-AJUSTES.
            MOVE ZEROS TO WS-QTD-PENDENTES
            PERFORM VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                    UNTIL WS-IDX-CONTAGEM > WS-QTD-CONTAGEM-TAB
                IF WS-CTB-PENDENTE(WS-IDX-CONTAGEM)
                   ADD 1 TO WS-QTD-PENDENTES
                END-IF
            END-PERFORM

            IF WS-QTD-PENDENTES > ZEROS
               DISPLAY WS-QTD-PENDENTES ' ITEM(NS) AINDA NAO '
                       'CONTADO(S) - APROVACAO RECUSADA.'
            ELSE
               DISPLAY 'EMITA E CONFIRA O RELATORIO DE DIVERGENCIAS '
                       'ANTES DE APROVAR.'
               DISPLAY 'CONFIRMA O LANCAMENTO DOS AJUSTES (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  PERFORM P150-CARREGA-ESTOQUE
                  MOVE ZEROS TO WS-QTD-AJUSTES
                  PERFORM P610-AJUSTA-ITEM
                          VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                          UNTIL WS-IDX-CONTAGEM > WS-QTD-CONTAGEM-TAB
                  PERFORM P700-REGRAVA-ESTOQUE
                  IF WS-ESTOQUE-OK
                     PERFORM P800-GRAVA-CONTAGEM
                     MOVE 'N' TO WS-CICLO-ABERTO
                     DISPLAY 'CICLO ENCERRADO - ' WS-QTD-AJUSTES
                             ' AJUSTE(S) LANCADO(S).'
                  ELSE
                     PERFORM P640-DESFAZ-SITUACAO
                             VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                             UNTIL WS-IDX-CONTAGEM >
                                   WS-QTD-CONTAGEM-TAB
                     DISPLAY 'SALDOS NAO REGRAVADOS - O CICLO '
                             'CONTINUA ABERTO; OS MOVIMENTOS I DESTA '
                             'TENTATIVA FICAM NO STKMOVE.dat SEM '
                             'EFEITO NO SALDO.'
                  END-IF
               ELSE
                  DISPLAY 'APROVACAO DESISTIDA.'
               END-IF
            END-IF.

       P610-AJUSTA-ITEM.
            PERFORM P530-CALCULA-DIFERENCA
            IF WS-DIFERENCA NOT = ZEROS
               MOVE WS-CTB-ITEM(WS-IDX-CONTAGEM) TO WS-ITEM-INFORMADO
               PERFORM P350-LOCALIZA-SALDO
               IF WS-IDX-ITEM = ZEROS
                  PERFORM P620-CRIA-SALDO
               END-IF
               IF WS-IDX-ITEM > ZEROS
                  MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM)
                       TO WS-SALDO-ANTERIOR
                  COMPUTE WS-SALDO-CALCULADO =
                          WS-SALDO-ANTERIOR + WS-DIFERENCA
                  IF WS-SALDO-CALCULADO < ZEROS
                     MOVE ZEROS TO WS-SALDO-CALCULADO
                  END-IF
                  MOVE WS-SALDO-CALCULADO
                       TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
                  IF WS-SALDO-CALCULADO NOT = WS-SALDO-ANTERIOR
                     ADD 1 TO WS-QTD-AJUSTES
                     PERFORM P650-GRAVA-MOVIMENTO
                  END-IF
               END-IF
            END-IF
            SET WS-CTB-AJUSTADO(WS-IDX-CONTAGEM) TO TRUE.

       P640-DESFAZ-SITUACAO.
            SET WS-CTB-CONTADO(WS-IDX-CONTAGEM) TO TRUE.

       P620-CRIA-SALDO.
            IF WS-QTD-SALDOS-TAB < WS-MAX-SALDOS
               ADD 1 TO WS-QTD-SALDOS-TAB
               MOVE WS-QTD-SALDOS-TAB TO WS-IDX-ITEM
               MOVE WS-DEPOSITO-CICLO
                    TO WS-STK-DEPOSITO(WS-IDX-ITEM)
               MOVE WS-ITEM-INFORMADO
                    TO WS-STK-ITEM(WS-IDX-ITEM)
               MOVE ZEROS TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
               MOVE ZEROS TO WS-STK-ALOCADA(WS-IDX-ITEM)
            ELSE
               DISPLAY 'TABELA DE SALDOS CHEIA - ITEM '
                       WS-ITEM-INFORMADO ' SEM AJUSTE.'
            END-IF.

      ******************************************************************
      * P650-GRAVA-MOVIMENTO
      * Movimento I com a diferenca em modulo; o sentido fica no saldo
      * anterior e novo. A referencia e a data do congelamento
      * (AAMMDD), que amarra o ajuste a folha.
      ******************************************************************
       P650-GRAVA-MOVIMENTO.
            MOVE SPACES TO WS-MOVIMENTOS-STATUS
            OPEN EXTEND MOVIMENTOS-ESTOQUE
            IF WS-MOVIMENTOS-NAO-CRIADO
               OPEN OUTPUT MOVIMENTOS-ESTOQUE
            END-IF
            IF WS-MOVIMENTOS-OK
               MOVE WS-DATA-HOJE TO MOV-DATA
               ACCEPT MOV-HORA FROM TIME
               MOVE WS-STK-ITEM(WS-IDX-ITEM) TO MOV-ITEM
               SET MOV-AJUSTE-INVENTARIO TO TRUE
               IF WS-SALDO-CALCULADO > WS-SALDO-ANTERIOR
                  COMPUTE MOV-QUANTIDADE =
                          WS-SALDO-CALCULADO - WS-SALDO-ANTERIOR
               ELSE
                  COMPUTE MOV-QUANTIDADE =
                          WS-SALDO-ANTERIOR - WS-SALDO-CALCULADO
               END-IF
               MOVE WS-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM)
                    TO MOV-SALDO-NOVO
               MOVE WS-OPERADOR-VALIDADO TO MOV-OPERADOR
               MOVE WS-DATA-CICLO(3:6) TO MOV-REFERENCIA
               MOVE WS-DEPOSITO-CICLO TO MOV-DEPOSITO
               WRITE REG-MOVIMENTO-ESTOQUE
               CLOSE MOVIMENTOS-ESTOQUE
            ELSE
               DISPLAY 'AVISO - ARQUIVO DE MOVIMENTOS INDISPONIVEL '
                       '(STATUS ' WS-MOVIMENTOS-STATUS ').'
               MOVE 'S' TO WS-ERRO-GRAVACAO
            END-IF.

       P700-REGRAVA-ESTOQUE.
            MOVE SPACES TO WS-ESTOQUE-STATUS
            OPEN OUTPUT ARQUIVO-ESTOQUE
            IF NOT WS-ESTOQUE-OK
               DISPLAY 'ERRO AO REGRAVAR ESTOQUE - STATUS '
                       WS-ESTOQUE-STATUS
               MOVE 'S' TO WS-ERRO-GRAVACAO
            ELSE
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                   MOVE WS-STK-DEPOSITO(WS-IDX-SALDO)
                        TO STK-DEPOSITO
                   MOVE WS-STK-ITEM(WS-IDX-SALDO) TO STK-ITEM
                   MOVE WS-STK-DISPONIVEL(WS-IDX-SALDO)
                        TO STK-QTD-DISPONIVEL
                   MOVE WS-STK-ALOCADA(WS-IDX-SALDO)
                        TO STK-QTD-ALOCADA
                   WRITE REG-ESTOQUE
               END-PERFORM
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

       P800-GRAVA-CONTAGEM.
            MOVE SPACES TO WS-CONTAGEM-STATUS
            OPEN OUTPUT FOLHA-CONTAGEM
            IF NOT WS-CONTAGEM-OK
               DISPLAY 'ERRO AO GRAVAR A FOLHA DE CONTAGEM - STATUS '
                       WS-CONTAGEM-STATUS
               MOVE 'S' TO WS-ERRO-GRAVACAO
            ELSE
               PERFORM VARYING WS-IDX-CONTAGEM FROM 1 BY 1
                       UNTIL WS-IDX-CONTAGEM > WS-QTD-CONTAGEM-TAB
                   MOVE WS-DATA-CICLO TO CNT-DATA-CONGELAMENTO
                   MOVE WS-CTB-ITEM(WS-IDX-CONTAGEM) TO CNT-ITEM
                   MOVE WS-CTB-CATEGORIA(WS-IDX-CONTAGEM)
                        TO CNT-CATEGORIA
                   MOVE WS-CTB-QTD-SISTEMA(WS-IDX-CONTAGEM)
                        TO CNT-QTD-SISTEMA
                   MOVE WS-CTB-QTD-CONTADA(WS-IDX-CONTAGEM)
                        TO CNT-QTD-CONTADA
                   MOVE WS-CTB-PRECO(WS-IDX-CONTAGEM) TO CNT-PRECO
                   MOVE WS-CTB-SITUACAO(WS-IDX-CONTAGEM)
                        TO CNT-SITUACAO
                   MOVE WS-CTB-OPERADOR(WS-IDX-CONTAGEM)
                        TO CNT-OPERADOR
                   MOVE WS-DEPOSITO-CICLO TO CNT-DEPOSITO
                   WRITE REG-CONTAGEM
               END-PERFORM
               CLOSE FOLHA-CONTAGEM
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE ITEM-MASTER
               IF WS-ERRO-GRAVACAO-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
            MOVE WS-DATA-CICLO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            IF WS-RELATORIO-FOLHA
               MOVE SPACES TO REG-FOLHA
               STRING '===== FOLHA DE CONTAGEM DE '
                      DELIMITED BY SIZE
                      WS-DATA-BR       DELIMITED BY SIZE
                      ' - DEPOSITO '   DELIMITED BY SIZE
                      WS-DEPOSITO-CICLO DELIMITED BY SIZE
                      ' - PAGINA '     DELIMITED BY SIZE
                      WS-NUM-PAGINA-ED DELIMITED BY SIZE
                      ' ====='         DELIMITED BY SIZE
                      INTO REG-FOLHA
               END-STRING
               WRITE REG-FOLHA
            ELSE
               MOVE SPACES TO REG-DIVERGENCIA
               STRING '===== DIVERGENCIAS DO INVENTARIO DE '
                      DELIMITED BY SIZE
                      WS-DATA-BR       DELIMITED BY SIZE
                      ' - DEPOSITO '   DELIMITED BY SIZE
                      WS-DEPOSITO-CICLO DELIMITED BY SIZE
                      ' - PAGINA '     DELIMITED BY SIZE
                      WS-NUM-PAGINA-ED DELIMITED BY SIZE
                      ' ====='         DELIMITED BY SIZE
                      INTO REG-DIVERGENCIA
               END-STRING
               WRITE REG-DIVERGENCIA
            END-IF

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY PAGECTPA.
           COPY DTCONVP.
           COPY OPERTBPA.
           COPY DEPPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM INV-COUNT.
