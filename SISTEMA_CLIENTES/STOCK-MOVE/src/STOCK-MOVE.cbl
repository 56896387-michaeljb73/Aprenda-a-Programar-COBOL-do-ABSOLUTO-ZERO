      * Author:    Michael J. Bezerra
      * Date:      02/09/2026
      * Purpose:   Movimentacao de estoque: entrada de mercadoria no
      *            saldo por item (STOCKF.dat) contra pedido de compra
      *            aberto (PURCHORD.dat/PURCHLIN.dat, recebimento
      *            parcial permitido), consulta de saldo e
      *            liberacao de pedidos em BACKORDER quando a
      *            mercadoria chega (o pedido volta a ABERTO com a
      *            quantidade alocada e o INVOICE-GEN volta a
      *            fatura-lo). Todo movimento sai no STKMOVE.dat com
      *            saldo anterior e novo - a contagem e auditavel
      *            como o log de pedidos. Tambem envia e recebe as
      *            transferencias de estoque entre depositos
      *            (STKXFER.dat).
      * Tectonics: cobc
      *
      * Historico de alteracoes
      *                  das demais linhas. Pedido sem linha no
      *                  arquivo (anterior a migracao) segue pelo
      *                  espelho, como antes.
      * 15/10/2026  MJB  Entrada de mercadoria passou a ser
      *                  recebimento contra pedido de compra aberto
      *                  (PO-MAINT): quantidade por linha limitada ao
      *                  saldo a receber, movimento E com o numero do
      *                  pedido em MOV-REFERENCIA e situacao do pedido
      *                  recalculada. A entrada avulsa deixou de
      *                  existir.
      * 15/10/2026  MJB  O recebimento passou a recalcular o custo medio
      *                  ponderado do item (ITM-CUSTO-MEDIO) com o custo
      *                  da linha do pedido de compra; ITEM-MASTER
      *                  aberto em I-O.
      * 15/10/2026  MJB  Saldo por deposito (STOCKF com STK-DEPOSITO):
      *                  entrada no deposito informado, consulta por
      *                  deposito e em transito, liberacao de backorder
      *                  preferindo deposito da filial do pedido e
      *                  gravando ORL-DEPOSITO; envio, recebimento e
      *                  lista de transferencias (STKXFER.dat,
      *                  movimentos T/U).
      * 15/10/2026  MJB  A liberacao de backorder explode a linha de
      *                  item kit nos componentes (KITCOMP.dat), todos
      *                  do mesmo deposito, com movimento L por
      *                  componente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MOVE.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY ITMSEL.
           COPY PCMPSL.
           COPY DEPSL.
           COPY TRFSL.
           COPY KITSL.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  PEDIDOS-COMPRA.
           COPY PCMPF.

       FD  LINHAS-COMPRA.
           COPY PCMLF.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       FD  TRANSFERENCIAS-ESTOQUE.
           COPY TRFF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-QTD-INFORMADA        PIC 9(07)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * SALDOS DE ESTOQUE EM MEMORIA POR DEPOSITO E ITEM -
      * REGRAVADOS NO ENCERRAMENTO. A FILIAL DE CADA DEPOSITO VEM DO
      * CADASTRO NA CARGA (PREFERENCIA DA LIBERACAO DE BACKORDER).
       77  WS-MAX-SALDOS           PIC 9(03)   VALUE 500.
       77  WS-QTD-SALDOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO            PIC 9(03)   VALUE ZEROS COMP.
           88  WS-ESTOQUE-MUDOU-SIM            VALUE 'S'.
       01  WS-TAB-SALDOS.
           05  WS-SALDO-ENTRADA    OCCURS 500 TIMES.
               10  WS-STK-DEPOSITO     PIC X(03).
               10  WS-STK-ITEM         PIC X(08).
               10  WS-STK-DISPONIVEL   PIC 9(07).
               10  WS-STK-ALOCADA      PIC 9(07).
               10  WS-STK-FILIAL       PIC X(02).
       01  WS-DEPOSITO-INFORMADO   PIC X(03)   VALUE SPACES.
       01  WS-DEPOSITO-DESTINO     PIC X(03)   VALUE SPACES.
       77  WS-DEPOSITO-VALIDO      PIC X(01)   VALUE 'N'.
           88  WS-DEPOSITO-VALIDO-SIM          VALUE 'S'.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

       77  WS-QTD-ENTRADAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LIBERADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-PED        PIC 9(02)   VALUE ZEROS COMP.
       77  WS-TEM-SALDO-TODAS      PIC X(01)   VALUE 'N'.
           88  WS-TEM-SALDO-TODAS-SIM          VALUE 'S'.
       77  WS-PEDIDO-TEM-LINHAS    PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-TEM-LINHAS-SIM        VALUE 'S'.
       01  WS-TAB-LINHAS-PED.
           05  WS-LINHA-PED-ENTRADA OCCURS 20 TIMES.
               10  WS-LPD-SEQUENCIA    PIC 9(03).
               10  WS-LPD-ITEM         PIC X(08).
               10  WS-LPD-QUANTIDADE   PIC 9(05).
               10  WS-LPD-DEPOSITO     PIC X(03).

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - LINHA DE KIT
      * LIBERA OS COMPONENTES, TODOS DO MESMO DEPOSITO, COMO NO
      * ORDER-ENTRY
           COPY KITWS.
       01  WS-ITEM-BASE            PIC X(08)   VALUE SPACES.
       77  WS-QTD-BASE             PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-NECESSIDADES     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-NECESSIDADE      PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO-NEC        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-DEPOSITO-ATENDE      PIC X(01)   VALUE 'N'.
           88  WS-DEPOSITO-ATENDE-SIM          VALUE 'S'.
       01  WS-TAB-NECESSIDADES.
           05  WS-NECESSIDADE-ENTRADA OCCURS 20 TIMES.
               10  WS-NEC-ITEM         PIC X(08).
               10  WS-NEC-QUANTIDADE   PIC 9(07).
               10  WS-NEC-IDX-SALDO    PIC 9(03)   COMP.
       77  WS-QTD-RESERVAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-RESERVA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-RESERVAS.
           05  WS-RESERVA-ENTRADA  OCCURS 400 TIMES.
               10  WS-RSV-IDX-SALDO    PIC 9(03)   COMP.
               10  WS-RSV-QUANTIDADE   PIC 9(07).

      * REGRAVACAO DO DEPOSITO NAS LINHAS DO PEDIDO LIBERADO - O
      * ORDLINES.dat INTEIRO PASSA PELA TABELA (MAIOR QUE O TETO,
      * NADA E REGRAVADO, COM AVISO - MESMA DISCIPLINA DO ORDER-ENTRY)
       77  WS-MAX-LINHAS-ARQ       PIC 9(04)   VALUE 1000.
       77  WS-QTD-LINHAS-ARQ       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-ARQ        PIC 9(04)   VALUE ZEROS COMP.
       77  WS-LINHAS-ESTOURARAM    PIC X(01)   VALUE 'N'.
           88  WS-LINHAS-ESTOURARAM-SIM        VALUE 'S'.
       01  WS-TAB-LINHAS-ARQ.
           05  WS-LINHA-ARQ        PIC X(45)  OCCURS 1000 TIMES.

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*)
           COPY DEPWS.

      * TRANSFERENCIAS ENTRE DEPOSITOS (COPYBOOKS TRF*) - REGRAVADAS
      * NO ENCERRAMENTO, JUNTO COM O ESTOQUE
           COPY TRFWS.
       77  WS-TRANSF-MUDARAM       PIC X(01)   VALUE 'N'.
           88  WS-TRANSF-MUDARAM-SIM           VALUE 'S'.
       77  WS-QTD-TRANSF-ENVIADAS  PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-TRANSF-RECEBIDAS PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-EM-TRANSITO      PIC 9(05)   VALUE ZEROS COMP.

      * PEDIDOS DE COMPRA EM MEMORIA (COPYBOOKS PCMP*) - O
      * RECEBIMENTO BAIXA O SALDO DAS LINHAS; REGRAVADOS NO
      * ENCERRAMENTO, JUNTO COM O ESTOQUE
           COPY PCMPWS.
       77  WS-COMPRAS-MUDARAM      PIC X(01)   VALUE 'N'.
           88  WS-COMPRAS-MUDARAM-SIM          VALUE 'S'.
       77  WS-NUMERO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       77  WS-SALDO-LINHA          PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-LINHAS-RECEBIDAS PIC 9(03)   VALUE ZEROS COMP.

      * CUSTO MEDIO PONDERADO DO ITEM (ITM-CUSTO-MEDIO) - RECALCULADO
      * A CADA RECEBIMENTO SOBRE O SALDO EM MAOS (DISPONIVEL +
      * ALOCADA DE TODOS OS DEPOSITOS, MAIS O QUE ESTA EM TRANSITO)
      * ANTERIOR A ENTRADA
       77  WS-QTD-EM-MAOS          PIC 9(08)   VALUE ZEROS.
       77  WS-CUSTO-NOVO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-CUSTO-ED             PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
                  IF WS-ESTOQUE-MUDOU-SIM
                     PERFORM P800-REGRAVA-ESTOQUE
                  END-IF
                  IF WS-COMPRAS-MUDARAM-SIM
                     PERFORM P810-REGRAVA-COMPRAS
                  END-IF
                  IF WS-TRANSF-MUDARAM-SIM
                     PERFORM P820-REGRAVA-TRANSFERENCIAS
                  END-IF
               END-IF
               PERFORM P900-FINAL
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN I-O ORDER-MASTER
            OPEN I-O ITEM-MASTER
            IF NOT WS-ORD-OK OR NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                       WS-ORD-STATUS-ARQ ' ITENS: ' WS-ITEM-STATUS
            ELSE
               PERFORM P8660-CARREGA-DEPOSITOS
               PERFORM P150-CARREGA-ESTOQUE
               PERFORM P8570-CARREGA-COMPRAS
               PERFORM P8670-CARREGA-TRANSFERENCIAS
               PERFORM P8680-CARREGA-COMPOSICAO
               EVALUATE TRUE
                   WHEN WS-COMPRAS-ESTOURARAM-SIM
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        DISPLAY 'TABELA DE PEDIDOS DE COMPRA '
                                'ESTOURADA - SESSAO ENCERRADA.'
                   WHEN WS-TRF-ESTOUROU-SIM
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        DISPLAY 'TABELA DE TRANSFERENCIAS ESTOURADA - '
                                'SESSAO ENCERRADA.'
                   WHEN WS-KITS-ESTOURARAM-SIM
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        DISPLAY 'TABELA DE COMPONENTES DE KIT '
                                'ESTOURADA - SESSAO ENCERRADA.'
                   WHEN WS-QTD-DEPOSITOS-TAB = ZEROS
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        DISPLAY 'NENHUM DEPOSITO CADASTRADO - '
                                'CADASTRE NO WHSE-MAINT ANTES DE '
                                'MOVIMENTAR ESTOQUE.'
               END-EVALUATE
               IF WS-ERRO-ABERTURA-SIM
                  CLOSE ORDER-MASTER
                  CLOSE ITEM-MASTER
               END-IF
            END-IF.

       P150-CARREGA-ESTOQUE.
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
                  MOVE STK-DEPOSITO TO WS-DEP-PROCURADO
                  PERFORM P8665-LOCALIZA-DEPOSITO
                  IF WS-IDX-DEP-ACHADO > ZEROS
                     MOVE WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                          TO WS-STK-FILIAL(WS-QTD-SALDOS-TAB)
                  ELSE
                     MOVE SPACES
                          TO WS-STK-FILIAL(WS-QTD-SALDOS-TAB)
                  END-IF
               ELSE
                  SET WS-FIM-ESTOQUE-SIM TO TRUE
               END-IF
       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== MOVIMENTACAO DE ESTOQUE ====='
            DISPLAY '1 - ENTRADA POR PEDIDO DE COMPRA'
            DISPLAY '2 - CONSULTAR SALDO'
            DISPLAY '3 - LIBERAR BACKORDERS'
            DISPLAY '4 - ENVIAR TRANSFERENCIA ENTRE DEPOSITOS'
            DISPLAY '5 - RECEBER TRANSFERENCIA'
            DISPLAY '6 - TRANSFERENCIAS EM TRANSITO'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

                WHEN 1 PERFORM P300-ENTRADA
                WHEN 2 PERFORM P400-CONSULTA
                WHEN 3 PERFORM P500-LIBERA-BACKORDERS
                WHEN 4 PERFORM P600-ENVIA-TRANSFERENCIA
                WHEN 5 PERFORM P650-RECEBE-TRANSFERENCIA
                WHEN 6 PERFORM P680-LISTA-TRANSITO
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P300-ENTRADA
      * Recebimento contra pedido de compra ABERTO ou PARCIAL: cada
      * linha com saldo a receber e apresentada e a quantidade que
      * chegou (zero pula a linha) entra no saldo do item, com
      * movimento E referenciando o pedido. Quantidade acima do saldo
      * da linha e recusada - excesso volta ao fornecedor ou vira
      * novo pedido no PO-MAINT. A mercadoria entra no saldo do
      * deposito informado (branco = deposito da filial do operador).
      ******************************************************************
       P300-ENTRADA.
            DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '
            MOVE ZEROS TO WS-NUMERO-INFORMADO
            ACCEPT WS-NUMERO-INFORMADO
            MOVE WS-NUMERO-INFORMADO TO WS-PCM-NUMERO
            PERFORM P8575-LOCALIZA-COMPRA
            IF WS-IDX-PCM-ACHADO > ZEROS
               AND WS-PCT-A-RECEBER(WS-IDX-PCM-ACHADO)
               PERFORM P305-INFORMA-DEPOSITO
            END-IF
            EVALUATE TRUE
                WHEN WS-IDX-PCM-ACHADO = ZEROS
                     DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO - '
                             'CONSULTE O PO-MAINT.'
                WHEN NOT WS-PCT-A-RECEBER(WS-IDX-PCM-ACHADO)
                     DISPLAY 'PEDIDO DE COMPRA RECEBIDO OU CANCELADO - '
                             'NADA A RECEBER.'
                WHEN NOT WS-DEPOSITO-VALIDO-SIM
                     CONTINUE
                WHEN OTHER
                     MOVE ZEROS TO WS-QTD-LINHAS-RECEBIDAS
                     PERFORM P310-RECEBE-LINHA
                             VARYING WS-IDX-LINHA-COMPRA FROM 1 BY 1
                             UNTIL WS-IDX-LINHA-COMPRA >
                                   WS-QTD-LINHAS-COMPRA
                     IF WS-QTD-LINHAS-RECEBIDAS > ZEROS
                        PERFORM P8576-SITUACAO-COMPRA
                        SET WS-COMPRAS-MUDARAM-SIM TO TRUE
                        ADD 1 TO WS-QTD-ENTRADAS
                        DISPLAY 'RECEBIMENTO LANCADO - '
                                WS-QTD-LINHAS-RECEBIDAS ' LINHA(S).'
                     ELSE
                        DISPLAY 'NENHUMA QUANTIDADE RECEBIDA.'
                     END-IF
            END-EVALUATE.

      ******************************************************************
      * P305-INFORMA-DEPOSITO
      * Deposito que recebe a mercadoria: branco assume o primeiro
      * deposito ativo da filial do operador. Tem de existir e estar
      * ativo - deposito desativado nao recebe entrada.
      ******************************************************************
       P305-INFORMA-DEPOSITO.
            MOVE 'N' TO WS-DEPOSITO-VALIDO
            DISPLAY 'DEPOSITO DE RECEBIMENTO (BRANCO = DA FILIAL '
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
            EVALUATE TRUE
                WHEN WS-IDX-DEP-ACHADO = ZEROS
                     DISPLAY 'DEPOSITO NAO CADASTRADO - CONSULTE O '
                             'WHSE-MAINT.'
                WHEN NOT WS-DPT-ATIVO(WS-IDX-DEP-ACHADO)
                     DISPLAY 'DEPOSITO ' WS-DEPOSITO-INFORMADO
                             ' INATIVO - NAO RECEBE MERCADORIA.'
                WHEN OTHER
                     SET WS-DEPOSITO-VALIDO-SIM TO TRUE
                     DISPLAY 'DEPOSITO: ' WS-DEPOSITO-INFORMADO ' - '
                             WS-DPT-NOME(WS-IDX-DEP-ACHADO)
            END-EVALUATE.

       P310-RECEBE-LINHA.
            IF WS-PLT-NUMERO(WS-IDX-LINHA-COMPRA) = WS-PCM-NUMERO
               AND WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
                   < WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
               COMPUTE WS-SALDO-LINHA =
                       WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA) -
                       WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
               DISPLAY 'LINHA ' WS-PLT-SEQUENCIA(WS-IDX-LINHA-COMPRA)
                       ' ITEM ' WS-PLT-ITEM(WS-IDX-LINHA-COMPRA)
                       ' A RECEBER ' WS-SALDO-LINHA
               DISPLAY 'QUANTIDADE RECEBIDA (0 PULA A LINHA): '
               MOVE ZEROS TO WS-QTD-INFORMADA
               ACCEPT WS-QTD-INFORMADA
               EVALUATE TRUE
                   WHEN WS-QTD-INFORMADA = ZEROS
                        CONTINUE
                   WHEN WS-QTD-INFORMADA > WS-SALDO-LINHA
                        DISPLAY 'QUANTIDADE ACIMA DO SALDO DA LINHA - '
                                'NADA LANCADO.'
                   WHEN OTHER
                        PERFORM P320-LANCA-RECEBIMENTO
               END-EVALUATE
            END-IF.

       P320-LANCA-RECEBIMENTO.
            MOVE WS-PLT-ITEM(WS-IDX-LINHA-COMPRA) TO WS-ITEM-INFORMADO
            PERFORM P350-LOCALIZA-SALDO
            IF WS-IDX-ITEM = ZEROS
               PERFORM P360-CRIA-SALDO
            END-IF
            IF WS-IDX-ITEM > ZEROS
               PERFORM P330-ATUALIZA-CUSTO-MEDIO
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM)
                    TO WS-SALDO-ANTERIOR
               ADD WS-QTD-INFORMADA
                   TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
               ADD WS-QTD-INFORMADA
                   TO WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
               SET WS-ESTOQUE-MUDOU-SIM TO TRUE
               ADD 1 TO WS-QTD-LINHAS-RECEBIDAS
               SET MOV-ENTRADA TO TRUE
               MOVE WS-PCM-NUMERO TO MOV-REFERENCIA
               PERFORM P700-GRAVA-MOVIMENTO
               DISPLAY 'ENTRADA LANCADA - SALDO NO DEPOSITO '
                       WS-DEPOSITO-INFORMADO ': '
                       WS-STK-DISPONIVEL(WS-IDX-ITEM)
            END-IF.

      ******************************************************************
      * P330-ATUALIZA-CUSTO-MEDIO
      * Media ponderada do saldo em maos (disponivel + alocada de
      * todos os depositos e o que esta em transito entre eles, antes
      * da entrada) ao custo medio atual com a quantidade recebida ao
      * custo da linha do pedido de compra. Item sem custo anterior
      * (zerado pelo ITEM-COST-MIGRATE) ou sem saldo assume o custo
      * do recebimento. Falha na regravacao do item so avisa - a
      * entrada segue e o custo e corrigido no proximo recebimento.
      ******************************************************************
       P330-ATUALIZA-CUSTO-MEDIO.
            MOVE WS-PLT-ITEM(WS-IDX-LINHA-COMPRA) TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            IF NOT WS-ITEM-OK
               DISPLAY 'AVISO - ITEM ' ITM-CODIGO ' FORA DO CADASTRO '
                       '(STATUS ' WS-ITEM-STATUS ') - CUSTO MEDIO '
                       'NAO ATUALIZADO.'
            ELSE
               PERFORM P335-SOMA-EM-MAOS
               IF WS-QTD-EM-MAOS = ZEROS OR ITM-CUSTO-MEDIO = ZEROS
                  MOVE WS-PLT-CUSTO(WS-IDX-LINHA-COMPRA)
                       TO WS-CUSTO-NOVO
               ELSE
                  COMPUTE WS-CUSTO-NOVO ROUNDED =
                          (WS-QTD-EM-MAOS * ITM-CUSTO-MEDIO +
                           WS-QTD-INFORMADA *
                           WS-PLT-CUSTO(WS-IDX-LINHA-COMPRA)) /
                          (WS-QTD-EM-MAOS + WS-QTD-INFORMADA)
               END-IF
               MOVE WS-CUSTO-NOVO TO ITM-CUSTO-MEDIO
               REWRITE ITEM-RECORD
               IF WS-ITEM-OK
                  MOVE WS-CUSTO-NOVO TO WS-CUSTO-ED
                  DISPLAY 'CUSTO MEDIO DO ITEM: ' WS-CUSTO-ED
               ELSE
                  DISPLAY 'AVISO - CUSTO MEDIO NAO REGRAVADO '
                          '(STATUS ' WS-ITEM-STATUS ').'
               END-IF
            END-IF.

       P335-SOMA-EM-MAOS.
            MOVE ZEROS TO WS-QTD-EM-MAOS
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-ITEM-INFORMADO
                   ADD WS-STK-DISPONIVEL(WS-IDX-SALDO)
                       WS-STK-ALOCADA(WS-IDX-SALDO)
                       TO WS-QTD-EM-MAOS
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                    UNTIL WS-IDX-TRF > WS-QTD-TRF-TAB
                IF WS-TRT-ITEM(WS-IDX-TRF) = WS-ITEM-INFORMADO
                   AND WS-TRT-EM-TRANSITO(WS-IDX-TRF)
                   ADD WS-TRT-QUANTIDADE(WS-IDX-TRF)
                       TO WS-QTD-EM-MAOS
                END-IF
            END-PERFORM.

      ******************************************************************
      * P350-LOCALIZA-SALDO
      * Saldo do item WS-ITEM-INFORMADO no deposito
      * WS-DEPOSITO-INFORMADO (indice em WS-IDX-ITEM, zero se o item
      * ainda nao tem saldo naquele deposito).
      ******************************************************************
       P350-LOCALIZA-SALDO.
            MOVE ZEROS TO WS-IDX-ITEM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-ITEM-INFORMADO
                   AND WS-STK-DEPOSITO(WS-IDX-SALDO)
                       = WS-DEPOSITO-INFORMADO
                   MOVE WS-IDX-SALDO TO WS-IDX-ITEM
                END-IF
            END-PERFORM.
            IF WS-QTD-SALDOS-TAB < WS-MAX-SALDOS
               ADD 1 TO WS-QTD-SALDOS-TAB
               MOVE WS-QTD-SALDOS-TAB TO WS-IDX-ITEM
               MOVE WS-DEPOSITO-INFORMADO
                    TO WS-STK-DEPOSITO(WS-IDX-ITEM)
               MOVE WS-ITEM-INFORMADO
                    TO WS-STK-ITEM(WS-IDX-ITEM)
               MOVE ZEROS TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
               MOVE ZEROS TO WS-STK-ALOCADA(WS-IDX-ITEM)
               MOVE WS-DEPOSITO-INFORMADO TO WS-DEP-PROCURADO
               PERFORM P8665-LOCALIZA-DEPOSITO
               IF WS-IDX-DEP-ACHADO > ZEROS
                  MOVE WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                       TO WS-STK-FILIAL(WS-IDX-ITEM)
               ELSE
                  MOVE SPACES TO WS-STK-FILIAL(WS-IDX-ITEM)
               END-IF
            ELSE
               DISPLAY 'TABELA DE SALDOS CHEIA.'
            END-IF.

      ******************************************************************
      * P400-CONSULTA
      * Saldo do item em cada deposito e as transferencias do item
      * ainda em transito (saindo de um deposito, chegando noutro).
      ******************************************************************
       P400-CONSULTA.
            DISPLAY 'CODIGO DO ITEM: '
            MOVE SPACES TO WS-ITEM-INFORMADO
            ACCEPT WS-ITEM-INFORMADO
            MOVE ZEROS TO WS-IDX-ITEM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-ITEM-INFORMADO
                   MOVE WS-IDX-SALDO TO WS-IDX-ITEM
                   DISPLAY 'DEPOSITO ' WS-STK-DEPOSITO(WS-IDX-SALDO)
                           ' FILIAL ' WS-STK-FILIAL(WS-IDX-SALDO)
                           '  DISPONIVEL: '
                           WS-STK-DISPONIVEL(WS-IDX-SALDO)
                           '  ALOCADA: '
                           WS-STK-ALOCADA(WS-IDX-SALDO)
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                    UNTIL WS-IDX-TRF > WS-QTD-TRF-TAB
                IF WS-TRT-ITEM(WS-IDX-TRF) = WS-ITEM-INFORMADO
                   AND WS-TRT-EM-TRANSITO(WS-IDX-TRF)
                   MOVE 1 TO WS-IDX-ITEM
                   DISPLAY 'EM TRANSITO ' WS-TRT-DEP-ORIGEM(WS-IDX-TRF)
                           ' -> ' WS-TRT-DEP-DESTINO(WS-IDX-TRF)
                           '  QUANTIDADE: '
                           WS-TRT-QUANTIDADE(WS-IDX-TRF)
                           '  TRANSFERENCIA '
                           WS-TRT-NUMERO(WS-IDX-TRF)
                END-IF
            END-PERFORM
            IF WS-IDX-ITEM = ZEROS
               DISPLAY 'ITEM SEM SALDO REGISTRADO.'
            END-IF.

      ******************************************************************
      * Varre os pedidos em BACKORDER; o pedido cujas linhas TODAS
      * cabem no saldo (ORDLINES.dat - tudo-ou-nada, como a alocacao
      * do ORDER-ENTRY) e alocado e volta a ABERTO (o INVOICE-GEN
      * volta a fatura-lo). Cada linha sai de um deposito da filial
      * do pedido ou, sem saldo la, de qualquer outro que tenha a
      * linha inteira; o deposito vai para a linha no ORDLINES.dat.
      * Linha de kit precisa de todos os componentes no mesmo
      * deposito. Cada item alocado (o componente, no caso do kit)
      * gera movimento tipo L.
      ******************************************************************
       P500-LIBERA-BACKORDERS.
            MOVE ZEROS TO WS-QTD-LIBERADOS
                     REWRITE ORDER-RECORD
                     IF WS-ORD-OK
                        PERFORM P517-ALOCA-LINHAS
                        IF WS-PEDIDO-TEM-LINHAS-SIM
                           PERFORM P520-GRAVA-DEPOSITO-LINHAS
                        END-IF
                        ADD 1 TO WS-QTD-LIBERADOS
                        DISPLAY 'PEDIDO ' ORD-NUMERO ' LIBERADO.'
                     ELSE
                        PERFORM P518-DESFAZ-RESERVAS
                     END-IF
                  END-IF
               END-IF
       P513-CARREGA-LINHAS.
            MOVE ZEROS TO WS-QTD-LINHAS-PED
            MOVE 'N' TO WS-FIM-LINHAS
            MOVE 'N' TO WS-PEDIDO-TEM-LINHAS
            MOVE SPACES TO WS-LINHAS-STATUS
            OPEN INPUT LINHAS-PEDIDO
            IF WS-LINHAS-OK

            IF WS-QTD-LINHAS-PED = ZEROS
               MOVE 1 TO WS-QTD-LINHAS-PED
               MOVE 1 TO WS-LPD-SEQUENCIA(1)
               MOVE ORD-ITEM(1:8) TO WS-LPD-ITEM(1)
               MOVE ORD-QUANTIDADE TO WS-LPD-QUANTIDADE(1)
               MOVE SPACES TO WS-LPD-DEPOSITO(1)
            ELSE
               SET WS-PEDIDO-TEM-LINHAS-SIM TO TRUE
            END-IF.

       P514-LE-LINHA.
               IF ORL-NUMERO = ORD-NUMERO
                  AND WS-QTD-LINHAS-PED < WS-MAX-LINHAS-PED
                  ADD 1 TO WS-QTD-LINHAS-PED
                  MOVE ORL-SEQUENCIA
                       TO WS-LPD-SEQUENCIA(WS-QTD-LINHAS-PED)
                  MOVE ORL-ITEM
                       TO WS-LPD-ITEM(WS-QTD-LINHAS-PED)
                  MOVE ORL-QUANTIDADE
                       TO WS-LPD-QUANTIDADE(WS-QTD-LINHAS-PED)
                  MOVE SPACES
                       TO WS-LPD-DEPOSITO(WS-QTD-LINHAS-PED)
               END-IF
            END-IF.

      ******************************************************************
      * P516-CONFERE-SALDO-LINHAS
      * Escolhe o deposito de cada linha (P515) e ja reserva as
      * necessidades da linha (P512 - o item ou os componentes do
      * kit) no disponivel, para duas linhas do mesmo item nao
      * contarem o mesmo saldo. Alguma linha sem saldo desfaz as
      * reservas.
      ******************************************************************
       P516-CONFERE-SALDO-LINHAS.
            MOVE 'S' TO WS-TEM-SALDO-TODAS
            MOVE ZEROS TO WS-QTD-RESERVAS
            PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                    OR NOT WS-TEM-SALDO-TODAS-SIM
                MOVE WS-LPD-ITEM(WS-IDX-LINHA-PED) TO WS-ITEM-BASE
                MOVE WS-LPD-QUANTIDADE(WS-IDX-LINHA-PED)
                     TO WS-QTD-BASE
                PERFORM P512-MONTA-NECESSIDADES
                PERFORM P515-ESCOLHE-SALDO-LINHA
                IF WS-IDX-ITEM = ZEROS
                   MOVE 'N' TO WS-TEM-SALDO-TODAS
                ELSE
                   MOVE WS-STK-DEPOSITO(WS-IDX-ITEM)
                        TO WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                   PERFORM P511-RESERVA-NECESSIDADES
                END-IF
            END-PERFORM
            IF NOT WS-TEM-SALDO-TODAS-SIM
               PERFORM P518-DESFAZ-RESERVAS
            END-IF.

       P511-RESERVA-NECESSIDADES.
            PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                    UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                MOVE WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                     TO WS-IDX-SALDO-NEC
                SUBTRACT WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                    FROM WS-STK-DISPONIVEL(WS-IDX-SALDO-NEC)
                ADD 1 TO WS-QTD-RESERVAS
                MOVE WS-IDX-SALDO-NEC
                     TO WS-RSV-IDX-SALDO(WS-QTD-RESERVAS)
                MOVE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                     TO WS-RSV-QUANTIDADE(WS-QTD-RESERVAS)
            END-PERFORM.

      ******************************************************************
      * P512-MONTA-NECESSIDADES
      * Necessidades de WS-QTD-BASE unidades de WS-ITEM-BASE: kit
      * com composicao no KITCOMP.dat vira um componente por
      * necessidade (quantidade do componente x WS-QTD-BASE); item
      * comum e a propria necessidade - mesma regra do P337 do
      * ORDER-ENTRY.
      ******************************************************************
       P512-MONTA-NECESSIDADES.
            MOVE WS-ITEM-BASE TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            IF WS-QTD-CMP-KIT = ZEROS
               MOVE 1 TO WS-QTD-NECESSIDADES
               MOVE WS-ITEM-BASE TO WS-NEC-ITEM(1)
               MOVE WS-QTD-BASE  TO WS-NEC-QUANTIDADE(1)
               MOVE ZEROS        TO WS-NEC-IDX-SALDO(1)
            ELSE
               MOVE WS-QTD-CMP-KIT TO WS-QTD-NECESSIDADES
               PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                       UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                   MOVE WS-CMP-ITEM(WS-IDX-NECESSIDADE)
                        TO WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                   COMPUTE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE) =
                           WS-CMP-QUANTIDADE(WS-IDX-NECESSIDADE)
                           * WS-QTD-BASE
                   MOVE ZEROS TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
               END-PERFORM
            END-IF.

      ******************************************************************
      * P515-ESCOLHE-SALDO-LINHA
      * Deposito que atende todas as necessidades da linha corrente:
      * primeiro um deposito da filial do pedido (ORD-FILIAL), depois
      * qualquer outro - mesma regra do P335 do ORDER-ENTRY. Os
      * candidatos sao os depositos com saldo da primeira
      * necessidade; o P519 confere as demais no mesmo deposito.
      ******************************************************************
       P515-ESCOLHE-SALDO-LINHA.
            MOVE ZEROS TO WS-IDX-ITEM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-NEC-ITEM(1)
                   AND WS-STK-FILIAL(WS-IDX-SALDO) = ORD-FILIAL
                   PERFORM P519-CONFERE-DEPOSITO
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-NEC-ITEM(1)
                   PERFORM P519-CONFERE-DEPOSITO
                END-IF
            END-PERFORM.

       P519-CONFERE-DEPOSITO.
            MOVE 'S' TO WS-DEPOSITO-ATENDE
            PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                    UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                    OR NOT WS-DEPOSITO-ATENDE-SIM
                MOVE ZEROS TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                PERFORM VARYING WS-IDX-SALDO-NEC FROM 1 BY 1
                        UNTIL WS-IDX-SALDO-NEC > WS-QTD-SALDOS-TAB
                        OR WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                           > ZEROS
                    IF WS-STK-ITEM(WS-IDX-SALDO-NEC)
                       = WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                       AND WS-STK-DEPOSITO(WS-IDX-SALDO-NEC)
                           = WS-STK-DEPOSITO(WS-IDX-SALDO)
                       AND WS-STK-DISPONIVEL(WS-IDX-SALDO-NEC)
                           >= WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                       MOVE WS-IDX-SALDO-NEC
                            TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                    END-IF
                END-PERFORM
                IF WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE) = ZEROS
                   MOVE 'N' TO WS-DEPOSITO-ATENDE
                END-IF
            END-PERFORM
            IF WS-DEPOSITO-ATENDE-SIM
               MOVE WS-IDX-SALDO TO WS-IDX-ITEM
            END-IF.

       P517-ALOCA-LINHAS.
            PERFORM VARYING WS-IDX-RESERVA FROM 1 BY 1
                    UNTIL WS-IDX-RESERVA > WS-QTD-RESERVAS
                MOVE WS-RSV-IDX-SALDO(WS-IDX-RESERVA) TO WS-IDX-ITEM
                COMPUTE WS-SALDO-ANTERIOR =
                        WS-STK-DISPONIVEL(WS-IDX-ITEM)
                        + WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                ADD WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                    TO WS-STK-ALOCADA(WS-IDX-ITEM)
                SET WS-ESTOQUE-MUDOU-SIM TO TRUE
                MOVE WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                     TO WS-QTD-INFORMADA
                MOVE 'L' TO MOV-TIPO
                MOVE ORD-NUMERO TO MOV-REFERENCIA
                PERFORM P700-GRAVA-MOVIMENTO
            END-PERFORM.

       P518-DESFAZ-RESERVAS.
            PERFORM VARYING WS-IDX-RESERVA FROM 1 BY 1
                    UNTIL WS-IDX-RESERVA > WS-QTD-RESERVAS
                MOVE WS-RSV-IDX-SALDO(WS-IDX-RESERVA) TO WS-IDX-ITEM
                ADD WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                    TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
            END-PERFORM
            MOVE ZEROS TO WS-QTD-RESERVAS
            PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                MOVE SPACES TO WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
            END-PERFORM.

      ******************************************************************
      * P520-GRAVA-DEPOSITO-LINHAS
      * Leva o deposito escolhido para as linhas do pedido liberado
      * no ORDLINES.dat - e dele que o cancelamento do ORDER-ENTRY
      * devolve. O arquivo inteiro passa pela tabela; maior que o
      * teto, nada e regravado (aviso) e a devolucao cai no deposito
      * da filial do pedido.
      ******************************************************************
       P520-GRAVA-DEPOSITO-LINHAS.
            MOVE ZEROS TO WS-QTD-LINHAS-ARQ
            MOVE 'N' TO WS-FIM-LINHAS
            MOVE 'N' TO WS-LINHAS-ESTOURARAM
            MOVE SPACES TO WS-LINHAS-STATUS
            OPEN INPUT LINHAS-PEDIDO
            IF WS-LINHAS-OK
               PERFORM P522-LE-LINHA-ARQ UNTIL WS-FIM-LINHAS-SIM
               CLOSE LINHAS-PEDIDO
               IF WS-LINHAS-ESTOURARAM-SIM
                  DISPLAY 'AVISO - ORDLINES.dat MAIOR QUE A TABELA - '
                          'DEPOSITO NAO GRAVADO NAS LINHAS DO PEDIDO '
                          ORD-NUMERO '.'
               ELSE
                  PERFORM P524-REGRAVA-LINHAS-ARQ
               END-IF
            END-IF.

       P522-LE-LINHA-ARQ.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-LINHAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LINHAS-SIM
               IF WS-QTD-LINHAS-ARQ < WS-MAX-LINHAS-ARQ
                  ADD 1 TO WS-QTD-LINHAS-ARQ
                  IF ORL-NUMERO = ORD-NUMERO
                     PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                             UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                         IF WS-LPD-SEQUENCIA(WS-IDX-LINHA-PED)
                            = ORL-SEQUENCIA
                            MOVE WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                                 TO ORL-DEPOSITO
                         END-IF
                     END-PERFORM
                  END-IF
                  MOVE REG-LINHA-PEDIDO
                       TO WS-LINHA-ARQ(WS-QTD-LINHAS-ARQ)
               ELSE
                  SET WS-LINHAS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-LINHAS-SIM TO TRUE
               END-IF
            END-IF.

       P524-REGRAVA-LINHAS-ARQ.
            MOVE SPACES TO WS-LINHAS-STATUS
            OPEN OUTPUT LINHAS-PEDIDO
            IF NOT WS-LINHAS-OK
               DISPLAY 'ERRO AO REGRAVAR LINHAS - STATUS '
                       WS-LINHAS-STATUS
            ELSE
               PERFORM VARYING WS-IDX-LINHA-ARQ FROM 1 BY 1
                       UNTIL WS-IDX-LINHA-ARQ > WS-QTD-LINHAS-ARQ
                   MOVE WS-LINHA-ARQ(WS-IDX-LINHA-ARQ)
                        TO REG-LINHA-PEDIDO
                   WRITE REG-LINHA-PEDIDO
               END-PERFORM
               CLOSE LINHAS-PEDIDO
            END-IF.

      ******************************************************************
      * P600-ENVIA-TRANSFERENCIA
      * Despacho de mercadoria de um deposito para outro: baixa o
      * disponivel da origem (movimento T) e grava a transferencia
      * EM TRANSITO com o proximo numero. So despacha o operador da
      * filial do deposito de origem (supervisor despacha de
      * qualquer um); o destino tem de estar ativo. Alocada nao
      * viaja - a mercadoria reservada para pedido fica na origem.
      ******************************************************************
       P600-ENVIA-TRANSFERENCIA.
            MOVE 'S' TO WS-DEPOSITO-VALIDO
            PERFORM P602-INFORMA-ORIGEM
            IF WS-DEPOSITO-VALIDO-SIM
               PERFORM P604-INFORMA-DESTINO
            END-IF
            IF WS-DEPOSITO-VALIDO-SIM
               PERFORM P606-INFORMA-ITEM-ENVIO
            END-IF
            IF WS-DEPOSITO-VALIDO-SIM
               DISPLAY 'CONFIRMA O ENVIO DE ' WS-QTD-INFORMADA ' DE '
                       WS-ITEM-INFORMADO ' PARA O DEPOSITO '
                       WS-DEPOSITO-DESTINO ' (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  PERFORM P608-LANCA-ENVIO
               ELSE
                  DISPLAY 'TRANSFERENCIA ABANDONADA.'
               END-IF
            END-IF.

       P602-INFORMA-ORIGEM.
            DISPLAY 'DEPOSITO DE ORIGEM: '
            MOVE SPACES TO WS-DEPOSITO-INFORMADO
            ACCEPT WS-DEPOSITO-INFORMADO
            MOVE WS-DEPOSITO-INFORMADO TO WS-DEP-PROCURADO
            PERFORM P8665-LOCALIZA-DEPOSITO
            EVALUATE TRUE
                WHEN WS-IDX-DEP-ACHADO = ZEROS
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'DEPOSITO DE ORIGEM NAO CADASTRADO.'
                WHEN WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                     NOT = WS-OPERADOR-FILIAL-VALIDADA
                     AND NOT WS-OPERADOR-SUPERVISOR
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'DEPOSITO DE OUTRA FILIAL - SO A FILIAL '
                             WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                             ' OU O SUPERVISOR DESPACHA.'
            END-EVALUATE.

       P604-INFORMA-DESTINO.
            DISPLAY 'DEPOSITO DE DESTINO: '
            MOVE SPACES TO WS-DEPOSITO-DESTINO
            ACCEPT WS-DEPOSITO-DESTINO
            MOVE WS-DEPOSITO-DESTINO TO WS-DEP-PROCURADO
            PERFORM P8665-LOCALIZA-DEPOSITO
            EVALUATE TRUE
                WHEN WS-IDX-DEP-ACHADO = ZEROS
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'DEPOSITO DE DESTINO NAO CADASTRADO.'
                WHEN NOT WS-DPT-ATIVO(WS-IDX-DEP-ACHADO)
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'DEPOSITO DE DESTINO INATIVO.'
                WHEN WS-DEPOSITO-DESTINO = WS-DEPOSITO-INFORMADO
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'ORIGEM E DESTINO IGUAIS - NADA A '
                             'TRANSFERIR.'
            END-EVALUATE.

       P606-INFORMA-ITEM-ENVIO.
            DISPLAY 'CODIGO DO ITEM: '
            MOVE SPACES TO WS-ITEM-INFORMADO
            ACCEPT WS-ITEM-INFORMADO
            PERFORM P350-LOCALIZA-SALDO
            MOVE ZEROS TO WS-QTD-INFORMADA
            IF WS-IDX-ITEM > ZEROS
               IF WS-STK-DISPONIVEL(WS-IDX-ITEM) > ZEROS
                  DISPLAY 'DISPONIVEL NA ORIGEM: '
                          WS-STK-DISPONIVEL(WS-IDX-ITEM)
                  DISPLAY 'QUANTIDADE A TRANSFERIR: '
                  ACCEPT WS-QTD-INFORMADA
               END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-IDX-ITEM = ZEROS
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'ITEM SEM SALDO NO DEPOSITO DE ORIGEM.'
                WHEN WS-STK-DISPONIVEL(WS-IDX-ITEM) = ZEROS
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'ITEM SEM DISPONIVEL NO DEPOSITO DE '
                             'ORIGEM.'
                WHEN WS-QTD-INFORMADA = ZEROS
                     OR WS-QTD-INFORMADA
                        > WS-STK-DISPONIVEL(WS-IDX-ITEM)
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'QUANTIDADE INVALIDA OU ACIMA DO '
                             'DISPONIVEL - NADA LANCADO.'
                WHEN WS-QTD-TRF-TAB NOT < WS-MAX-TRF
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'TABELA DE TRANSFERENCIAS CHEIA - NADA '
                             'LANCADO.'
            END-EVALUATE.

       P608-LANCA-ENVIO.
            ADD 1 TO WS-TRF-ULTIMO-NUMERO
            ADD 1 TO WS-QTD-TRF-TAB
            MOVE WS-TRF-ULTIMO-NUMERO
                 TO WS-TRT-NUMERO(WS-QTD-TRF-TAB)
            MOVE WS-DATA-HOJE TO WS-TRT-DATA-ENVIO(WS-QTD-TRF-TAB)
            MOVE WS-DEPOSITO-INFORMADO
                 TO WS-TRT-DEP-ORIGEM(WS-QTD-TRF-TAB)
            MOVE WS-DEPOSITO-DESTINO
                 TO WS-TRT-DEP-DESTINO(WS-QTD-TRF-TAB)
            MOVE WS-ITEM-INFORMADO TO WS-TRT-ITEM(WS-QTD-TRF-TAB)
            MOVE WS-QTD-INFORMADA
                 TO WS-TRT-QUANTIDADE(WS-QTD-TRF-TAB)
            SET WS-TRT-EM-TRANSITO(WS-QTD-TRF-TAB) TO TRUE
            MOVE ZEROS TO WS-TRT-DATA-RECEBIMENTO(WS-QTD-TRF-TAB)
            MOVE WS-OPERADOR-VALIDADO
                 TO WS-TRT-OPERADOR-ENVIO(WS-QTD-TRF-TAB)
            MOVE SPACES
                 TO WS-TRT-OPERADOR-RECEBIMENTO(WS-QTD-TRF-TAB)
            SET WS-TRANSF-MUDARAM-SIM TO TRUE

            MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM) TO WS-SALDO-ANTERIOR
            SUBTRACT WS-QTD-INFORMADA
                FROM WS-STK-DISPONIVEL(WS-IDX-ITEM)
            SET WS-ESTOQUE-MUDOU-SIM TO TRUE
            SET MOV-TRANSF-SAIDA TO TRUE
            MOVE WS-TRF-ULTIMO-NUMERO TO MOV-REFERENCIA
            PERFORM P700-GRAVA-MOVIMENTO
            ADD 1 TO WS-QTD-TRANSF-ENVIADAS
            DISPLAY 'TRANSFERENCIA ' WS-TRF-ULTIMO-NUMERO
                    ' EM TRANSITO - SALDO NA ORIGEM: '
                    WS-STK-DISPONIVEL(WS-IDX-ITEM).

      ******************************************************************
      * P650-RECEBE-TRANSFERENCIA
      * Chegada da transferencia no destino: a quantidade entra no
      * disponivel do deposito de destino (movimento U) e a
      * transferencia fecha como RECEBIDA. So recebe o operador da
      * filial do destino (ou o supervisor).
      ******************************************************************
       P650-RECEBE-TRANSFERENCIA.
            MOVE 'S' TO WS-DEPOSITO-VALIDO
            PERFORM P652-CONFERE-TRANSFERENCIA
            IF WS-DEPOSITO-VALIDO-SIM
               DISPLAY 'TRANSFERENCIA ' WS-TRF-PROCURADA ' DE '
                       WS-TRT-DEP-ORIGEM(WS-IDX-TRF-ACHADA) ' PARA '
                       WS-DEPOSITO-INFORMADO ' ENVIADA EM '
                       WS-TRT-DATA-ENVIO(WS-IDX-TRF-ACHADA)
               DISPLAY 'ITEM ' WS-ITEM-INFORMADO ' QUANTIDADE '
                       WS-QTD-INFORMADA
               DISPLAY 'CONFIRMA O RECEBIMENTO (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  PERFORM P654-LANCA-RECEBIMENTO
               ELSE
                  DISPLAY 'RECEBIMENTO ABANDONADO.'
               END-IF
            END-IF.

       P652-CONFERE-TRANSFERENCIA.
            DISPLAY 'NUMERO DA TRANSFERENCIA: '
            MOVE ZEROS TO WS-TRF-PROCURADA
            ACCEPT WS-TRF-PROCURADA
            PERFORM P8675-LOCALIZA-TRANSFERENCIA
            MOVE ZEROS TO WS-IDX-DEP-ACHADO
            IF WS-IDX-TRF-ACHADA > ZEROS
               MOVE WS-TRT-DEP-DESTINO(WS-IDX-TRF-ACHADA)
                    TO WS-DEPOSITO-INFORMADO
               MOVE WS-TRT-ITEM(WS-IDX-TRF-ACHADA)
                    TO WS-ITEM-INFORMADO
               MOVE WS-TRT-QUANTIDADE(WS-IDX-TRF-ACHADA)
                    TO WS-QTD-INFORMADA
               MOVE WS-DEPOSITO-INFORMADO TO WS-DEP-PROCURADO
               PERFORM P8665-LOCALIZA-DEPOSITO
            END-IF
            EVALUATE TRUE
                WHEN WS-IDX-TRF-ACHADA = ZEROS
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'TRANSFERENCIA NAO ENCONTRADA.'
                WHEN NOT WS-TRT-EM-TRANSITO(WS-IDX-TRF-ACHADA)
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'TRANSFERENCIA JA RECEBIDA EM '
                             WS-TRT-DATA-RECEBIMENTO(WS-IDX-TRF-ACHADA)
                             '.'
                WHEN WS-IDX-DEP-ACHADO = ZEROS
                     CONTINUE
                WHEN WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                     NOT = WS-OPERADOR-FILIAL-VALIDADA
                     AND NOT WS-OPERADOR-SUPERVISOR
                     MOVE 'N' TO WS-DEPOSITO-VALIDO
                     DISPLAY 'DESTINO E DEPOSITO DA FILIAL '
                             WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                             ' - SO ELA OU O SUPERVISOR RECEBE.'
            END-EVALUATE.

       P654-LANCA-RECEBIMENTO.
            PERFORM P350-LOCALIZA-SALDO
            IF WS-IDX-ITEM = ZEROS
               PERFORM P360-CRIA-SALDO
            END-IF
            IF WS-IDX-ITEM = ZEROS
               DISPLAY 'TRANSFERENCIA CONTINUA EM TRANSITO.'
            ELSE
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM) TO WS-SALDO-ANTERIOR
               ADD WS-QTD-INFORMADA TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
               SET WS-ESTOQUE-MUDOU-SIM TO TRUE
               SET MOV-TRANSF-ENTRADA TO TRUE
               MOVE WS-TRF-PROCURADA TO MOV-REFERENCIA
               PERFORM P700-GRAVA-MOVIMENTO

               SET WS-TRT-RECEBIDA(WS-IDX-TRF-ACHADA) TO TRUE
               MOVE WS-DATA-HOJE
                    TO WS-TRT-DATA-RECEBIMENTO(WS-IDX-TRF-ACHADA)
               MOVE WS-OPERADOR-VALIDADO
                    TO WS-TRT-OPERADOR-RECEBIMENTO(WS-IDX-TRF-ACHADA)
               SET WS-TRANSF-MUDARAM-SIM TO TRUE
               ADD 1 TO WS-QTD-TRANSF-RECEBIDAS
               DISPLAY 'TRANSFERENCIA RECEBIDA - SALDO NO DEPOSITO '
                       WS-DEPOSITO-INFORMADO ': '
                       WS-STK-DISPONIVEL(WS-IDX-ITEM)
            END-IF.

       P680-LISTA-TRANSITO.
            MOVE ZEROS TO WS-QTD-EM-TRANSITO
            PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                    UNTIL WS-IDX-TRF > WS-QTD-TRF-TAB
                IF WS-TRT-EM-TRANSITO(WS-IDX-TRF)
                   ADD 1 TO WS-QTD-EM-TRANSITO
                   DISPLAY WS-TRT-NUMERO(WS-IDX-TRF) '  '
                           WS-TRT-DATA-ENVIO(WS-IDX-TRF) '  '
                           WS-TRT-DEP-ORIGEM(WS-IDX-TRF) ' -> '
                           WS-TRT-DEP-DESTINO(WS-IDX-TRF) '  '
                           WS-TRT-ITEM(WS-IDX-TRF) '  '
                           WS-TRT-QUANTIDADE(WS-IDX-TRF)
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-EM-TRANSITO ' TRANSFERENCIA(S) EM TRANSITO.'.

      ******************************************************************
      * P700-GRAVA-MOVIMENTO
      * Uma linha no STKMOVE.dat com saldo anterior e novo do item
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM)
                    TO MOV-SALDO-NOVO
               MOVE WS-OPERADOR-VALIDADO TO MOV-OPERADOR
               MOVE WS-STK-DEPOSITO(WS-IDX-ITEM) TO MOV-DEPOSITO
               WRITE REG-MOVIMENTO-ESTOQUE
               CLOSE MOVIMENTOS-ESTOQUE
            ELSE
            ELSE
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                   MOVE WS-STK-DEPOSITO(WS-IDX-SALDO)
                        TO STK-DEPOSITO
                   MOVE WS-STK-ITEM(WS-IDX-SALDO) TO STK-ITEM
                   MOVE WS-STK-DISPONIVEL(WS-IDX-SALDO)
                        TO STK-QTD-DISPONIVEL
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

      ******************************************************************
      * P810-REGRAVA-COMPRAS
      * O estoque ja foi regravado com as entradas; pedido que nao
      * regravar fica com saldo a receber maior que o real e o
      * encerramento sai com RC 4 para a conferencia.
      ******************************************************************
       P810-REGRAVA-COMPRAS.
            PERFORM P8580-GRAVA-COMPRAS
            IF NOT WS-COMPRAS-GRAVADAS-SIM
               DISPLAY 'ERRO AO REGRAVAR PEDIDOS DE COMPRA - STATUS '
                       WS-PCH-STATUS '/' WS-PCI-STATUS
                       ' - CONFIRA O SALDO A RECEBER NO PO-MAINT.'
            END-IF.

      ******************************************************************
      * P820-REGRAVA-TRANSFERENCIAS
      * Mesma disciplina das compras: o estoque ja foi regravado, e a
      * transferencia que nao regravar sai com RC 4 para conferir o
      * transito contra o STKMOVE.dat (movimentos T e U).
      ******************************************************************
       P820-REGRAVA-TRANSFERENCIAS.
            PERFORM P8678-GRAVA-TRANSFERENCIAS
            IF NOT WS-TRF-GRAVADAS-SIM
               DISPLAY 'ERRO AO REGRAVAR TRANSFERENCIAS - STATUS '
                       WS-TRF-STATUS ' - CONFIRA OS MOVIMENTOS T/U '
                       'DA SESSAO NO STKMOVE.dat.'
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ESTOQUE: ' WS-QTD-ENTRADAS ' ENTRADA(S), '
                       WS-QTD-LIBERADOS ' BACKORDER(S) '
                       'LIBERADO(S).'
               DISPLAY 'TRANSFERENCIAS: ' WS-QTD-TRANSF-ENVIADAS
                       ' ENVIADA(S), ' WS-QTD-TRANSF-RECEBIDAS
                       ' RECEBIDA(S).'
               EVALUATE TRUE
                   WHEN WS-COMPRAS-MUDARAM-SIM
                        AND NOT WS-COMPRAS-GRAVADAS-SIM
                        MOVE 4 TO RETURN-CODE
                   WHEN WS-TRANSF-MUDARAM-SIM
                        AND NOT WS-TRF-GRAVADAS-SIM
                        MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                        MOVE 0 TO RETURN-CODE
               END-EVALUATE
            END-IF.

           COPY PCMPPA.
           COPY DEPPA.
           COPY TRFPA.
           COPY KITPA.
           COPY OPERTBPA.

           COPY ENVCFGPA.
