      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Controle de periodos contabeis (PERCTL.dat,
      *                  mantido pelo PERIOD-MAINT): com o mes de hoje
      *                  fechado pelo supervisor a nota e recusada antes
      *                  de qualquer gravacao, com registro no ERROR-LOG
      *                  - a devolucao mudava os numeros de um mes ja
      *                  entregue a contabilidade.
      * 15/10/2026  MJB  Devolucao de mercadoria (RMAFILE.dat, aberta e
      *                  inspecionada no RMA-MAINT): pedido com linha
      *                  ainda nao inspecionada tem a nota recusada; na
      *                  emissao, a quantidade recebida como revendavel
      *                  volta ao STOCKF.dat com movimento R no
      *                  STKMOVE.dat (referencia = numero da nota) e as
      *                  linhas sao encerradas com a nota. O estoque
      *                  caia a cada devolucao.
      * 15/10/2026  MJB  Reposicao da devolucao no deposito da filial do
      *                  pedido (sem deposito ativo la, no primeiro
      *                  ativo do cadastro); deposito no movimento R.
      * 15/10/2026  MJB  Kit devolvido revendavel repoe os componentes
      *                  (KITCOMP.dat) no estoque, um movimento R por
      *                  componente.
      * 15/10/2026  MJB  Nota nasce com valor reembolsado zerado (campo
      *                  novo no CREDNF).
      * 15/10/2026  MJB  INSTFILE.dat ganhou no fim a sequencia do
      *                  contrato (PCL-CONTRATO); tabela de parcelas em
      *                  memoria alargada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-NOTE.
           COPY ORDLGSL.
           COPY INSTSL.
           COPY CODECTSL.
           COPY ERRLOGSL.
           COPY PERCTLSL.
           COPY RMASL.
           COPY DEPSL.
           COPY KITSL.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT MOVIMENTOS-ESTOQUE ASSIGN TO
           'src\assets\STKMOVE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTOS-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO
           'src\assets\CREDNOTE.dat'
       FD  ARQUIVO-NOTAS.
           COPY CREDNF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

       FD  DEVOLUCOES-MERCADORIA.
           COPY RMAF.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

       FD  MOVIMENTOS-ESTOQUE.
           COPY STKMOV.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.
           88  WS-NOTAS-NAO-CRIADO             VALUE '35'.
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-MOVIMENTOS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-MOVIMENTOS-OK                VALUE '00'.
           88  WS-MOVIMENTOS-NAO-CRIADO        VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
           88  WS-FIM-SIM                      VALUE 'S'.
       77  WS-FIM-PARCELAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARCELAS-SIM             VALUE 'S'.
       77  WS-FIM-ESTOQUE          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTOQUE-SIM              VALUE 'S'.
       77  WS-ERRO-GRAVACAO        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-GRAVACAO-SIM            VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.

      * PLANO DE PARCELAS EM MEMORIA (DISCIPLINA DO CASH-APPLY)
       77  WS-MAX-PARCELAS         PIC 9(03)   VALUE 500.
       77  WS-PLANO-MUDOU          PIC X(01)   VALUE 'N'.
           88  WS-PLANO-MUDOU-SIM              VALUE 'S'.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.

      * NOTA EM EMISSAO
       77  WS-CREDITO-RESTANTE     PIC 9(09)V99 VALUE ZEROS.
       01  WS-MOTIVO-INFORMADO     PIC X(30)   VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-EMITIDAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-NOTA-GRAVADA         PIC X(01)   VALUE 'N'.
           88  WS-NOTA-GRAVADA-SIM             VALUE 'S'.
       77  WS-NOTA-EMITIDA         PIC 9(06)   VALUE ZEROS.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.

      * LOG DE TRANSACOES DE PEDIDOS (ANTES-DA-IMAGEM) COMPARTILHADO
           COPY ORDLGWS.
       77  WS-OTL-PROGRAMA         PIC X(08)   VALUE 'CREDNOTE'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'CREDNOTE'.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) - NOTA
      * NA DATA DE HOJE EM MES FECHADO E RECUSADA
           COPY PERCTLWS.

      * AUTORIZACOES DE DEVOLUCAO (COPYBOOKS RMA*) - A NOTA DE PEDIDO
      * COM MERCADORIA AINDA NAO INSPECIONADA E RECUSADA; A LINHA
      * REVENDAVEL VOLTA AO ESTOQUE COM A EMISSAO
           COPY RMAWS.

      * SALDOS DE ESTOQUE EM MEMORIA - CARREGADOS E REGRAVADOS A CADA
      * NOTA QUE DEVOLVE MERCADORIA REVENDAVEL
       77  WS-MAX-SALDOS           PIC 9(03)   VALUE 500.
       77  WS-QTD-SALDOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ITEM             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-SALDOS-ESTOURARAM    PIC X(01)   VALUE 'N'.
           88  WS-SALDOS-ESTOURARAM-SIM        VALUE 'S'.
       01  WS-TAB-SALDOS.
           05  WS-SALDO-ENTRADA    OCCURS 500 TIMES.
               10  WS-STK-DEPOSITO     PIC X(03).
               10  WS-STK-ITEM         PIC X(08).
               10  WS-STK-DISPONIVEL   PIC 9(07).
               10  WS-STK-ALOCADA      PIC 9(07).
       77  WS-SALDO-ANTERIOR       PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-REPOSTAS         PIC 9(05)   VALUE ZEROS COMP.

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*) - A MERCADORIA VOLTA
      * AO DEPOSITO DA FILIAL DO PEDIDO
           COPY DEPWS.
       01  WS-DEPOSITO-REPOSICAO   PIC X(03)   VALUE SPACES.

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - KIT DEVOLVIDO
      * REVENDAVEL REPOE OS COMPONENTES, QUE SAO O QUE TEM SALDO
           COPY KITWS.
       01  WS-ITEM-REPOSICAO       PIC X(08)   VALUE SPACES.
       77  WS-QTD-REPOSICAO        PIC 9(07)   VALUE ZEROS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                       'ACESSO NEGADO.'
            ELSE
               MOVE WS-OPERADOR-VALIDADO TO WS-OTL-OPERADOR
               MOVE WS-OPERADOR-VALIDADO TO WS-ERL-OPERADOR
               SET WS-PER-REGRA-RECUSA TO TRUE
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-EMITE-NOTA UNTIL WS-FIM-SIM

            OPEN I-O ORDER-MASTER
            OPEN EXTEND ORDER-TRANS-LOG
            OPEN EXTEND ERROR-LOG
            IF NOT WS-ORD-OK OR NOT WS-ERRLOG-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                       WS-ORD-STATUS-ARQ ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS
            ELSE
               PERFORM P140-RESTAURA-CONTROLE
               PERFORM P150-CARREGA-PARCELAS
               PERFORM P8520-CARREGA-PERIODOS
               PERFORM P8590-CARREGA-DEVOLUCOES
               PERFORM P8660-CARREGA-DEPOSITOS
               PERFORM P8680-CARREGA-COMPOSICAO
               IF WS-PERIODOS-ESTOURARAM-SIM OR WS-RMA-ESTOUROU-SIM
                  OR WS-KITS-ESTOURARAM-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P140-RESTAURA-CONTROLE.
                     AND CTL-PROX-RECIBO > ZEROS
                     MOVE CTL-PROX-RECIBO TO WS-PROX-RECIBO-CTL
                  END-IF
                  IF CTL-PROX-COMPRA IS NUMERIC
                     AND CTL-PROX-COMPRA > ZEROS
                     MOVE CTL-PROX-COMPRA TO WS-PROX-COMPRA-CTL
                  END-IF
               END-IF
               CLOSE CODIGO-CONTROLE
            END-IF.
            MOVE WS-PROX-COTACAO-CTL TO CTL-PROX-COTACAO
            MOVE WS-PROX-NOTA-CTL    TO CTL-PROX-NOTA
            MOVE WS-PROX-RECIBO-CTL TO CTL-PROX-RECIBO
            MOVE WS-PROX-COMPRA-CTL TO CTL-PROX-COMPRA
            OPEN OUTPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-CODIGO-CONTROLE
                                'CREDITO - PEDIDO EM ABERTO SE '
                                'CANCELA NO ORDER-ENTRY.'
                   WHEN OTHER
                        PERFORM P250-CONFERE-PERIODO
                        IF NOT WS-PER-FECHADO-SIM
                           PERFORM P260-CONFERE-MERCADORIA
                           IF WS-RMA-QTD-AUTORIZADAS = ZEROS
                              PERFORM P300-PROCESSA-DEVOLUCAO
                           END-IF
                        END-IF
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P250-CONFERE-PERIODO
      * A nota sai com a data de hoje; mes fechado pelo supervisor
      * (PERIOD-MAINT) recusa a emissao antes de qualquer gravacao -
      * pedido, parcelas e nota ficam como estavam - e a recusa vai
      * para o ERROR-LOG.
      ******************************************************************
       P250-CONFERE-PERIODO.
            MOVE WS-DATA-HOJE TO WS-PER-DATA-CONSULTA
            PERFORM P8530-CONFERE-PERIODO
            IF WS-PER-FECHADO-SIM
               MOVE ORD-NUMERO    TO WS-ERL-CHAVE
               MOVE WS-PER-MOTIVO TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
               DISPLAY 'COMPETENCIA ' WS-PER-COMPETENCIA-FECHADA
                       ' FECHADA - NOTA NAO EMITIDA. PECA AO '
                       'SUPERVISOR A REABERTURA DO PERIODO.'
            END-IF.

      ******************************************************************
      * P260-CONFERE-MERCADORIA
      * Autorizacao de devolucao (RMA-MAINT) com linha ainda nao
      * inspecionada recusa a nota - a mercadoria nao chegou ou nao
      * foi conferida. Pedido sem autorizacao emite a nota como
      * antes, so o credito, sem mexer no estoque.
      ******************************************************************
       P260-CONFERE-MERCADORIA.
            MOVE ORD-NUMERO TO WS-RMA-PEDIDO-PROC
            PERFORM P8592-RESUME-DEVOLUCAO
            EVALUATE TRUE
                WHEN WS-RMA-QTD-AUTORIZADAS > ZEROS
                     MOVE ORD-NUMERO TO WS-ERL-CHAVE
                     MOVE 'DEVOLUCAO AINDA NAO INSPECIONADA'
                          TO WS-ERL-MOTIVO
                     PERFORM P8200-GRAVA-ERRO-LOG
                     DISPLAY 'MERCADORIA DA AUTORIZACAO DE DEVOLUCAO '
                             'AINDA NAO INSPECIONADA - NOTA NAO '
                             'EMITIDA. REGISTRE A CHEGADA NO '
                             'RMA-MAINT.'
                WHEN WS-RMA-QTD-INSPECIONADAS = ZEROS
                     DISPLAY 'PEDIDO SEM AUTORIZACAO DE DEVOLUCAO - A '
                             'NOTA NAO DEVOLVE MERCADORIA AO ESTOQUE.'
            END-EVALUATE.

      ******************************************************************
      * P300-PROCESSA-DEVOLUCAO
      * Antes-da-imagem do pedido no log, pedido a CANCELADO, credito
                       UNTIL WS-CREDITO-RESTANTE = ZEROS
                       OR WS-IDX-MAIS-ANTIGA = ZEROS
               PERFORM P500-GRAVA-NOTA
               IF WS-NOTA-GRAVADA-SIM
                  AND WS-RMA-QTD-INSPECIONADAS > ZEROS
                  PERFORM P600-REPOE-ESTOQUE
               END-IF
            END-IF.

      ******************************************************************
            END-IF.

       P500-GRAVA-NOTA.
            MOVE 'N' TO WS-NOTA-GRAVADA
            MOVE SPACES TO WS-NOTAS-STATUS
            OPEN EXTEND ARQUIVO-NOTAS
            IF WS-NOTAS-NAO-CRIADO
               MOVE WS-CREDITO-RESTANTE  TO CNT-SALDO-RESTANTE
               MOVE WS-MOTIVO-INFORMADO  TO CNT-MOTIVO
               MOVE WS-OPERADOR-VALIDADO TO CNT-OPERADOR
               MOVE ZEROS                TO CNT-VALOR-REEMBOLSADO
               WRITE REG-NOTA-CREDITO
               CLOSE ARQUIVO-NOTAS
               SET WS-NOTA-GRAVADA-SIM TO TRUE
               MOVE CNT-NUMERO TO WS-NOTA-EMITIDA

               ADD 1 TO WS-QTD-EMITIDAS
               ADD 1 TO WS-PROX-NOTA-CTL
               END-IF
            END-IF.

      ******************************************************************
      * P600-REPOE-ESTOQUE
      * Linhas INSPECIONADAS do pedido: a quantidade recebida em
      * condicao REVENDAVEL volta ao disponivel do STOCKF.dat com
      * movimento R (referencia = numero da nota); AVARIADA e SUCATA
      * nao voltam ao estoque. A reposicao entra no deposito da filial
      * do pedido (sem deposito ativo na filial, no primeiro deposito
      * ativo do cadastro). Kit devolvido repoe cada componente
      * (quantidade do componente x quantidade recebida), com um
      * movimento R por componente. Todas as linhas ficam ENCERRADAS
      * com o numero da nota. Saldos nao regravados deixam as linhas
      * INSPECIONADAS e vao para o ERROR-LOG para acerto manual.
      ******************************************************************
       P600-REPOE-ESTOQUE.
            PERFORM P610-CARREGA-ESTOQUE
            PERFORM P605-DEPOSITO-REPOSICAO
            MOVE ZEROS TO WS-QTD-REPOSTAS
            EVALUATE TRUE
                WHEN WS-SALDOS-ESTOURARAM-SIM
                     MOVE 'S' TO WS-ESTOQUE-STATUS
                WHEN WS-DEPOSITO-REPOSICAO = SPACES
                     DISPLAY 'NENHUM DEPOSITO ATIVO PARA A REPOSICAO.'
                     MOVE 'S' TO WS-ESTOQUE-STATUS
                WHEN OTHER
                     PERFORM P620-REPOE-LINHAS
            END-EVALUATE
            PERFORM P640-ENCERRA-DEVOLUCOES.

       P620-REPOE-LINHAS.
            PERFORM P630-REPOE-LINHA
                    VARYING WS-IDX-RMA FROM 1 BY 1
                    UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
            IF WS-QTD-REPOSTAS > ZEROS
               PERFORM P700-REGRAVA-ESTOQUE
            ELSE
               MOVE '00' TO WS-ESTOQUE-STATUS
            END-IF.

       P640-ENCERRA-DEVOLUCOES.
            IF WS-ESTOQUE-OK
               PERFORM VARYING WS-IDX-RMA FROM 1 BY 1
                       UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                   IF WS-RMT-PEDIDO(WS-IDX-RMA) = ORD-NUMERO
                      AND WS-RMT-INSPECIONADA(WS-IDX-RMA)
                      SET WS-RMT-ENCERRADA(WS-IDX-RMA) TO TRUE
                      MOVE WS-NOTA-EMITIDA TO WS-RMT-NOTA(WS-IDX-RMA)
                   END-IF
               END-PERFORM
               PERFORM P8598-GRAVA-DEVOLUCOES
               IF NOT WS-RMA-GRAVADAS-SIM
                  MOVE 'S' TO WS-ERRO-GRAVACAO
                  DISPLAY 'AVISO - AUTORIZACOES DE DEVOLUCAO NAO '
                          'REGRAVADAS (STATUS ' WS-RMA-STATUS ').'
               END-IF
               DISPLAY WS-QTD-REPOSTAS ' LINHA(S) DEVOLVIDA(S) AO '
                       'ESTOQUE.'
            ELSE
               MOVE 'S' TO WS-ERRO-GRAVACAO
               MOVE ORD-NUMERO TO WS-ERL-CHAVE
               MOVE 'NOTA EMITIDA SEM REPOSICAO DE ESTOQUE'
                    TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
               DISPLAY 'AVISO - SALDOS DE ESTOQUE NAO REGRAVADOS - A '
                       'REPOSICAO DA NOTA ' WS-NOTA-EMITIDA
                       ' FICA PENDENTE DE ACERTO MANUAL.'
            END-IF.

       P605-DEPOSITO-REPOSICAO.
            MOVE ORD-FILIAL TO WS-DEP-FILIAL-PROCURADA
            PERFORM P8666-DEPOSITO-DA-FILIAL
            MOVE WS-DEP-PROCURADO TO WS-DEPOSITO-REPOSICAO
            PERFORM VARYING WS-IDX-DEPOSITO FROM 1 BY 1
                    UNTIL WS-IDX-DEPOSITO > WS-QTD-DEPOSITOS-TAB
                    OR WS-DEPOSITO-REPOSICAO NOT = SPACES
                IF WS-DPT-ATIVO(WS-IDX-DEPOSITO)
                   MOVE WS-DPT-CODIGO(WS-IDX-DEPOSITO)
                        TO WS-DEPOSITO-REPOSICAO
                END-IF
            END-PERFORM.

       P610-CARREGA-ESTOQUE.
            MOVE ZEROS TO WS-QTD-SALDOS-TAB
            MOVE 'N' TO WS-SALDOS-ESTOURARAM
            MOVE 'N' TO WS-FIM-ESTOQUE
            OPEN INPUT ARQUIVO-ESTOQUE
            IF WS-ESTOQUE-OK
               PERFORM P615-LE-SALDO UNTIL WS-FIM-ESTOQUE-SIM
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

       P615-LE-SALDO.
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
                  SET WS-SALDOS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-ESTOQUE-SIM TO TRUE
               END-IF
            END-IF.

       P630-REPOE-LINHA.
            IF WS-RMT-PEDIDO(WS-IDX-RMA) = ORD-NUMERO
               AND WS-RMT-INSPECIONADA(WS-IDX-RMA)
               AND WS-RMT-REVENDAVEL(WS-IDX-RMA)
               AND WS-RMT-QTD-RECEBIDA(WS-IDX-RMA) > ZEROS
               MOVE WS-RMT-ITEM(WS-IDX-RMA) TO WS-KIT-PROCURADO
               PERFORM P8685-MONTA-COMPOSICAO
               IF WS-QTD-CMP-KIT = ZEROS
                  MOVE WS-RMT-ITEM(WS-IDX-RMA) TO WS-ITEM-REPOSICAO
                  MOVE WS-RMT-QTD-RECEBIDA(WS-IDX-RMA)
                       TO WS-QTD-REPOSICAO
                  PERFORM P635-REPOE-ITEM
               ELSE
                  PERFORM VARYING WS-IDX-CMP-KIT FROM 1 BY 1
                          UNTIL WS-IDX-CMP-KIT > WS-QTD-CMP-KIT
                      MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT)
                           TO WS-ITEM-REPOSICAO
                      COMPUTE WS-QTD-REPOSICAO =
                              WS-CMP-QUANTIDADE(WS-IDX-CMP-KIT)
                              * WS-RMT-QTD-RECEBIDA(WS-IDX-RMA)
                      PERFORM P635-REPOE-ITEM
                  END-PERFORM
               END-IF
               ADD 1 TO WS-QTD-REPOSTAS
            END-IF.

       P635-REPOE-ITEM.
            MOVE ZEROS TO WS-IDX-ITEM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-ITEM-REPOSICAO
                   AND WS-STK-DEPOSITO(WS-IDX-SALDO) =
                       WS-DEPOSITO-REPOSICAO
                   MOVE WS-IDX-SALDO TO WS-IDX-ITEM
                END-IF
            END-PERFORM
            IF WS-IDX-ITEM = ZEROS
               AND WS-QTD-SALDOS-TAB < WS-MAX-SALDOS
               ADD 1 TO WS-QTD-SALDOS-TAB
               MOVE WS-QTD-SALDOS-TAB TO WS-IDX-ITEM
               MOVE WS-DEPOSITO-REPOSICAO
                    TO WS-STK-DEPOSITO(WS-IDX-ITEM)
               MOVE WS-ITEM-REPOSICAO TO WS-STK-ITEM(WS-IDX-ITEM)
               MOVE ZEROS TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
               MOVE ZEROS TO WS-STK-ALOCADA(WS-IDX-ITEM)
            END-IF
            IF WS-IDX-ITEM > ZEROS
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM)
                    TO WS-SALDO-ANTERIOR
               ADD WS-QTD-REPOSICAO TO WS-STK-DISPONIVEL(WS-IDX-ITEM)
               PERFORM P650-GRAVA-MOVIMENTO
            ELSE
               DISPLAY 'TABELA DE SALDOS CHEIA - ITEM '
                       WS-ITEM-REPOSICAO ' NAO DEVOLVIDO '
                       'AO ESTOQUE.'
               MOVE 'S' TO WS-ERRO-GRAVACAO
            END-IF.

       P650-GRAVA-MOVIMENTO.
            MOVE SPACES TO WS-MOVIMENTOS-STATUS
            OPEN EXTEND MOVIMENTOS-ESTOQUE
            IF WS-MOVIMENTOS-NAO-CRIADO
               OPEN OUTPUT MOVIMENTOS-ESTOQUE
            END-IF
            IF WS-MOVIMENTOS-OK
               MOVE WS-DATA-HOJE TO MOV-DATA
               ACCEPT MOV-HORA FROM TIME
               MOVE WS-ITEM-REPOSICAO TO MOV-ITEM
               SET MOV-DEVOLUCAO-CLIENTE TO TRUE
               MOVE WS-QTD-REPOSICAO TO MOV-QUANTIDADE
               MOVE WS-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM) TO MOV-SALDO-NOVO
               MOVE WS-OPERADOR-VALIDADO TO MOV-OPERADOR
               MOVE WS-NOTA-EMITIDA TO MOV-REFERENCIA
               MOVE WS-DEPOSITO-REPOSICAO TO MOV-DEPOSITO
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

       P800-REGRAVA-PARCELAS.
            MOVE SPACES TO WS-PARCELAS-STATUS
            OPEN OUTPUT ARQUIVO-PARCELAS
               IF WS-ORDLOG-OK
                  CLOSE ORDER-TRANS-LOG
               END-IF
               CLOSE ERROR-LOG
               DISPLAY 'NOTAS DE CREDITO EMITIDAS: ' WS-QTD-EMITIDAS
               IF WS-ERRO-GRAVACAO-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ORDLGPA.
           COPY OPERTBPA.
           COPY ERRLOGPA.
           COPY PERCTLPA.
           COPY RMAPA.
           COPY DEPPA.
           COPY KITPA.

           COPY ENVCFGPA.
       END PROGRAM CREDIT-NOTE.
