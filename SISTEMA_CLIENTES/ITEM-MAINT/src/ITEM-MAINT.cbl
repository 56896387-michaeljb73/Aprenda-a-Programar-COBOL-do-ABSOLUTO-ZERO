      *                  de hoje - o preco vivo unico apagava o preco
      *                  de ontem e o pedido retroativo saia pelo
      *                  preco de hoje.
      * 15/10/2026  MJB  Consulta passou a mostrar o custo medio
      *                  ponderado (ITM-CUSTO-MEDIO); a inclusao grava
      *                  custo zero - o custo so se forma no recebimento
      *                  de pedido de compra do STOCK-MOVE, nunca
      *                  digitado.
      * 15/10/2026  MJB  Inclusao e alteracao passaram a pedir o ponto
      *                  de pedido e a quantidade de reposicao do item
      *                  (novos no ITMMAST), base da sugestao de compra
      *                  do REORDER-REPORT; a consulta mostra os dois.
      * 15/10/2026  MJB  Inclusao passou a pedir o tipo do item
      *                  (ITM-TIPO-ITEM, novo no ITMMAST): kit nao pede
      *                  ponto de pedido e tem a composicao no
      *                  KIT-MAINT. O tipo nao muda na alteracao; a
      *                  consulta o mostra.
      * 15/10/2026  MJB  Inclusao e alteracao passaram a pedir o peso
      *                  unitario do item em quilos (ITM-PESO-KG, novo
      *                  no ITMMAST), base da faixa da tabela de frete;
      *                  a consulta o mostra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINT.
           88  WS-ERRO-ABERTURA-SIM             VALUE 'S'.

       77  WS-PRECO-ED             PIC $$.$$$.$$9,99.
       77  WS-PESO-ED              PIC ZZ.ZZ9,999.

      * VALIDACAO DA CATEGORIA CONTRA A TABELA CATRF.dat
       77  WS-CATEGORIAS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-CATEGORIA-VALIDA-SIM         VALUE 'S'.
       01  WS-CATEGORIA-DIGITADA   PIC X(04)   VALUE SPACES.

      * TIPO DO ITEM NA INCLUSAO - KIT NAO TEM SALDO NEM REPOSICAO
       77  WS-RESPOSTA-KIT         PIC X(01)   VALUE SPACE.
           88  WS-RESPOSTA-KIT-SIM             VALUE 'S' 's'.
           88  WS-RESPOSTA-KIT-NAO             VALUE 'N' 'n'.

      * HISTORICO DE PRECOS - UMA VIGENCIA GRAVADA A CADA TROCA
       77  WS-HISTORICO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-HISTORICO-OK                 VALUE '00'.
               ACCEPT ITM-PRECO-UNITARIO
               PERFORM P710-OBTEM-CATEGORIA
               MOVE WS-CATEGORIA-DIGITADA TO ITM-CATEGORIA
      *        O CUSTO NASCE ZERADO - SO O RECEBIMENTO DE PEDIDO DE
      *        COMPRA NO STOCK-MOVE O FORMA
               MOVE ZEROS TO ITM-CUSTO-MEDIO
               MOVE ZEROS TO ITM-PONTO-PEDIDO
               MOVE ZEROS TO ITM-QTD-REPOSICAO
               PERFORM P740-OBTEM-TIPO
               IF ITM-ITEM-SIMPLES
                  PERFORM P730-OBTEM-REPOSICAO
               END-IF
               PERFORM P750-OBTEM-PESO
               SET ITM-REGISTRO-ATIVO TO TRUE

               WRITE ITEM-RECORD
               PERFORM P710-OBTEM-CATEGORIA
               MOVE WS-CATEGORIA-DIGITADA TO ITM-CATEGORIA

               IF ITM-ITEM-KIT
                  DISPLAY 'ITEM KIT - SEM PONTO DE PEDIDO; COMPOSICAO '
                          'NO KIT-MAINT.'
               ELSE
                  DISPLAY 'PONTO DE PEDIDO ATUAL: ' ITM-PONTO-PEDIDO
                          '  REPOSICAO ATUAL: ' ITM-QTD-REPOSICAO
                  PERFORM P730-OBTEM-REPOSICAO
               END-IF

               MOVE ITM-PESO-KG TO WS-PESO-ED
               DISPLAY 'PESO ATUAL (KG): ' WS-PESO-ED
               PERFORM P750-OBTEM-PESO

               REWRITE ITEM-RECORD
               IF WS-ITEM-OK
                  ADD 1 TO WS-QTD-ALTERADOS
               MOVE ITM-PRECO-UNITARIO TO WS-PRECO-ED
               DISPLAY 'PRECO UNIT: ' WS-PRECO-ED
               DISPLAY 'CATEGORIA.: ' ITM-CATEGORIA
               MOVE ITM-CUSTO-MEDIO TO WS-PRECO-ED
               DISPLAY 'CUSTO MED.: ' WS-PRECO-ED
               DISPLAY 'PONTO PED.: ' ITM-PONTO-PEDIDO
               DISPLAY 'REPOSICAO.: ' ITM-QTD-REPOSICAO
               MOVE ITM-PESO-KG TO WS-PESO-ED
               DISPLAY 'PESO (KG).: ' WS-PESO-ED
               IF ITM-ITEM-KIT
                  DISPLAY 'TIPO......: KIT (COMPOSICAO NO KIT-MAINT)'
               ELSE
                  DISPLAY 'TIPO......: SIMPLES'
               END-IF
               IF ITM-REGISTRO-INATIVO
                  DISPLAY 'STATUS....: INATIVO'
               ELSE
               END-IF
            END-IF.

      ******************************************************************
      * P730-OBTEM-REPOSICAO
      * Ponto de pedido e quantidade de reposicao do item para o
      * REORDER-REPORT. Ponto zero deixa o item fora da sugestao de
      * compra; com ponto informado a reposicao nao pode ser zero.
      ******************************************************************
       P730-OBTEM-REPOSICAO.
            DISPLAY 'INFORME O PONTO DE PEDIDO (0 = SEM REPOSICAO): '
            ACCEPT ITM-PONTO-PEDIDO
            IF ITM-PONTO-PEDIDO = ZEROS
               MOVE ZEROS TO ITM-QTD-REPOSICAO
            ELSE
               MOVE ZEROS TO ITM-QTD-REPOSICAO
               PERFORM UNTIL ITM-QTD-REPOSICAO > ZEROS
                   DISPLAY 'INFORME A QUANTIDADE DE REPOSICAO: '
                   ACCEPT ITM-QTD-REPOSICAO
                   IF ITM-QTD-REPOSICAO = ZEROS
                      DISPLAY 'REPOSICAO DEVE SER MAIOR QUE ZERO.'
                   END-IF
               END-PERFORM
            END-IF.

      ******************************************************************
      * P740-OBTEM-TIPO
      * Item kit (conjunto de itens do catalogo vendido como um so)
      * ou simples. O tipo so e informado na inclusao: kit nao tem
      * saldo e item simples pode ter, entao trocar o tipo de um item
      * existente deixaria saldo ou pedido sem sentido - item errado
      * se inativa e se cadastra outro.
       P740-OBTEM-TIPO.
            MOVE SPACE TO WS-RESPOSTA-KIT
            PERFORM UNTIL WS-RESPOSTA-KIT-SIM OR WS-RESPOSTA-KIT-NAO
                DISPLAY 'ITEM KIT - CONJUNTO DE OUTROS ITENS (S/N): '
                ACCEPT WS-RESPOSTA-KIT
            END-PERFORM
            IF WS-RESPOSTA-KIT-SIM
               SET ITM-ITEM-KIT TO TRUE
               DISPLAY 'CADASTRE A COMPOSICAO NO KIT-MAINT ANTES DE '
                       'VENDER O KIT.'
            ELSE
               SET ITM-ITEM-SIMPLES TO TRUE
            END-IF.

      ******************************************************************
      * P750-OBTEM-PESO
      * Peso unitario em quilos, com a embalagem - base da faixa da
      * tabela de frete (FRETE.dat) no faturamento e no despacho. Kit
      * informa o peso do conjunto embalado, nao a soma dos
      * componentes. Peso zero e aceito (servico, item sem frete).
      ******************************************************************
       P750-OBTEM-PESO.
            DISPLAY 'INFORME O PESO UNITARIO EM KG (0 = SEM PESO): '
            ACCEPT ITM-PESO-KG.

      ******************************************************************
      * P700-GRAVA-VIGENCIA
      * Uma linha no historico de precos com o preco recem-gravado,
