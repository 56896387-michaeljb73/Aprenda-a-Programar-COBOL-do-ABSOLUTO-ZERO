      *                  layout anterior passam pelo ITEM-CAT-MIGRATE
      *                  (molde do REPACK-MASTER), que carimba a
      *                  categoria GERL.
      * 15/10/2026  MJB  Incluido o custo medio ponderado do item
      *                  (ITM-CUSTO-MEDIO), recalculado pelo
      *                  STOCK-MOVE a cada recebimento de pedido de
      *                  compra e congelado por linha no faturamento
      *                  (INVMARG.dat) para a margem do SALES-REPORT;
      *                  o INV-VALUATION valoriza o estoque por ele.
      *                  Arquivos no layout anterior passam pelo
      *                  ITEM-COST-MIGRATE, que grava custo zero.
      * 15/10/2026  MJB  Incluidos o ponto de pedido (ITM-PONTO-PEDIDO)
      *                  e a quantidade de reposicao (ITM-QTD-
      *                  REPOSICAO), digitados no ITEM-MAINT e usados
      *                  pelo REORDER-REPORT na sugestao de compra.
      *                  Ponto zero = item fora da reposicao. Arquivos
      *                  no layout anterior passam pelo
      *                  ITEM-REORD-MIGRATE, que grava os dois zerados.
      * 15/10/2026  MJB  Incluido o tipo do item (ITM-TIPO-ITEM): kit
      *                  e um conjunto de itens do catalogo vendido
      *                  como um so, com a composicao no KITCOMP.dat
      *                  (KIT-MAINT). Kit nao tem saldo, nao e comprado
      *                  nem contado - o pedido aloca os componentes.
      *                  Arquivos no layout anterior passam pelo
      *                  ITEM-KIT-MIGRATE, que grava todo item simples.
      * 15/10/2026  MJB  Incluido o peso unitario do item em quilos
      *                  (ITM-PESO-KG), digitado no ITEM-MAINT. O
      *                  INVOICE-GEN e o SHIP-CONFIRM somam quantidade x
      *                  peso das linhas do pedido para achar a faixa da
      *                  tabela de frete (FRETE.dat); kit tem o peso
      *                  proprio, do conjunto embalado. Arquivos no
      *                  layout anterior passam pelo
      *                  ITEM-WEIGHT-MIGRATE, que grava peso zero.
      ******************************************************************
       01  ITEM-RECORD.
           05  ITM-CODIGO              PIC X(08).
               88  ITM-REGISTRO-ATIVO          VALUE 'A'.
               88  ITM-REGISTRO-INATIVO        VALUE 'I'.
           05  ITM-CATEGORIA           PIC X(04).
           05  ITM-CUSTO-MEDIO         PIC 9(07)V99  USAGE COMP-3.
           05  ITM-PONTO-PEDIDO        PIC 9(07).
           05  ITM-QTD-REPOSICAO       PIC 9(07).
           05  ITM-TIPO-ITEM           PIC X(01).
               88  ITM-ITEM-SIMPLES            VALUE 'S'.
               88  ITM-ITEM-KIT                VALUE 'K'.
           05  ITM-PESO-KG             PIC 9(05)V999.
