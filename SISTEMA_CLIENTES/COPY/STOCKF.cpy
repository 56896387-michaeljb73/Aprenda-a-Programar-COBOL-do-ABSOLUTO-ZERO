      *            baixado pela alocacao do ORDER-ENTRY. Antes o
      *            pedido de 500 unidades de um item com 3 em
      *            estoque entrava sem ninguem piscar.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Saldo passou a ser por deposito e item
      *                  (STK-DEPOSITO, cadastro DEPOSITO.dat/DEPF):
      *                  uma linha para cada deposito em que o item
      *                  tem saldo. O arquivo do layout anterior e
      *                  convertido pelo STOCK-WHSE-MIGRATE.
      ******************************************************************
       01  REG-ESTOQUE.
           05  STK-DEPOSITO            PIC X(03).
           05  STK-ITEM                PIC X(08).
           05  STK-QTD-DISPONIVEL      PIC 9(07).
           05  STK-QTD-ALOCADA         PIC 9(07).
