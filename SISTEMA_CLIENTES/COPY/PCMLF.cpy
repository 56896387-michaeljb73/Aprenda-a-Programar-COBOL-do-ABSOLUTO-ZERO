      ******************************************************************
      * Copybook:  PCMLF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de linha do pedido de compra
      *            (PURCHLIN.dat) - uma linha por item do ITEM-MASTER:
      *            numero do pedido, sequencia, item, quantidade
      *            pedida, quantidade ja recebida e custo unitario
      *            negociado. O recebimento parcial do STOCK-MOVE
      *            soma em PCI-QTD-RECEBIDA; o saldo a receber e a
      *            diferenca para PCI-QTD-PEDIDA.
      ******************************************************************
       01  REG-LINHA-COMPRA.
           05  PCI-NUMERO              PIC 9(06).
           05  PCI-SEQUENCIA           PIC 9(03).
           05  PCI-ITEM                PIC X(08).
           05  PCI-QTD-PEDIDA          PIC 9(07).
           05  PCI-QTD-RECEBIDA        PIC 9(07).
           05  PCI-CUSTO-UNITARIO      PIC 9(07)V99.
