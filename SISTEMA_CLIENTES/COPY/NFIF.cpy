      ******************************************************************
      * Copybook:  NFIF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout dos itens das notas fiscais eletronicas
      *            (NFEITEM.dat): uma linha por item faturado, tirada
      *            do ORDLINES.dat no INVOICE-GEN (pedido sem linha
      *            sai com o espelho do registro unico). Liga o pedido
      *            a fatura - o SHIP-CONFIRM acha aqui a nota do
      *            pedido - e e a fonte dos itens que o NFE-GEN
      *            transmite e retransmite.
      ******************************************************************
       01  REG-ITEM-NFE.
           05  NFI-FATURA              PIC 9(06).
           05  NFI-PEDIDO              PIC 9(06).
           05  NFI-ITEM                PIC X(08).
           05  NFI-QUANTIDADE          PIC 9(05).
           05  NFI-VALOR               PIC 9(09)V99.
