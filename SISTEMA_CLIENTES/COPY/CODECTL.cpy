      * 02/09/2026  MJB  Incluido o proximo numero de recibo de
      *                  pagamento (CTL-PROX-RECIBO), consumido pelo
      *                  CASH-APPLY na emissao do recibo por baixa.
      * 15/10/2026  MJB  Incluido o proximo numero de pedido de compra
      *                  (CTL-PROX-COMPRA), consumido pelo PO-MAINT,
      *                  sob a mesma disciplina dos demais.
      ******************************************************************
       01  REG-CODIGO-CONTROLE.
           05  CTL-PROX-CLIENTE        PIC 9(06).
           05  CTL-PROX-COTACAO        PIC 9(06).
           05  CTL-PROX-NOTA           PIC 9(06).
           05  CTL-PROX-RECIBO         PIC 9(06).
           05  CTL-PROX-COMPRA         PIC 9(06).
