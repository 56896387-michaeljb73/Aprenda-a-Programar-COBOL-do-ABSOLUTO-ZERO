      ******************************************************************
      * Copybook:  QTCF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da carta de quitacao antecipada
      *            (QUITACAO.dat) - uma linha por carta emitida pelo
      *            PAYOFF-QUOTE: numero da carta (sequencial do
      *            arquivo), cliente, emissao, validade (a data de
      *            quitacao pedida - ate ela o valor esta garantido),
      *            parcelas em aberto somadas pelo valor de face,
      *            desconto de antecipacao, encargos, valor exato da
      *            quitacao, nosso-numero do boleto proprio da carta
      *            e situacao: EMITIDA ate ser paga (LIQUIDADA, com a
      *            data da baixa e o recibo do CASH-APPLY) ou trocada
      *            por carta nova do mesmo cliente (CANCELADA).
      ******************************************************************
       01  REG-CARTA-QUITACAO.
           05  QTC-NUMERO              PIC 9(06).
           05  QTC-CODIGO              PIC 9(06).
           05  QTC-DATA-EMISSAO        PIC 9(08).
           05  QTC-DATA-VALIDADE       PIC 9(08).
           05  QTC-QTD-PARCELAS        PIC 9(03).
           05  QTC-VALOR-PARCELAS      PIC 9(09)V99.
           05  QTC-VALOR-DESCONTO      PIC 9(09)V99.
           05  QTC-VALOR-ENCARGOS      PIC 9(09)V99.
           05  QTC-VALOR-QUITACAO      PIC 9(09)V99.
           05  QTC-NOSSO-NUMERO        PIC 9(10).
           05  QTC-SITUACAO            PIC X(01).
               88  QTC-EMITIDA                 VALUE 'E'.
               88  QTC-LIQUIDADA               VALUE 'L'.
               88  QTC-CANCELADA               VALUE 'C'.
           05  QTC-DATA-BAIXA          PIC 9(08).
           05  QTC-RECIBO              PIC 9(06).
           05  QTC-OPERADOR            PIC X(08).
