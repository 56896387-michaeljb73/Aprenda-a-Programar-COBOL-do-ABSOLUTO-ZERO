      ******************************************************************
      * Copybook:  DISCF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do arquivo de descontos de
      *            antecipacao concedidos (DISCREG.dat) - uma linha
      *            por parcela quitada com desconto no CASH-APPLY
      *            (P453-CONTABILIZA-DESCONTO): cliente e filial, data
      *            do pagamento, parcela, valor integral da parcela e
      *            desconto concedido. O desconto so existia na linha
      *            do CASHAPP.txt, que e relatorio de rodada; este e o
      *            registro perene que o GL-JOURNAL contabiliza.
      ******************************************************************
       01  REG-DESCONTO-CONCEDIDO.
           05  DSC-CODIGO              PIC 9(06).
           05  DSC-FILIAL              PIC X(02).
           05  DSC-DATA-PAGTO          PIC 9(08).
           05  DSC-PARCELA             PIC 9(02).
           05  DSC-VALOR-PARCELA       PIC 9(09)V99.
           05  DSC-VALOR-DESCONTO      PIC 9(09)V99.
