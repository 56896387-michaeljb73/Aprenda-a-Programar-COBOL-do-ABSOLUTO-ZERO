      ******************************************************************
      * Copybook:  RMBSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da fila de pedidos
      *            de reembolso de saldo credor (REEMBOLS.dat,
      *            copybook RMBF). Mantida pelo REFUND-QUEUE e
      *            regravada pelo REFUND-PAY com a situacao do
      *            pagamento.
      ******************************************************************
           SELECT PEDIDOS-REEMBOLSO ASSIGN TO
           'src\assets\REEMBOLS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REEMBOLSOS-STATUS.
