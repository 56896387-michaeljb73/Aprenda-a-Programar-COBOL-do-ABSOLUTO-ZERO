      ******************************************************************
      * Copybook:  XTRRQSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da biblioteca de
      *            pedidos de extracao ad hoc (XTRREQ.dat, copybook
      *            XTRRQF). Regravada inteira pelo XTR-MAINT; lida em
      *            INPUT pelo XTR-RUN para achar o pedido pelo nome.
      ******************************************************************
           SELECT PEDIDOS-EXTRACAO ASSIGN TO
           'src\assets\XTRREQ.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XTRREQ-STATUS.
