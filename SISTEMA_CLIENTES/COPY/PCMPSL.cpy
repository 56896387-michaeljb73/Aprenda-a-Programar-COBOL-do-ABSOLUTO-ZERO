      ******************************************************************
      * Copybook:  PCMPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausulas SELECT compartilhadas do pedido de compra:
      *            cabecalho (PURCHORD.dat, copybook PCMPF) e linhas
      *            (PURCHLIN.dat, copybook PCMLF). Usadas pelo
      *            PO-MAINT, pelo recebimento do STOCK-MOVE e pelo
      *            PO-OPEN-REPORT, sempre em conjunto com PCMPWS e
      *            PCMPPA.
      ******************************************************************
           SELECT PEDIDOS-COMPRA ASSIGN TO
           'src\assets\PURCHORD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCH-STATUS.

           SELECT LINHAS-COMPRA ASSIGN TO
           'src\assets\PURCHLIN.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCI-STATUS.
