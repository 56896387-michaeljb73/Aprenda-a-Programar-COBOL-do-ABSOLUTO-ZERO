      ******************************************************************
      * Copybook:  FRNSEL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do cadastro-mestre de
      *            fornecedores (SUPPLIER-MASTER), para uso pelo
      *            SUPPLIER-MAINT (manutencao), pelo PO-MAINT (critica
      *            do fornecedor do pedido de compra) e pelo
      *            PO-OPEN-REPORT (nome no relatorio).
      ******************************************************************
           SELECT SUPPLIER-MASTER ASSIGN TO
           'src\assets\FRNMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRN-CODIGO
           FILE STATUS IS WS-FORNEC-STATUS.
