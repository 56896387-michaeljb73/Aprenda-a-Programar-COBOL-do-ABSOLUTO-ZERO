      ******************************************************************
      * Copybook:  NFISL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada dos itens das notas
      *            fiscais eletronicas (NFEITEM.dat, copybook NFIF),
      *            gravados pelo INVOICE-GEN e lidos pelo NFE-GEN e
      *            pelo SHIP-CONFIRM.
      ******************************************************************
           SELECT ITENS-NFE ASSIGN TO
           'src\assets\NFEITEM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NFI-STATUS.
