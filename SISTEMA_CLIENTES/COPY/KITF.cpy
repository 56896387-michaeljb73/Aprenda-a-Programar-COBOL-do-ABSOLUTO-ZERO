      ******************************************************************
      * Copybook:  KITF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da composicao dos itens kit
      *            (KITCOMP.dat), mantido pelo KIT-MAINT: uma linha
      *            por componente - item kit (ITM-ITEM-KIT no
      *            ITEM-MASTER), item componente e quantidade do
      *            componente em UMA unidade do kit. O kit nao tem
      *            saldo proprio: o pedido aloca os componentes, todos
      *            no mesmo deposito, e a fatura imprime o kit numa
      *            linha so, pelo preco do kit.
      ******************************************************************
       01  REG-COMPONENTE-KIT.
           05  KIT-CODIGO              PIC X(08).
           05  KIT-COMPONENTE          PIC X(08).
           05  KIT-QUANTIDADE          PIC 9(05).
