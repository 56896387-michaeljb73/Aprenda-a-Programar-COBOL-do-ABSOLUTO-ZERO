      ******************************************************************
      * Copybook:  KITSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da composicao dos
      *            itens kit (KITCOMP.dat, copybook KITF). Usada pelo
      *            KIT-MAINT e por todo programa que aloca, devolve ou
      *            custeia item kit, sempre em conjunto com KITWS e
      *            KITPA.
      ******************************************************************
           SELECT COMPONENTES-KIT ASSIGN TO
           'src\assets\KITCOMP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KIT-STATUS.
