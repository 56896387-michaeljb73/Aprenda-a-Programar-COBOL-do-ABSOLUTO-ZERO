      ******************************************************************
      * Copybook:  PACKSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da separacao e
      *            conferencia de embalagem dos pedidos faturados
      *            (PACKFILE.dat, copybook PACKF). Usada pelo
      *            PICK-LIST, pelo PACK-CONFIRM e pelo SHIP-CONFIRM,
      *            sempre em conjunto com PACKWS e PACKPA.
      ******************************************************************
           SELECT SEPARACAO-PEDIDOS ASSIGN TO
           'src\assets\PACKFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCK-STATUS.
