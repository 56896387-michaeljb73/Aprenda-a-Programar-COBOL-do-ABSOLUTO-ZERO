      ******************************************************************
      * Copybook:  CPLSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro de
      *            encaminhamentos a cobranca externa (COLLPLAC.dat,
      *            copybook CPLF): gravado pelo COLL-PLACE, atualizado
      *            pelo COLL-RETURN e lido pelo COLL-REPORT.
      ******************************************************************
           SELECT ENCAMINHAMENTOS ASSIGN TO
           'src\assets\COLLPLAC.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCAMINHAMENTOS-STATUS.
