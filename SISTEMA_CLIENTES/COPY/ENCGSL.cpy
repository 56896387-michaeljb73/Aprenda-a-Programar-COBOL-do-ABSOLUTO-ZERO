      ******************************************************************
      * Copybook:  ENCGSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro de
      *            encargos lancados (ENCGREG.dat, copybook ENCGF).
      *            Acrescido pelo LATE-FEE e pelo CHEQUE-MAINT junto
      *            com cada linha gravada no LATEFEE.dat e lido pelo
      *            GL-JOURNAL. Nunca e regravado.
      ******************************************************************
           SELECT REGISTRO-ENCARGOS ASSIGN TO
           'src\assets\ENCGREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCGREG-STATUS.
