      ******************************************************************
      * Copybook:  AGYSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do cadastro de
      *            agencias de cobranca (AGENCIAS.dat, copybook AGYF).
      *            Usada pelo AGENCY-MAINT, COLL-PLACE, COLL-RETURN e
      *            COLL-REPORT, sempre em conjunto com AGYWS e AGYPA.
      ******************************************************************
           SELECT CADASTRO-AGENCIAS ASSIGN TO
           'src\assets\AGENCIAS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGY-STATUS.
