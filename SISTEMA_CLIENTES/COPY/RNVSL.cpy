      ******************************************************************
      * Copybook:  RNVSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada dos avisos de
      *            renovacao de contrato (RENOVAC.dat, copybook
      *            RNVF). Usada pelo RENEW-NOTICE e pelo RENEW-MAINT,
      *            sempre em conjunto com RNVWS e RNVPA.
      ******************************************************************
           SELECT AVISOS-RENOVACAO ASSIGN TO
           'src\assets\RENOVAC.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNV-STATUS.
