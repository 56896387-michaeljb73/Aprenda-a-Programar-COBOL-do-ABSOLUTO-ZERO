      ******************************************************************
      * Copybook:  NPSSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da pesquisa de
      *            satisfacao NPS (NPSFILE.dat, copybook NPSF). Usada
      *            pelo NPS-INVITE, pelo NPS-LOAD e pelo NPS-REPORT,
      *            sempre em conjunto com NPSWS e NPSPA.
      ******************************************************************
           SELECT PESQUISA-NPS ASSIGN TO
           'src\assets\NPSFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NPS-STATUS.
