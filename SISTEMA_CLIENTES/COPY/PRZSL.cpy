      ******************************************************************
      * Copybook:  PRZSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da tabela de prazo de
      *            entrega prometido (PRAZO.dat, copybook PRZF). Usada
      *            pelo CARRIER-MAINT e pelo DELIV-SLA-REPORT, sempre
      *            em conjunto com PRZWS e PRZPA.
      ******************************************************************
           SELECT TABELA-PRAZOS ASSIGN TO
           'src\assets\PRAZO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRZ-STATUS.
