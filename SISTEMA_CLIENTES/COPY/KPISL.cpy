      ******************************************************************
      * Copybook:  KPISL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do historico de
      *            indicadores mensais (KPIHIST.dat, copybook KPIF).
      *            So acrescido pelo KPI-SCORECARD, uma competencia
      *            por rodada de fim de mes.
      ******************************************************************
           SELECT HISTORICO-KPI ASSIGN TO
           'src\assets\KPIHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KPI-STATUS.
