      ******************************************************************
      * Copybook:  RPTCATSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do catalogo de
      *            relatorios (RPTCAT.dat, copybook RPTCATF). Aberto
      *            em EXTEND pela sub-rotina RPT-SPOOL (uma linha por
      *            rodada de relatorio), em INPUT pela consulta
      *            RPT-BROWSE e regravado pelo LOG-RETENTION, que
      *            expurga as copias vencidas. O nome fisico vem do
      *            ENVCFGWS, para o treinamento ter catalogo proprio.
      ******************************************************************
           SELECT CATALOGO-RELATORIOS ASSIGN TO
           WS-ARQ-RPTCAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPTCAT-STATUS.
