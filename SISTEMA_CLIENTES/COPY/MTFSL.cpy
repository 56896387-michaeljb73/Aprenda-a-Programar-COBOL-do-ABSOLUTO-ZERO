      ******************************************************************
      * Copybook:  MTFSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do resumo de metas por
      *            filial (METAFIL.dat, copybook MTFF). Regravado por
      *            inteiro pelo TARGET-REPORT a cada rodada e lido pelo
      *            EOD-SUMMARY na secao de metas do resumo do dia.
      ******************************************************************
           SELECT RESUMO-METAS ASSIGN TO
           'src\assets\METAFIL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMO-METAS-STATUS.
