      ******************************************************************
      * Copybook:  XTRLGSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro das
      *            extracoes ad hoc (XTRLOG.txt, copybook XTRLGF).
      *            Gravado em EXTEND pelo XTR-RUN; nunca expurgado.
      ******************************************************************
           SELECT LOG-EXTRACOES ASSIGN TO
           'src\assets\XTRLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XTRLOG-STATUS.
