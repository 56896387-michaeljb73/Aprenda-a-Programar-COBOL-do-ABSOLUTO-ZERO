      ******************************************************************
      * Copybook:  ADTSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do historico de
      *            aditivos de contrato (ADITIVOS.dat), gravado pelo
      *            CONTRACT-MAINT e impresso pelo CONTRACT-HIST. O
      *            programa declara WS-ADT-STATUS.
      ******************************************************************
           SELECT HISTORICO-ADITIVOS ASSIGN TO
           'src\assets\ADITIVOS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADT-STATUS.
