      ******************************************************************
      * Copybook:  RMBPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro perene
      *            dos reembolsos pagos (REEMBREG.dat, copybook
      *            RMBPF). Acrescido pelo REFUND-PAY e contabilizado
      *            pelo GL-JOURNAL (evento REEM).
      ******************************************************************
           SELECT REGISTRO-REEMBOLSOS ASSIGN TO
           'src\assets\REEMBREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-REEMB-STATUS.
