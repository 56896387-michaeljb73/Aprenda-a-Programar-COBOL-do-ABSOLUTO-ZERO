      ******************************************************************
      * Copybook:  SACSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada dos chamados de
      *            atendimento ao cliente (SACFILE.dat, copybook
      *            SACF). Usada pelo SAC-MAINT, pelo SAC-ESCALATE,
      *            pelo NPS-LOAD, pelo RENEW-NOTICE e pela consulta do
      *            CUST-360 - os quatro primeiros em conjunto com
      *            SACWS e SACPA.
      ******************************************************************
           SELECT CHAMADOS-SAC ASSIGN TO
           'src\assets\SACFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAC-STATUS.
