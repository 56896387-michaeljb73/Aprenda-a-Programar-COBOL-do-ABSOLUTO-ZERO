      ******************************************************************
      * Copybook:  CHQSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da custodia de
      *            cheques pre-datados (CHEQUES.dat, layout CHQF).
      *            Regravado inteiro pelo CHEQUE-MAINT a cada
      *            movimento; lido pelo CHEQUE-DEPOSIT.
      ******************************************************************
           SELECT CUSTODIA-CHEQUES ASSIGN TO
           'src\assets\CHEQUES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHEQUES-STATUS.
