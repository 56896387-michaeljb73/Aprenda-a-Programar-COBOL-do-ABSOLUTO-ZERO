      ******************************************************************
      * Copybook:  NEGSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro de
      *            negativacao (NEGREG.dat, copybook NEGF): mantido
      *            pelo BUREAU-LIST, que o regrava inteiro a cada
      *            rodada.
      ******************************************************************
           SELECT REGISTRO-NEGATIVACAO ASSIGN TO
           'src\assets\NEGREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEGATIVACAO-STATUS.
