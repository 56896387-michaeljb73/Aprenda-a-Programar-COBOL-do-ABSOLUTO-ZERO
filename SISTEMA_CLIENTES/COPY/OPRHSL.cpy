      ******************************************************************
      * Copybook:  OPRHSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do historico de
      *            manutencao de operadores (OPRHIST.dat, copybook
      *            OPRHF). Acrescido pelo OPER-MAINT e lido pelo
      *            SOD-AUDIT.
      ******************************************************************
           SELECT HIST-OPERADORES ASSIGN TO
           'src\assets\OPRHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPRH-STATUS.
