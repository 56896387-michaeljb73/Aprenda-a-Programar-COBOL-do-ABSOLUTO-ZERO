      ******************************************************************
      * Copybook:  PODSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do arquivo de
      *            comprovantes de entrega (ENTREGA.dat, copybook
      *            PODF). Gravado em modo EXTEND pelo POD-LOAD e lido
      *            pelo DELIV-SLA-REPORT e pelo CUST-360.
      ******************************************************************
           SELECT ARQUIVO-ENTREGAS ASSIGN TO
           'src\assets\ENTREGA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTREGAS-STATUS.
