      ******************************************************************
      * Copybook:  EXTBSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro de
      *            lancamentos do extrato bancario (EXTRATO.dat,
      *            copybook EXTBF). Gravado em modo EXTEND pelo
      *            STMT-LOAD e regravado pelo BANK-RECON com a
      *            situacao de conciliacao de cada credito.
      ******************************************************************
           SELECT REGISTRO-EXTRATO ASSIGN TO
           'src\assets\EXTRATO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRATO-STATUS.
