      ******************************************************************
      * Copybook:  DEPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do cadastro de
      *            depositos (DEPOSITO.dat, copybook DEPF). Usada pelo
      *            WHSE-MAINT e por todo programa que mexe no saldo de
      *            estoque por deposito, sempre em conjunto com DEPWS
      *            e DEPPA.
      ******************************************************************
           SELECT CADASTRO-DEPOSITOS ASSIGN TO
           'src\assets\DEPOSITO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-STATUS.
