      ******************************************************************
      * Copybook:  BCOSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausulas SELECT compartilhadas do cadastro de
      *            bancos cobradores (BANCOS.dat) e das regras de
      *            roteamento da cobranca por filial e UF
      *            (ROTCOB.dat), mantidos pelo BANK-MAINT e lidos pelo
      *            REMIT-GEN, CASH-APPLY e SLIP-PRINT (paragrafos do
      *            BCOPA).
      ******************************************************************
           SELECT CADASTRO-BANCOS ASSIGN TO
           'src\assets\BANCOS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCO-STATUS.

           SELECT ROTAS-COBRANCA ASSIGN TO
           'src\assets\ROTCOB.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROT-STATUS.
