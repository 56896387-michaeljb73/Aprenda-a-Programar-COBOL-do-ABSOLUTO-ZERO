      ******************************************************************
      * Copybook:  TRPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do cadastro de
      *            transportadoras (TRANSP.dat, copybook TRPF). Usada
      *            pelo CARRIER-MAINT, pelo faturamento (frete da
      *            fatura), pelo despacho (SHIP-CONFIRM) e pelo
      *            FREIGHT-REPORT, sempre em conjunto com TRPWS e
      *            TRPPA.
      ******************************************************************
           SELECT CADASTRO-TRANSPORTADORAS ASSIGN TO
           'src\assets\TRANSP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRP-STATUS.
