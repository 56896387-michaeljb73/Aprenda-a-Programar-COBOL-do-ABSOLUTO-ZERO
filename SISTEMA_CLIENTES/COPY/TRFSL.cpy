      ******************************************************************
      * Copybook:  TRFSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada das transferencias de
      *            estoque entre depositos (STKXFER.dat, copybook
      *            TRFF). Usada pelo STOCK-MOVE (envio e recebimento)
      *            e pelos relatorios que mostram mercadoria em
      *            transito, sempre em conjunto com TRFWS e TRFPA.
      ******************************************************************
           SELECT TRANSFERENCIAS-ESTOQUE ASSIGN TO
           'src\assets\STKXFER.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRF-STATUS.
