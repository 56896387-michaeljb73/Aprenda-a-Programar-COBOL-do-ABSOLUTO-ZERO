      ******************************************************************
      * Copybook:  RMASL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada das autorizacoes de
      *            devolucao de mercadoria (RMAFILE.dat, copybook
      *            RMAF). Usada pelo RMA-MAINT, pela reposicao de
      *            estoque do CREDIT-NOTE e pelo RMA-REPORT, sempre
      *            em conjunto com RMAWS e RMAPA.
      ******************************************************************
           SELECT DEVOLUCOES-MERCADORIA ASSIGN TO
           'src\assets\RMAFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMA-STATUS.
