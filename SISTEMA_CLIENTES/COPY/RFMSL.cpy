      ******************************************************************
      * Copybook:  RFMSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do historico de
      *            segmentacao RFM (RFMHIST.dat, copybook RFMF). So
      *            acrescido pelo RFM-SCORE, uma competencia por
      *            rodada mensal; lido pelo CAMPAIGN-EXTRACT na
      *            selecao por segmento.
      ******************************************************************
           SELECT HISTORICO-RFM ASSIGN TO
           'src\assets\RFMHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFM-STATUS.
