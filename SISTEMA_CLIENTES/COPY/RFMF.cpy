      ******************************************************************
      * Copybook:  RFMF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do historico de segmentacao RFM
      *            (RFMHIST.dat): uma linha por cliente ativo e
      *            competencia, gravada pelo RFM-SCORE em ordem de
      *            cliente dentro da competencia. Notas de 1 a 5 para
      *            recencia (data do ultimo pedido), frequencia
      *            (pedidos nos ultimos 12 meses) e valor (faturado
      *            nos ultimos 12 meses), e o segmento resultante:
      *              CAMP - campeao
      *              FIEL - fiel
      *              PROM - promissor
      *              RISC - em risco
      *              PERD - perdido
      *              SEMC - sem compra (cliente sem nenhum pedido)
      *            Cliente sem compra fica com as tres notas zeradas.
      ******************************************************************
       01  REG-HISTORICO-RFM.
           05  RFM-COMPETENCIA         PIC 9(06).
           05  RFM-CODIGO-CLIENTE      PIC 9(06).
           05  RFM-DATA-ULTIMO-PEDIDO  PIC 9(08).
           05  RFM-QTD-PEDIDOS-12M     PIC 9(05).
           05  RFM-VALOR-FATURADO-12M  PIC 9(11)V99.
           05  RFM-NOTA-RECENCIA       PIC 9(01).
           05  RFM-NOTA-FREQUENCIA     PIC 9(01).
           05  RFM-NOTA-VALOR          PIC 9(01).
           05  RFM-SEGMENTO            PIC X(04).
               88  RFM-CAMPEAO                 VALUE 'CAMP'.
               88  RFM-FIEL                    VALUE 'FIEL'.
               88  RFM-PROMISSOR               VALUE 'PROM'.
               88  RFM-EM-RISCO                VALUE 'RISC'.
               88  RFM-PERDIDO                 VALUE 'PERD'.
               88  RFM-SEM-COMPRA              VALUE 'SEMC'.
