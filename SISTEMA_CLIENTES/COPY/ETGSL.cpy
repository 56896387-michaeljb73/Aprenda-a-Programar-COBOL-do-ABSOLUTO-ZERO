      ******************************************************************
      * Copybook:  ETGSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT do arquivo indexado de enderecos
      *            de entrega por pedido (ENTREGAS-PEDIDO, copybook
      *            ETGF), chave numero do pedido. O ASSIGN aponta para
      *            o nome em WORKING-STORAGE (copybook ENVCFGWS). O
      *            programa declara WS-ETG-STATUS.
      ******************************************************************
           SELECT ENTREGAS-PEDIDO ASSIGN TO
           WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ETG-NUMERO-PEDIDO
           FILE STATUS IS WS-ETG-STATUS.
