      ******************************************************************
      * Copybook:  BTQPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada dos parametros da
      *            solicitacao sob demanda em execucao (BATCHPRM.dat,
      *            copybook BTQPF). Gravado pelo BATCH-DISPATCH logo
      *            antes do CALL do programa pedido e esvaziado logo
      *            depois - fora do despacho o arquivo fica vazio e os
      *            relatorios rodam como sempre rodaram, inclusive na
      *            cadeia noturna.
      ******************************************************************
           SELECT PARAMETRO-SOLICITACAO ASSIGN TO
           'src\assets\BATCHPRM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHPRM-STATUS.
