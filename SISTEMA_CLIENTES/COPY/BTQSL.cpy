      ******************************************************************
      * Copybook:  BTQSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da fila de
      *            solicitacoes de relatorio batch sob demanda
      *            (BATCHREQ.dat, copybook BTQF). Regravada inteira
      *            pelo BATCH-QUEUE, onde o operador faz e acompanha a
      *            solicitacao, e pelo BATCH-DISPATCH, que executa as
      *            solicitacoes vencidas - os dois releem o arquivo
      *            antes de cada regravacao, para um nao apagar o que
      *            o outro acabou de gravar.
      ******************************************************************
           SELECT FILA-SOLICITACOES ASSIGN TO
           'src\assets\BATCHREQ.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHREQ-STATUS.
