      ******************************************************************
      * Copybook:  CTRSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT do arquivo indexado de contratos
      *            (CADASTRO-CONTRATOS, copybook CTRF), chave cliente
      *            + sequencia do contrato. O ASSIGN aponta para o
      *            nome em WORKING-STORAGE (copybook ENVCFGWS) - o
      *            programa precisa chamar P8050-DEFINE-AMBIENTE antes
      *            do OPEN. Usada sempre em conjunto com CTRWS e
      *            CTRPA.
      ******************************************************************
           SELECT CADASTRO-CONTRATOS ASSIGN TO
           WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-CHAVE
           FILE STATUS IS WS-CTR-STATUS.
