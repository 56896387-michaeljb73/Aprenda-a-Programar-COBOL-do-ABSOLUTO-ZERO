      ******************************************************************
      * Copybook:  PPGSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT do arquivo indexado de pedidos
      *            programados (CADASTRO-PROGRAMADOS, copybook PPGF),
      *            chave cliente + sequencia do modelo. O ASSIGN aponta
      *            para o nome em WORKING-STORAGE (copybook ENVCFGWS) -
      *            o programa precisa chamar P8050-DEFINE-AMBIENTE
      *            antes do OPEN. Usada sempre em conjunto com PPGWS e
      *            PPGPA.
      ******************************************************************
           SELECT CADASTRO-PROGRAMADOS ASSIGN TO
           WS-ARQ-PROGRAMADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPG-CHAVE
           FILE STATUS IS WS-PPG-STATUS.
