      ******************************************************************
      * Copybook:  PESSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT do arquivo indexado de pessoas de
      *            contato do cliente (CADASTRO-PESSOAS, copybook
      *            PESF), chave cliente + sequencia da pessoa. O
      *            ASSIGN aponta para o nome em WORKING-STORAGE
      *            (copybook ENVCFGWS) - o programa precisa chamar
      *            P8050-DEFINE-AMBIENTE antes do OPEN. Usada sempre
      *            em conjunto com PESWS e PESPA.
      ******************************************************************
           SELECT CADASTRO-PESSOAS ASSIGN TO
           WS-ARQ-PESSOAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PES-CHAVE
           FILE STATUS IS WS-PES-STATUS.
