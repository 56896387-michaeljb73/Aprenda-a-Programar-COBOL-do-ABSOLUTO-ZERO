      ******************************************************************
      * Copybook:  ENRSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT do arquivo indexado de enderecos
      *            tipados do cliente (CADASTRO-ENDERECOS, copybook
      *            ENRF), chave cliente + sequencia do endereco. O
      *            ASSIGN aponta para o nome em WORKING-STORAGE
      *            (copybook ENVCFGWS) - o programa precisa chamar
      *            P8050-DEFINE-AMBIENTE antes do OPEN. Usada sempre
      *            em conjunto com ENRWS e ENRPA.
      ******************************************************************
           SELECT CADASTRO-ENDERECOS ASSIGN TO
           WS-ARQ-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENR-CHAVE
           FILE STATUS IS WS-ENR-STATUS.
