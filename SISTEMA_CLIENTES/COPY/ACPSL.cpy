      ******************************************************************
      * Copybook:  ACPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT do arquivo indexado de acordos de
      *            preco (ACORDOS-PRECO, copybook ACPF), chave alvo
      *            do acordo (cliente ou grupo economico) + item +
      *            sequencia. O ASSIGN aponta para o nome em
      *            WORKING-STORAGE (copybook ENVCFGWS) - o programa
      *            precisa chamar P8050-DEFINE-AMBIENTE antes do
      *            OPEN. Usada sempre em conjunto com ACPWS e ACPPA.
      ******************************************************************
           SELECT ACORDOS-PRECO ASSIGN TO
           WS-ARQ-ACORDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACP-CHAVE
           FILE STATUS IS WS-ACP-STATUS.
