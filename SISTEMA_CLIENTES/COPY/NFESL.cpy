      ******************************************************************
      * Copybook:  NFESL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro de notas
      *            fiscais eletronicas (NFE.dat, copybook NFEF). Usada
      *            pelo INVOICE-GEN (inclusao), NFE-GEN, NFE-RETURN,
      *            NFE-WORKLIST, SHIP-CONFIRM e REMIT-GEN, com NFEWS
      *            e NFEPA quando o registro e carregado em memoria.
      ******************************************************************
           SELECT REGISTRO-NFE ASSIGN TO
           'src\assets\NFE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NFE-STATUS.
