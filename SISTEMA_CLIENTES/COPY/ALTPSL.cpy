      ******************************************************************
      * Copybook:  ALTPSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada das alteracoes
      *            pendentes de aprovacao (ALTPEND.dat, copybook
      *            ALTPF). Acrescido pelo PROGCSV e pelo CAD-TELA,
      *            decidido pelo ALTER-APPROVE e lido pelo CUST-360 e,
      *            para o limite ainda nao aprovado, pelo ORDER-ENTRY,
      *            QUOTE-MAINT e STORD-GEN.
      ******************************************************************
           SELECT ALTERACOES-PENDENTES ASSIGN TO
           'src\assets\ALTPEND.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALP-STATUS.
