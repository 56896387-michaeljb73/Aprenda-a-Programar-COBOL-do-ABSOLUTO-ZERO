      ******************************************************************
      * Copybook:  CPLF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de encaminhamento a cobranca
      *            externa (COLLPLAC.dat) - um registro por cliente
      *            em PRE-JURIDICO (DUNSTAGE.dat) entregue a uma
      *            agencia pelo COLL-PLACE: agencia, data e valor
      *            encaminhado (parcelas vencidas em aberto mais
      *            encargos). O COLL-RETURN acumula o recuperado e a
      *            comissao devida a cada retorno da agencia e fecha
      *            o encaminhamento como QUITADO (recuperou tudo) ou
      *            DEVOLVIDO (a agencia desistiu da conta). O
      *            COLL-REPORT mede as agencias por aqui.
      ******************************************************************
       01  REG-ENCAMINHAMENTO.
           05  CPL-CODIGO              PIC 9(06).
           05  CPL-AGENCIA             PIC X(04).
           05  CPL-DATA-ENVIO          PIC 9(08).
           05  CPL-VALOR-ENVIADO       PIC 9(11)V99.
           05  CPL-VALOR-RECUPERADO    PIC 9(11)V99.
           05  CPL-VALOR-COMISSAO      PIC 9(09)V99.
           05  CPL-SITUACAO            PIC X(01).
               88  CPL-EM-COBRANCA             VALUE 'E'.
               88  CPL-DEVOLVIDO               VALUE 'D'.
               88  CPL-QUITADO                 VALUE 'Q'.
           05  CPL-DATA-SITUACAO       PIC 9(08).
