      ******************************************************************
      * Copybook:  RNVF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do aviso de renovacao de contrato
      *            (RENOVAC.dat) - uma linha por contrato e fim de
      *            vigencia avisado. O RENEW-NOTICE grava o aviso
      *            AVISADO com o valor atual, o valor reajustado pelo
      *            indice (mesma conta do BILLING-SCHEDULE) e a data
      *            limite da resposta; o RENEW-MAINT registra a
      *            resposta do cliente (RENOVAR, RENEGOCIAR ou NAO
      *            RENOVAR, esta com o motivo da tabela CANCRF.dat).
      *            Aviso sem resposta apos a data limite ganha um
      *            chamado SAC de retorno (SEM RESPOSTA, com o numero
      *            do chamado) e NAO RENOVAR vira o cancelamento
      *            formal do contrato no fim da vigencia (CANCELADO,
      *            com a data da execucao) - as duas coisas no
      *            RENEW-NOTICE.
      ******************************************************************
       01  REG-AVISO-RENOVACAO.
           05  RNV-CODIGO              PIC 9(06).
           05  RNV-CONTRATO            PIC 9(02).
           05  RNV-FIM-VIGENCIA        PIC 9(08).
           05  RNV-DATA-AVISO          PIC 9(08).
           05  RNV-DATA-LIMITE         PIC 9(08).
           05  RNV-VALOR-ATUAL         PIC 9(09)V99.
           05  RNV-VALOR-PROPOSTO      PIC 9(09)V99.
           05  RNV-SITUACAO            PIC X(01).
               88  RNV-AVISADO                 VALUE 'A'.
               88  RNV-RENOVAR                 VALUE 'R'.
               88  RNV-RENEGOCIAR              VALUE 'N'.
               88  RNV-NAO-RENOVAR             VALUE 'C'.
               88  RNV-SEM-RESPOSTA            VALUE 'F'.
               88  RNV-CANCELADO               VALUE 'X'.
           05  RNV-DATA-RESPOSTA       PIC 9(08).
           05  RNV-OPERADOR            PIC X(08).
           05  RNV-MOTIVO              PIC X(03).
           05  RNV-NOTA                PIC X(30).
           05  RNV-CHAMADO             PIC 9(06).
           05  RNV-DATA-EXECUCAO       PIC 9(08).
