      ******************************************************************
      * Copybook:  PODF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de comprovante de entrega
      *            (ENTREGA.dat) - uma linha por retorno aceito da
      *            transportadora no POD-LOAD: pedido embarcado
      *            (SHIPFILE.dat), entrega com data e nome de quem
      *            recebeu, ou tentativa frustrada com o motivo. Um
      *            pedido pode ter varias tentativas frustradas antes
      *            da entrega; vale sempre a ultima linha do pedido,
      *            e depois da entrega o POD-LOAD nao aceita mais
      *            nada. E a prova que faltava quando o cliente
      *            contesta a fatura dizendo que nao recebeu.
      ******************************************************************
       01  REG-ENTREGA.
           05  ENT-NUMERO-PEDIDO       PIC 9(06).
           05  ENT-CODIGO-TRANSP       PIC X(04).
           05  ENT-SITUACAO            PIC X(01).
               88  ENT-ENTREGUE                VALUE 'E'.
               88  ENT-FRUSTRADA               VALUE 'F'.
           05  ENT-DATA                PIC 9(08).
           05  ENT-RECEBEDOR           PIC X(30).
           05  ENT-MOTIVO-FALHA        PIC X(30).
           05  ENT-DATA-CARGA          PIC 9(08).
