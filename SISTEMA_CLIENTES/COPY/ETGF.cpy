      ******************************************************************
      * Copybook:  ETGF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de entrega do pedido
      *            (ENTREGAS.dat): o endereco escolhido no ORDER-ENTRY
      *            para entregar o pedido, copiado do cadastro de
      *            enderecos (ENRF) ou do proprio cadastro (sequencia
      *            zero) no momento da inclusao - endereco alterado ou
      *            desativado depois nao muda a entrega de pedido ja
      *            lancado. A UF daqui e a que o INVOICE-GEN tributa.
      *            Pedido sem registro (anterior ao arquivo) entrega
      *            no endereco do cadastro.
      ******************************************************************
       01  REG-ENTREGA-PEDIDO.
           05  ETG-NUMERO-PEDIDO       PIC 9(06).
           05  ETG-CODIGO-CLIENTE      PIC 9(06).
           05  ETG-SEQ-ENDERECO        PIC 9(02).
               88  ETG-ENDERECO-CADASTRO       VALUE ZEROS.
           05  ETG-AOS-CUIDADOS        PIC X(20).
           05  ETG-LOGRADOURO          PIC X(30).
           05  ETG-CIDADE              PIC X(10).
           05  ETG-UF                  PIC X(02).
           05  ETG-CEP                 PIC 9(08).
