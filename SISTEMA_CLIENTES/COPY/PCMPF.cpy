      ******************************************************************
      * Copybook:  PCMPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de cabecalho do pedido de compra
      *            (PURCHORD.dat): numero (CTL-PROX-COMPRA do
      *            CODECTL.dat), fornecedor do SUPPLIER-MASTER, data
      *            de emissao, data prevista de entrega e situacao.
      *            A situacao acompanha o recebimento das linhas
      *            (copybook PCMLF): ABERTO sem nada recebido, PARCIAL
      *            com alguma linha pendente, RECEBIDO com todas
      *            completas. CANCELADO encerra o saldo que faltava.
      ******************************************************************
       01  REG-PEDIDO-COMPRA.
           05  PCH-NUMERO              PIC 9(06).
           05  PCH-FORNECEDOR          PIC 9(06).
           05  PCH-DATA-EMISSAO        PIC 9(08).
           05  PCH-DATA-PREVISTA       PIC 9(08).
           05  PCH-SITUACAO            PIC X(01).
               88  PCH-ABERTO                  VALUE 'A'.
               88  PCH-PARCIAL                 VALUE 'P'.
               88  PCH-RECEBIDO                VALUE 'R'.
               88  PCH-CANCELADO               VALUE 'C'.
               88  PCH-A-RECEBER               VALUE 'A' 'P'.
           05  PCH-OPERADOR            PIC X(08).
