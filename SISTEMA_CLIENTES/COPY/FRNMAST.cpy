      ******************************************************************
      * Copybook:  FRNMAST
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro-mestre de
      *            fornecedores (SUPPLIER-MASTER), no molde do
      *            ITEM-MASTER: razao social, CNPJ (critica por modulo
      *            11 do DOCVALPA), contato, telefone, e-mail, prazo
      *            de entrega em dias corridos e situacao. Inativacao
      *            logica - o fornecedor continua no arquivo para os
      *            pedidos de compra antigos, mas nao recebe pedido
      *            novo no PO-MAINT. A entrada de mercadoria no
      *            STOCK-MOVE era digitada sem registro de quem
      *            vendeu.
      ******************************************************************
       01  FORNECEDOR-RECORD.
           05  FRN-CODIGO              PIC 9(06).
           05  FRN-RAZAO-SOCIAL        PIC X(40).
           05  FRN-CNPJ                PIC 9(14).
           05  FRN-CONTATO             PIC X(30).
           05  FRN-TELEFONE            PIC X(15).
           05  FRN-EMAIL               PIC X(40).
           05  FRN-PRAZO-ENTREGA       PIC 9(03).
           05  FRN-STATUS-REGISTRO     PIC X(01).
               88  FRN-REGISTRO-ATIVO          VALUE 'A'.
               88  FRN-REGISTRO-INATIVO        VALUE 'I'.
