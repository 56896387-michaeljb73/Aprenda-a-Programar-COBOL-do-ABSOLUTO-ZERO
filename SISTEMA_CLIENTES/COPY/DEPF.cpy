      ******************************************************************
      * Copybook:  DEPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de depositos
      *            (DEPOSITO.dat), mantido pelo WHSE-MAINT: codigo do
      *            deposito, filial a que pertence (mesma codificacao
      *            de CSV-FILIAL/ORD-FILIAL), nome e situacao. O saldo
      *            de estoque (STOCKF) e mantido por deposito e item;
      *            a alocacao do pedido procura primeiro os depositos
      *            da filial do pedido. Deposito inativo nao recebe
      *            entrada nem transferencia, mas o saldo que ainda
      *            tiver continua valendo.
      ******************************************************************
       01  REG-DEPOSITO.
           05  DEP-CODIGO              PIC X(03).
           05  DEP-FILIAL              PIC X(02).
           05  DEP-NOME                PIC X(30).
           05  DEP-SITUACAO            PIC X(01).
               88  DEP-ATIVO                   VALUE 'A'.
               88  DEP-INATIVO                 VALUE 'I'.
