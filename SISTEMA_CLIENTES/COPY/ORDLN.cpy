      *            numeros de pedido, tres criticas de credito e tres
      *            linhas no faturamento. Pedido do layout antigo
      *            ganha a linha unica pelo ORD-LINES-MIGRATE.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Incluido o deposito que alocou a linha
      *                  (ORL-DEPOSITO, no fim do registro) - e para
      *                  ele que o cancelamento devolve a quantidade.
      *                  Linha sem alocacao (pedido em backorder) ou
      *                  anterior ao saldo por deposito fica em
      *                  branco.
      ******************************************************************
       01  REG-LINHA-PEDIDO.
           05  ORL-NUMERO              PIC 9(06).
           05  ORL-QUANTIDADE          PIC 9(05).
           05  ORL-PRECO-UNITARIO      PIC 9(07)V99.
           05  ORL-VALOR-LINHA         PIC 9(09)V99.
           05  ORL-DEPOSITO            PIC X(03).
