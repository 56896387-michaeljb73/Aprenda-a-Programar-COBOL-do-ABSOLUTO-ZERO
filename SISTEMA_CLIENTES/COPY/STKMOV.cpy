      *            alocacao de pedido (A), liberacao de backorder
      *            (L) e devolucao por cancelamento ou reducao de
      *            pedido (C).
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  A entrada (E) passou a ser sempre recebimento
      *                  de pedido de compra, com o numero do pedido
      *                  em MOV-REFERENCIA.
      * 15/10/2026  MJB  Incluido o ajuste de inventario fisico (I),
      *                  lancado pelo INV-COUNT na aprovacao da
      *                  contagem - a quantidade e a diferenca em
      *                  modulo, o sentido sai do saldo anterior e
      *                  novo, e MOV-REFERENCIA leva a data de
      *                  congelamento da folha (AAMMDD).
      * 15/10/2026  MJB  Incluido o retorno de mercadoria devolvida pelo
      *                  cliente (R), lancado pelo CREDIT-NOTE para as
      *                  linhas revendaveis da autorizacao de devolucao
      *                  (RMAFILE.dat) - MOV-REFERENCIA leva o numero
      *                  da nota de credito.
      * 15/10/2026  MJB  Incluido o deposito do saldo movimentado
      *                  (MOV-DEPOSITO, no fim do registro - linha
      *                  anterior ao saldo por deposito le em branco)
      *                  e os movimentos de transferencia entre
      *                  depositos: saida na origem (T) e entrada no
      *                  destino (U), com o numero da transferencia
      *                  (STKXFER.dat) em MOV-REFERENCIA.
      ******************************************************************
       01  REG-MOVIMENTO-ESTOQUE.
           05  MOV-DATA                PIC 9(08).
               88  MOV-ALOCACAO                VALUE 'A'.
               88  MOV-LIBERACAO               VALUE 'L'.
               88  MOV-CANCELAMENTO            VALUE 'C'.
               88  MOV-AJUSTE-INVENTARIO       VALUE 'I'.
               88  MOV-DEVOLUCAO-CLIENTE       VALUE 'R'.
               88  MOV-TRANSF-SAIDA            VALUE 'T'.
               88  MOV-TRANSF-ENTRADA          VALUE 'U'.
           05  MOV-QUANTIDADE          PIC 9(07).
           05  MOV-SALDO-ANTERIOR      PIC 9(07).
           05  MOV-SALDO-NOVO          PIC 9(07).
           05  MOV-OPERADOR            PIC X(08).
           05  MOV-REFERENCIA          PIC 9(06).
           05  MOV-DEPOSITO            PIC X(03).
