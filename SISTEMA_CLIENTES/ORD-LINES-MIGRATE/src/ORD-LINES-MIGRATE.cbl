      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Deposito da linha (ORL-DEPOSITO) gravado em
      *                  branco - o ORDER-ENTRY assume o deposito da
      *                  filial do pedido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORD-LINES-MIGRATE.
                  MOVE ZEROS TO ORL-PRECO-UNITARIO
               END-IF
               MOVE ORD-VALOR       TO ORL-VALOR-LINHA
               MOVE SPACES          TO ORL-DEPOSITO
               WRITE REG-LINHA-PEDIDO
               IF WS-LINHAS-OK
                  ADD 1 TO WS-QTD-LINHAS
