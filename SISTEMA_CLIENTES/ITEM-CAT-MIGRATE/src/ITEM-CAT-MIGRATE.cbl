      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  O ITMMAST ganhou o custo medio
      *                  (ITM-CUSTO-MEDIO) - a migracao grava custo
      *                  zero, como o ITEM-COST-MIGRATE.
      * 15/10/2026  MJB  Ponto de pedido e quantidade de reposicao
      *                  (novos no ITMMAST) gravados zerados.
      * 15/10/2026  MJB  Tipo do item (novo no ITMMAST) gravado como
      *                  item simples.
      * 15/10/2026  MJB  Peso do item (novo no ITMMAST) gravado zerado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-CAT-MIGRATE.
               MOVE ITA-PRECO-UNITARIO  TO ITM-PRECO-UNITARIO
               MOVE ITA-STATUS-REGISTRO TO ITM-STATUS-REGISTRO
               MOVE 'GERL'              TO ITM-CATEGORIA
               MOVE ZEROS               TO ITM-CUSTO-MEDIO
               MOVE ZEROS               TO ITM-PONTO-PEDIDO
               MOVE ZEROS               TO ITM-QTD-REPOSICAO
               SET ITM-ITEM-SIMPLES     TO TRUE
               MOVE ZEROS               TO ITM-PESO-KG
               WRITE ITEM-RECORD
               IF WS-NOVOS-OK
                  ADD 1 TO WS-QTD-GRAVADOS
