      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Parcela migrada sai no contrato principal
      *                  (PCL-CONTRATO = 01), no layout atual de 40
      *                  posicoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-MIGRATE.
               MOVE PCA-VALOR        TO PCL-VALOR
               MOVE PCA-STATUS       TO PCL-STATUS
               MOVE ZEROS            TO PCL-NOSSO-NUMERO
               MOVE 01               TO PCL-CONTRATO
               WRITE REG-PARCELA
               IF WS-NOVAS-OK
                  ADD 1 TO WS-QTD-GRAVADAS
