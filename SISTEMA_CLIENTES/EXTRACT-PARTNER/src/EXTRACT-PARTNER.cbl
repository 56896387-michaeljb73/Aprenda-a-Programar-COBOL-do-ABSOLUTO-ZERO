      *                  e hash-total de valor onde se aplica -
      *                  conferivel pelo MANIFEST-VERIFY antes da
      *                  transmissao.
      * 15/10/2026  MJB  Cliente anonimizado a pedido do titular
      *                  (LGPD-ANONYMIZE) fica fora do extrato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-PARTNER.

            IF NOT WS-CUST-FIM-ARQUIVO
               ADD 1 TO WS-QTD-LIDOS
      *        CLIENTE ANONIMIZADO (LGPD) NAO VAI PARA A MATRIZ
               IF NOT CSV-ANONIMIZADO
                  PERFORM P210-MONTA-REGISTRO
                  WRITE REG-ARQPARTN
                  ADD 1 TO WS-QTD-EXTRAIDOS
                  ADD CSV-VALOR-CONTRATO TO WS-HASH-VALOR
               END-IF
            END-IF.

       P210-MONTA-REGISTRO.
