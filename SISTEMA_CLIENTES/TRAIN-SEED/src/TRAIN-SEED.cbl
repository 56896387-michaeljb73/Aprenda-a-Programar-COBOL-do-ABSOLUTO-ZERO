      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Parcelas de treinamento gravadas no contrato
      *                  principal (PCL-CONTRATO = 01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIN-SEED.
                            SET PCL-ABERTA TO TRUE
                   END-EVALUATE
                   MOVE ZEROS TO PCL-NOSSO-NUMERO
                   SET PCL-CONTRATO-PRINCIPAL TO TRUE
                   WRITE REG-PARCELA
                   ADD 1 TO WS-QTD-PARCELAS-GER

