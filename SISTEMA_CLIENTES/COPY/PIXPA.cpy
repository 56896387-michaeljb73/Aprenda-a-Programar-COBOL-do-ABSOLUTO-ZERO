      ******************************************************************
      * Copybook:  PIXPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do identificador de
      *            cobranca PIX (txid, ver PIXWS).
      *            P8840-MONTA-TXID-PIX: o chamador move cliente,
      *            parcela e nosso-numero para WS-PXT-CODIGO,
      *            WS-PXT-PARCELA e WS-PXT-NOSSO-NUMERO; sai o txid
      *            completo em WS-PIX-TXID.
      *            P8845-CONFERE-TXID-PIX: o chamador move o txid
      *            recebido para WS-PIX-TXID; WS-PIX-TXID-VALIDO diz
      *            se prefixo, versao, digitos e verificador conferem
      *            e, se sim, a chave da parcela fica nos WS-PXT-*.
      ******************************************************************
       P8840-MONTA-TXID-PIX.
            MOVE 'SCPIX' TO WS-PXT-PREFIXO
            MOVE '01'    TO WS-PXT-VERSAO
            PERFORM P8849-CALCULA-DV-PIX
            MOVE WS-PXT-DV-CALCULADO TO WS-PXT-DV.

       P8845-CONFERE-TXID-PIX.
            MOVE 'N' TO WS-PIX-TXID-VALIDO
            IF WS-PXT-PREFIXO = 'SCPIX'
               AND WS-PXT-VERSAO = '01'
               AND WS-PXT-BASE IS NUMERIC
               AND WS-PXT-DV IS NUMERIC
               AND WS-PXT-NOSSO-NUMERO > ZEROS
               PERFORM P8849-CALCULA-DV-PIX
               IF WS-PXT-DV-CALCULADO = WS-PXT-DV
                  SET WS-PIX-TXID-VALIDO-SIM TO TRUE
               END-IF
            END-IF.

      *     MODULO 11, PESOS 2 A 9 CICLICOS A PARTIR DA DIREITA;
      *     RESTO 0 OU 1 DA VERIFICADOR ZERO
       P8849-CALCULA-DV-PIX.
            MOVE ZEROS TO WS-PXT-SOMA
            MOVE 2 TO WS-PXT-PESO
            PERFORM VARYING WS-PXT-IDX FROM 18 BY -1
                    UNTIL WS-PXT-IDX < 1
                COMPUTE WS-PXT-SOMA = WS-PXT-SOMA
                        + (WS-PXT-DIGITO(WS-PXT-IDX) * WS-PXT-PESO)
                IF WS-PXT-PESO = 9
                   MOVE 2 TO WS-PXT-PESO
                ELSE
                   ADD 1 TO WS-PXT-PESO
                END-IF
            END-PERFORM
            DIVIDE WS-PXT-SOMA BY 11 GIVING WS-PXT-QUOCIENTE
                   REMAINDER WS-PXT-RESTO
            IF WS-PXT-RESTO < 2
               MOVE ZEROS TO WS-PXT-DV-CALCULADO
            ELSE
               COMPUTE WS-PXT-DV-CALCULADO = 11 - WS-PXT-RESTO
            END-IF.
