      ******************************************************************
      * Copybook:  QTCPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados das cartas de quitacao
      *            antecipada. Requer QTCSL (SELECT), QTCF (FD) e
      *            QTCWS (WORKING-STORAGE).
      *              P8150 - carrega as cartas na tabela e guarda o
      *                      maior numero ja usado (arquivo ausente =
      *                      nenhuma carta)
      *              P8152 - localiza a carta EMITIDA do cliente
      *                      WS-QTC-CLIENTE-PROC (com WS-QTC-NOSSO-
      *                      PROC preenchido, so a daquele boleto);
      *                      indice em WS-IDX-QTC-ACHADA, zero se nao
      *                      ha
      *              P8158 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8150-CARREGA-QUITACOES.
            MOVE ZEROS TO WS-QTD-QTC-TAB
            MOVE ZEROS TO WS-QTC-ULTIMO-NUMERO
            MOVE 'N' TO WS-QTC-ESTOUROU
            MOVE 'N' TO WS-FIM-QTC
            OPEN INPUT CARTAS-QUITACAO
            IF WS-QTC-OK
               PERFORM P8151-LE-QUITACAO UNTIL WS-FIM-QTC-SIM
               CLOSE CARTAS-QUITACAO
            END-IF.

       P8151-LE-QUITACAO.
            READ CARTAS-QUITACAO
                 AT END SET WS-FIM-QTC-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-QTC-SIM
               IF WS-QTD-QTC-TAB < WS-MAX-QTC
                  ADD 1 TO WS-QTD-QTC-TAB
                  MOVE REG-CARTA-QUITACAO
                       TO WS-QTC-ENTRADA(WS-QTD-QTC-TAB)
                  IF QTC-NUMERO IS NUMERIC
                     AND QTC-NUMERO > WS-QTC-ULTIMO-NUMERO
                     MOVE QTC-NUMERO TO WS-QTC-ULTIMO-NUMERO
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-QTC ' CARTAS DE '
                          'QUITACAO NO ARQUIVO - CARGA ABORTADA.'
                  SET WS-QTC-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-QTC-SIM TO TRUE
               END-IF
            END-IF.

       P8152-LOCALIZA-QUITACAO.
            MOVE ZEROS TO WS-IDX-QTC-ACHADA
            PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                    UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                IF WS-QTT-CODIGO(WS-IDX-QTC) = WS-QTC-CLIENTE-PROC
                   AND WS-QTT-EMITIDA(WS-IDX-QTC)
                   AND (WS-QTC-NOSSO-PROC = ZEROS
                        OR WS-QTT-NOSSO-NUMERO(WS-IDX-QTC)
                           = WS-QTC-NOSSO-PROC)
                   MOVE WS-IDX-QTC TO WS-IDX-QTC-ACHADA
                END-IF
            END-PERFORM.

       P8158-GRAVA-QUITACOES.
            MOVE 'N' TO WS-QTC-GRAVADAS
            MOVE SPACES TO WS-QTC-STATUS
            OPEN OUTPUT CARTAS-QUITACAO
            IF WS-QTC-OK
               PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                       UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                   MOVE WS-QTC-ENTRADA(WS-IDX-QTC)
                        TO REG-CARTA-QUITACAO
                   WRITE REG-CARTA-QUITACAO
               END-PERFORM
               CLOSE CARTAS-QUITACAO
               SET WS-QTC-GRAVADAS-SIM TO TRUE
            END-IF.
