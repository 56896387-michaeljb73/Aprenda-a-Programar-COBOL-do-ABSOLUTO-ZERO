      ******************************************************************
      * Copybook:  TRFPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados das transferencias de
      *            estoque entre depositos. Requer TRFSL (SELECT), TRFF
      *            (FD) e TRFWS (WORKING-STORAGE).
      *              P8670 - carrega as transferencias na tabela e
      *                      apura o maior numero ja usado (arquivo
      *                      ausente = nenhuma transferencia)
      *              P8675 - localiza WS-TRF-PROCURADA (indice em
      *                      WS-IDX-TRF-ACHADA, zero se nao existe)
      *              P8678 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8670-CARREGA-TRANSFERENCIAS.
            MOVE ZEROS TO WS-QTD-TRF-TAB
            MOVE ZEROS TO WS-TRF-ULTIMO-NUMERO
            MOVE 'N' TO WS-TRF-ESTOUROU
            MOVE 'N' TO WS-FIM-TRF
            OPEN INPUT TRANSFERENCIAS-ESTOQUE
            IF WS-TRF-OK
               PERFORM P8671-LE-TRANSFERENCIA UNTIL WS-FIM-TRF-SIM
               CLOSE TRANSFERENCIAS-ESTOQUE
            END-IF.

       P8671-LE-TRANSFERENCIA.
            READ TRANSFERENCIAS-ESTOQUE
                 AT END SET WS-FIM-TRF-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-TRF-SIM
               IF WS-QTD-TRF-TAB < WS-MAX-TRF
                  ADD 1 TO WS-QTD-TRF-TAB
                  MOVE TRF-NUMERO TO WS-TRT-NUMERO(WS-QTD-TRF-TAB)
                  MOVE TRF-DATA-ENVIO
                       TO WS-TRT-DATA-ENVIO(WS-QTD-TRF-TAB)
                  MOVE TRF-DEP-ORIGEM
                       TO WS-TRT-DEP-ORIGEM(WS-QTD-TRF-TAB)
                  MOVE TRF-DEP-DESTINO
                       TO WS-TRT-DEP-DESTINO(WS-QTD-TRF-TAB)
                  MOVE TRF-ITEM TO WS-TRT-ITEM(WS-QTD-TRF-TAB)
                  MOVE TRF-QUANTIDADE
                       TO WS-TRT-QUANTIDADE(WS-QTD-TRF-TAB)
                  MOVE TRF-SITUACAO
                       TO WS-TRT-SITUACAO(WS-QTD-TRF-TAB)
                  MOVE TRF-DATA-RECEBIMENTO
                       TO WS-TRT-DATA-RECEBIMENTO(WS-QTD-TRF-TAB)
                  MOVE TRF-OPERADOR-ENVIO
                       TO WS-TRT-OPERADOR-ENVIO(WS-QTD-TRF-TAB)
                  MOVE TRF-OPERADOR-RECEBIMENTO
                       TO WS-TRT-OPERADOR-RECEBIMENTO(WS-QTD-TRF-TAB)
                  IF TRF-NUMERO > WS-TRF-ULTIMO-NUMERO
                     MOVE TRF-NUMERO TO WS-TRF-ULTIMO-NUMERO
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-TRF ' TRANSFERENCIAS NO '
                          'ARQUIVO - CARGA ABORTADA.'
                  SET WS-TRF-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-TRF-SIM TO TRUE
               END-IF
            END-IF.

       P8675-LOCALIZA-TRANSFERENCIA.
            MOVE ZEROS TO WS-IDX-TRF-ACHADA
            PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                    UNTIL WS-IDX-TRF > WS-QTD-TRF-TAB
                    OR WS-IDX-TRF-ACHADA > ZEROS
                IF WS-TRT-NUMERO(WS-IDX-TRF) = WS-TRF-PROCURADA
                   MOVE WS-IDX-TRF TO WS-IDX-TRF-ACHADA
                END-IF
            END-PERFORM.

       P8678-GRAVA-TRANSFERENCIAS.
            MOVE 'N' TO WS-TRF-GRAVADAS
            MOVE SPACES TO WS-TRF-STATUS
            OPEN OUTPUT TRANSFERENCIAS-ESTOQUE
            IF WS-TRF-OK
               PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                       UNTIL WS-IDX-TRF > WS-QTD-TRF-TAB
                   MOVE WS-TRT-NUMERO(WS-IDX-TRF) TO TRF-NUMERO
                   MOVE WS-TRT-DATA-ENVIO(WS-IDX-TRF)
                        TO TRF-DATA-ENVIO
                   MOVE WS-TRT-DEP-ORIGEM(WS-IDX-TRF)
                        TO TRF-DEP-ORIGEM
                   MOVE WS-TRT-DEP-DESTINO(WS-IDX-TRF)
                        TO TRF-DEP-DESTINO
                   MOVE WS-TRT-ITEM(WS-IDX-TRF) TO TRF-ITEM
                   MOVE WS-TRT-QUANTIDADE(WS-IDX-TRF)
                        TO TRF-QUANTIDADE
                   MOVE WS-TRT-SITUACAO(WS-IDX-TRF) TO TRF-SITUACAO
                   MOVE WS-TRT-DATA-RECEBIMENTO(WS-IDX-TRF)
                        TO TRF-DATA-RECEBIMENTO
                   MOVE WS-TRT-OPERADOR-ENVIO(WS-IDX-TRF)
                        TO TRF-OPERADOR-ENVIO
                   MOVE WS-TRT-OPERADOR-RECEBIMENTO(WS-IDX-TRF)
                        TO TRF-OPERADOR-RECEBIMENTO
                   WRITE REG-TRANSFERENCIA
               END-PERFORM
               CLOSE TRANSFERENCIAS-ESTOQUE
               SET WS-TRF-GRAVADAS-SIM TO TRUE
            END-IF.
