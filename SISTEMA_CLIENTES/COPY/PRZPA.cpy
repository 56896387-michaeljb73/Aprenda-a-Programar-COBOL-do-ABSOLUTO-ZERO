      ******************************************************************
      * Copybook:  PRZPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados da tabela de prazo de
      *            entrega. Requer PRZSL (SELECT), PRZF (FD) e PRZWS
      *            (WORKING-STORAGE).
      *              P8780 - carrega a tabela (arquivo ausente =
      *                      nenhum prazo)
      *              P8785 - localiza WS-PRZ-TRP-PROCURADA para
      *                      WS-PRZ-UF-PROCURADA (indice em
      *                      WS-IDX-PRZ-ACHADO, zero se nao existe)
      *              P8788 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8780-CARREGA-PRAZOS.
            MOVE ZEROS TO WS-QTD-PRZ-TAB
            MOVE 'N' TO WS-PRZ-ESTOUROU
            MOVE 'N' TO WS-FIM-PRAZOS
            OPEN INPUT TABELA-PRAZOS
            IF WS-PRZ-OK
               PERFORM P8781-LE-PRAZO UNTIL WS-FIM-PRAZOS-SIM
               CLOSE TABELA-PRAZOS
            END-IF.

       P8781-LE-PRAZO.
            READ TABELA-PRAZOS
                 AT END SET WS-FIM-PRAZOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PRAZOS-SIM
               IF WS-QTD-PRZ-TAB < WS-MAX-PRAZOS
                  ADD 1 TO WS-QTD-PRZ-TAB
                  MOVE PRZ-TRANSPORTADORA
                       TO WS-PZT-TRANSPORTADORA(WS-QTD-PRZ-TAB)
                  MOVE PRZ-UF   TO WS-PZT-UF(WS-QTD-PRZ-TAB)
                  MOVE PRZ-DIAS TO WS-PZT-DIAS(WS-QTD-PRZ-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PRAZOS ' LINHAS NA '
                          'TABELA DE PRAZOS - CARGA ABORTADA.'
                  SET WS-PRZ-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-PRAZOS-SIM TO TRUE
               END-IF
            END-IF.

       P8785-LOCALIZA-PRAZO.
            MOVE ZEROS TO WS-IDX-PRZ-ACHADO
            PERFORM VARYING WS-IDX-PRZ FROM 1 BY 1
                    UNTIL WS-IDX-PRZ > WS-QTD-PRZ-TAB
                    OR WS-IDX-PRZ-ACHADO > ZEROS
                IF WS-PZT-TRANSPORTADORA(WS-IDX-PRZ) =
                   WS-PRZ-TRP-PROCURADA
                   AND WS-PZT-UF(WS-IDX-PRZ) = WS-PRZ-UF-PROCURADA
                   MOVE WS-IDX-PRZ TO WS-IDX-PRZ-ACHADO
                END-IF
            END-PERFORM.

       P8788-GRAVA-PRAZOS.
            MOVE 'N' TO WS-PRZ-GRAVADOS
            MOVE SPACES TO WS-PRZ-STATUS
            OPEN OUTPUT TABELA-PRAZOS
            IF WS-PRZ-OK
               PERFORM VARYING WS-IDX-PRZ FROM 1 BY 1
                       UNTIL WS-IDX-PRZ > WS-QTD-PRZ-TAB
                   MOVE WS-PZT-TRANSPORTADORA(WS-IDX-PRZ)
                        TO PRZ-TRANSPORTADORA
                   MOVE WS-PZT-UF(WS-IDX-PRZ)   TO PRZ-UF
                   MOVE WS-PZT-DIAS(WS-IDX-PRZ) TO PRZ-DIAS
                   WRITE REG-PRAZO
               END-PERFORM
               CLOSE TABELA-PRAZOS
               SET WS-PRZ-GRAVADOS-SIM TO TRUE
            END-IF.
