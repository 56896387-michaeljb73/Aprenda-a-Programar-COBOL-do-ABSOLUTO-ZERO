      ******************************************************************
      * Copybook:  KITPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados da composicao dos kits.
      *            Requer KITSL (SELECT), KITF (FD) e KITWS (WORKING-
      *            STORAGE).
      *              P8680 - carrega a composicao na tabela (arquivo
      *                      ausente = nenhum kit)
      *              P8685 - monta em WS-TAB-CMP-KIT os componentes de
      *                      WS-KIT-PROCURADO (WS-QTD-CMP-KIT zero se
      *                      o item nao tem composicao)
      *              P8688 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8680-CARREGA-COMPOSICAO.
            MOVE ZEROS TO WS-QTD-COMPONENTES-TAB
            MOVE 'N' TO WS-KITS-ESTOURARAM
            MOVE 'N' TO WS-FIM-KITS
            OPEN INPUT COMPONENTES-KIT
            IF WS-KIT-OK
               PERFORM P8681-LE-COMPONENTE UNTIL WS-FIM-KITS-SIM
               CLOSE COMPONENTES-KIT
            END-IF.

       P8681-LE-COMPONENTE.
            READ COMPONENTES-KIT
                 AT END SET WS-FIM-KITS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-KITS-SIM
               IF WS-QTD-COMPONENTES-TAB < WS-MAX-COMPONENTES
                  ADD 1 TO WS-QTD-COMPONENTES-TAB
                  MOVE KIT-CODIGO
                       TO WS-KTC-KIT(WS-QTD-COMPONENTES-TAB)
                  MOVE KIT-COMPONENTE
                       TO WS-KTC-COMPONENTE(WS-QTD-COMPONENTES-TAB)
                  MOVE KIT-QUANTIDADE
                       TO WS-KTC-QUANTIDADE(WS-QTD-COMPONENTES-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-COMPONENTES
                          ' COMPONENTES DE KIT NO ARQUIVO - CARGA '
                          'ABORTADA.'
                  SET WS-KITS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-KITS-SIM TO TRUE
               END-IF
            END-IF.

       P8685-MONTA-COMPOSICAO.
            MOVE ZEROS TO WS-QTD-CMP-KIT
            PERFORM VARYING WS-IDX-COMPONENTE FROM 1 BY 1
                    UNTIL WS-IDX-COMPONENTE > WS-QTD-COMPONENTES-TAB
                IF WS-KTC-KIT(WS-IDX-COMPONENTE) = WS-KIT-PROCURADO
                   AND WS-QTD-CMP-KIT < WS-MAX-CMP-KIT
                   ADD 1 TO WS-QTD-CMP-KIT
                   MOVE WS-KTC-COMPONENTE(WS-IDX-COMPONENTE)
                        TO WS-CMP-ITEM(WS-QTD-CMP-KIT)
                   MOVE WS-KTC-QUANTIDADE(WS-IDX-COMPONENTE)
                        TO WS-CMP-QUANTIDADE(WS-QTD-CMP-KIT)
                   MOVE WS-IDX-COMPONENTE
                        TO WS-CMP-IDX-TAB(WS-QTD-CMP-KIT)
                END-IF
            END-PERFORM.

       P8688-GRAVA-COMPOSICAO.
            MOVE 'N' TO WS-KITS-GRAVADOS
            MOVE SPACES TO WS-KIT-STATUS
            OPEN OUTPUT COMPONENTES-KIT
            IF WS-KIT-OK
               PERFORM VARYING WS-IDX-COMPONENTE FROM 1 BY 1
                       UNTIL WS-IDX-COMPONENTE > WS-QTD-COMPONENTES-TAB
                   IF WS-KTC-KIT(WS-IDX-COMPONENTE) NOT = SPACES
                      MOVE WS-KTC-KIT(WS-IDX-COMPONENTE) TO KIT-CODIGO
                      MOVE WS-KTC-COMPONENTE(WS-IDX-COMPONENTE)
                           TO KIT-COMPONENTE
                      MOVE WS-KTC-QUANTIDADE(WS-IDX-COMPONENTE)
                           TO KIT-QUANTIDADE
                      WRITE REG-COMPONENTE-KIT
                   END-IF
               END-PERFORM
               CLOSE COMPONENTES-KIT
               SET WS-KITS-GRAVADOS-SIM TO TRUE
            END-IF.
