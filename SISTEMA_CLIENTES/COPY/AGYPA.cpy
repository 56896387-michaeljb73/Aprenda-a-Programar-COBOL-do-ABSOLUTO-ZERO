      ******************************************************************
      * Copybook:  AGYPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do cadastro de agencias
      *            de cobranca. Requer AGYSL (SELECT), AGYF (FD) e
      *            AGYWS (WORKING-STORAGE).
      *              P8830 - carrega o cadastro na tabela (arquivo
      *                      ausente = nenhuma agencia)
      *              P8835 - localiza WS-AGY-PROCURADA (indice em
      *                      WS-IDX-AGY-ACHADA, zero se nao existe)
      *              P8838 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8830-CARREGA-AGENCIAS.
            MOVE ZEROS TO WS-QTD-AGY-TAB
            MOVE 'N' TO WS-AGY-ESTOUROU
            MOVE 'N' TO WS-FIM-AGENCIAS
            OPEN INPUT CADASTRO-AGENCIAS
            IF WS-AGY-OK
               PERFORM P8831-LE-AGENCIA UNTIL WS-FIM-AGENCIAS-SIM
               CLOSE CADASTRO-AGENCIAS
            END-IF.

       P8831-LE-AGENCIA.
            READ CADASTRO-AGENCIAS
                 AT END SET WS-FIM-AGENCIAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-AGENCIAS-SIM
               IF WS-QTD-AGY-TAB < WS-MAX-AGENCIAS
                  ADD 1 TO WS-QTD-AGY-TAB
                  MOVE AGY-CODIGO   TO WS-AGT-CODIGO(WS-QTD-AGY-TAB)
                  MOVE AGY-NOME     TO WS-AGT-NOME(WS-QTD-AGY-TAB)
                  MOVE AGY-PCT-COMISSAO
                       TO WS-AGT-PCT-COMISSAO(WS-QTD-AGY-TAB)
                  MOVE AGY-SITUACAO
                       TO WS-AGT-SITUACAO(WS-QTD-AGY-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-AGENCIAS
                          ' AGENCIAS NO CADASTRO - CARGA ABORTADA.'
                  SET WS-AGY-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-AGENCIAS-SIM TO TRUE
               END-IF
            END-IF.

       P8835-LOCALIZA-AGENCIA.
            MOVE ZEROS TO WS-IDX-AGY-ACHADA
            PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                    UNTIL WS-IDX-AGY > WS-QTD-AGY-TAB
                    OR WS-IDX-AGY-ACHADA > ZEROS
                IF WS-AGT-CODIGO(WS-IDX-AGY) = WS-AGY-PROCURADA
                   MOVE WS-IDX-AGY TO WS-IDX-AGY-ACHADA
                END-IF
            END-PERFORM.

       P8838-GRAVA-AGENCIAS.
            MOVE 'N' TO WS-AGY-GRAVADAS
            MOVE SPACES TO WS-AGY-STATUS
            OPEN OUTPUT CADASTRO-AGENCIAS
            IF WS-AGY-OK
               PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                       UNTIL WS-IDX-AGY > WS-QTD-AGY-TAB
                   MOVE WS-AGT-CODIGO(WS-IDX-AGY)   TO AGY-CODIGO
                   MOVE WS-AGT-NOME(WS-IDX-AGY)     TO AGY-NOME
                   MOVE WS-AGT-PCT-COMISSAO(WS-IDX-AGY)
                        TO AGY-PCT-COMISSAO
                   MOVE WS-AGT-SITUACAO(WS-IDX-AGY) TO AGY-SITUACAO
                   WRITE REG-AGENCIA
               END-PERFORM
               CLOSE CADASTRO-AGENCIAS
               SET WS-AGY-GRAVADAS-SIM TO TRUE
            END-IF.
