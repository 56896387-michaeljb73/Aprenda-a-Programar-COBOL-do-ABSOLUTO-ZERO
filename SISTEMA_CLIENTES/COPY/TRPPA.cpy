      ******************************************************************
      * Copybook:  TRPPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do cadastro de
      *            transportadoras. Requer TRPSL (SELECT), TRPF (FD) e
      *            TRPWS (WORKING-STORAGE).
      *              P8760 - carrega o cadastro na tabela (arquivo
      *                      ausente = nenhuma transportadora)
      *              P8765 - localiza WS-TRP-PROCURADA (indice em
      *                      WS-IDX-TRP-ACHADA, zero se nao existe)
      *              P8768 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8760-CARREGA-TRANSPORTADORAS.
            MOVE ZEROS TO WS-QTD-TRP-TAB
            MOVE 'N' TO WS-TRP-ESTOUROU
            MOVE 'N' TO WS-FIM-TRANSPORTADORAS
            OPEN INPUT CADASTRO-TRANSPORTADORAS
            IF WS-TRP-OK
               PERFORM P8761-LE-TRANSPORTADORA
                       UNTIL WS-FIM-TRANSPORTADORAS-SIM
               CLOSE CADASTRO-TRANSPORTADORAS
            END-IF.

       P8761-LE-TRANSPORTADORA.
            READ CADASTRO-TRANSPORTADORAS
                 AT END SET WS-FIM-TRANSPORTADORAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-TRANSPORTADORAS-SIM
               IF WS-QTD-TRP-TAB < WS-MAX-TRANSPORTADORAS
                  ADD 1 TO WS-QTD-TRP-TAB
                  MOVE TRP-CODIGO   TO WS-TRT-CODIGO(WS-QTD-TRP-TAB)
                  MOVE TRP-NOME     TO WS-TRT-NOME(WS-QTD-TRP-TAB)
                  MOVE TRP-SITUACAO
                       TO WS-TRT-SITUACAO(WS-QTD-TRP-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-TRANSPORTADORAS
                          ' TRANSPORTADORAS NO CADASTRO - CARGA '
                          'ABORTADA.'
                  SET WS-TRP-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-TRANSPORTADORAS-SIM TO TRUE
               END-IF
            END-IF.

       P8765-LOCALIZA-TRANSPORTADORA.
            MOVE ZEROS TO WS-IDX-TRP-ACHADA
            PERFORM VARYING WS-IDX-TRP FROM 1 BY 1
                    UNTIL WS-IDX-TRP > WS-QTD-TRP-TAB
                    OR WS-IDX-TRP-ACHADA > ZEROS
                IF WS-TRT-CODIGO(WS-IDX-TRP) = WS-TRP-PROCURADA
                   MOVE WS-IDX-TRP TO WS-IDX-TRP-ACHADA
                END-IF
            END-PERFORM.

       P8768-GRAVA-TRANSPORTADORAS.
            MOVE 'N' TO WS-TRP-GRAVADAS
            MOVE SPACES TO WS-TRP-STATUS
            OPEN OUTPUT CADASTRO-TRANSPORTADORAS
            IF WS-TRP-OK
               PERFORM VARYING WS-IDX-TRP FROM 1 BY 1
                       UNTIL WS-IDX-TRP > WS-QTD-TRP-TAB
                   MOVE WS-TRT-CODIGO(WS-IDX-TRP)   TO TRP-CODIGO
                   MOVE WS-TRT-NOME(WS-IDX-TRP)     TO TRP-NOME
                   MOVE WS-TRT-SITUACAO(WS-IDX-TRP) TO TRP-SITUACAO
                   WRITE REG-TRANSPORTADORA
               END-PERFORM
               CLOSE CADASTRO-TRANSPORTADORAS
               SET WS-TRP-GRAVADAS-SIM TO TRUE
            END-IF.
