      ******************************************************************
      * Copybook:  DEPPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do cadastro de depositos.
      *            Requer DEPSL (SELECT), DEPF (FD) e DEPWS (WORKING-
      *            STORAGE).
      *              P8660 - carrega o cadastro na tabela (arquivo
      *                      ausente = nenhum deposito)
      *              P8665 - localiza WS-DEP-PROCURADO (indice em
      *                      WS-IDX-DEP-ACHADO, zero se nao existe)
      *              P8666 - primeiro deposito ATIVO da filial
      *                      WS-DEP-FILIAL-PROCURADA (codigo volta em
      *                      WS-DEP-PROCURADO, indice em WS-IDX-DEP-
      *                      ACHADO; zero se a filial nao tem)
      *              P8668 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8660-CARREGA-DEPOSITOS.
            MOVE ZEROS TO WS-QTD-DEPOSITOS-TAB
            MOVE 'N' TO WS-DEPOSITOS-ESTOURARAM
            MOVE 'N' TO WS-FIM-DEPOSITOS
            OPEN INPUT CADASTRO-DEPOSITOS
            IF WS-DEP-OK
               PERFORM P8661-LE-DEPOSITO UNTIL WS-FIM-DEPOSITOS-SIM
               CLOSE CADASTRO-DEPOSITOS
            END-IF.

       P8661-LE-DEPOSITO.
            READ CADASTRO-DEPOSITOS
                 AT END SET WS-FIM-DEPOSITOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-DEPOSITOS-SIM
               IF WS-QTD-DEPOSITOS-TAB < WS-MAX-DEPOSITOS
                  ADD 1 TO WS-QTD-DEPOSITOS-TAB
                  MOVE DEP-CODIGO
                       TO WS-DPT-CODIGO(WS-QTD-DEPOSITOS-TAB)
                  MOVE DEP-FILIAL
                       TO WS-DPT-FILIAL(WS-QTD-DEPOSITOS-TAB)
                  MOVE DEP-NOME
                       TO WS-DPT-NOME(WS-QTD-DEPOSITOS-TAB)
                  MOVE DEP-SITUACAO
                       TO WS-DPT-SITUACAO(WS-QTD-DEPOSITOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-DEPOSITOS ' DEPOSITOS NO '
                          'CADASTRO - CARGA ABORTADA.'
                  SET WS-DEPOSITOS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-DEPOSITOS-SIM TO TRUE
               END-IF
            END-IF.

       P8665-LOCALIZA-DEPOSITO.
            MOVE ZEROS TO WS-IDX-DEP-ACHADO
            PERFORM VARYING WS-IDX-DEPOSITO FROM 1 BY 1
                    UNTIL WS-IDX-DEPOSITO > WS-QTD-DEPOSITOS-TAB
                    OR WS-IDX-DEP-ACHADO > ZEROS
                IF WS-DPT-CODIGO(WS-IDX-DEPOSITO) = WS-DEP-PROCURADO
                   MOVE WS-IDX-DEPOSITO TO WS-IDX-DEP-ACHADO
                END-IF
            END-PERFORM.

       P8666-DEPOSITO-DA-FILIAL.
            MOVE ZEROS TO WS-IDX-DEP-ACHADO
            MOVE SPACES TO WS-DEP-PROCURADO
            PERFORM VARYING WS-IDX-DEPOSITO FROM 1 BY 1
                    UNTIL WS-IDX-DEPOSITO > WS-QTD-DEPOSITOS-TAB
                    OR WS-IDX-DEP-ACHADO > ZEROS
                IF WS-DPT-FILIAL(WS-IDX-DEPOSITO) =
                   WS-DEP-FILIAL-PROCURADA
                   AND WS-DPT-ATIVO(WS-IDX-DEPOSITO)
                   MOVE WS-IDX-DEPOSITO TO WS-IDX-DEP-ACHADO
                   MOVE WS-DPT-CODIGO(WS-IDX-DEPOSITO)
                        TO WS-DEP-PROCURADO
                END-IF
            END-PERFORM.

       P8668-GRAVA-DEPOSITOS.
            MOVE 'N' TO WS-DEPOSITOS-GRAVADOS
            MOVE SPACES TO WS-DEP-STATUS
            OPEN OUTPUT CADASTRO-DEPOSITOS
            IF WS-DEP-OK
               PERFORM VARYING WS-IDX-DEPOSITO FROM 1 BY 1
                       UNTIL WS-IDX-DEPOSITO > WS-QTD-DEPOSITOS-TAB
                   MOVE WS-DPT-CODIGO(WS-IDX-DEPOSITO) TO DEP-CODIGO
                   MOVE WS-DPT-FILIAL(WS-IDX-DEPOSITO) TO DEP-FILIAL
                   MOVE WS-DPT-NOME(WS-IDX-DEPOSITO)   TO DEP-NOME
                   MOVE WS-DPT-SITUACAO(WS-IDX-DEPOSITO)
                        TO DEP-SITUACAO
                   WRITE REG-DEPOSITO
               END-PERFORM
               CLOSE CADASTRO-DEPOSITOS
               SET WS-DEPOSITOS-GRAVADOS-SIM TO TRUE
            END-IF.
