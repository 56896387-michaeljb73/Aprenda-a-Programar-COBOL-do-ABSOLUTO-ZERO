      ******************************************************************
      * Copybook:  PACKPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados da separacao dos pedidos.
      *            Requer PACKSL (SELECT), PACKF (FD) e PACKWS
      *            (WORKING-STORAGE).
      *              P8690 - carrega as linhas na tabela (arquivo
      *                      ausente = nenhuma separacao)
      *              P8692 - resume as linhas do pedido
      *                      WS-PCK-PEDIDO-PROC por situacao
      *              P8698 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8690-CARREGA-SEPARACAO.
            MOVE ZEROS TO WS-QTD-PCK-TAB
            MOVE 'N' TO WS-PCK-ESTOUROU
            MOVE 'N' TO WS-FIM-PCK
            OPEN INPUT SEPARACAO-PEDIDOS
            IF WS-PCK-OK
               PERFORM P8691-LE-SEPARACAO UNTIL WS-FIM-PCK-SIM
               CLOSE SEPARACAO-PEDIDOS
            END-IF.

       P8691-LE-SEPARACAO.
            READ SEPARACAO-PEDIDOS
                 AT END SET WS-FIM-PCK-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PCK-SIM
               IF WS-QTD-PCK-TAB < WS-MAX-PCK
                  ADD 1 TO WS-QTD-PCK-TAB
                  MOVE PCK-PEDIDO TO WS-PKT-PEDIDO(WS-QTD-PCK-TAB)
                  MOVE PCK-SEQUENCIA
                       TO WS-PKT-SEQUENCIA(WS-QTD-PCK-TAB)
                  MOVE PCK-CODIGO-CLIENTE
                       TO WS-PKT-CLIENTE(WS-QTD-PCK-TAB)
                  MOVE PCK-ITEM TO WS-PKT-ITEM(WS-QTD-PCK-TAB)
                  MOVE PCK-DEPOSITO
                       TO WS-PKT-DEPOSITO(WS-QTD-PCK-TAB)
                  MOVE PCK-QTD-PEDIDA
                       TO WS-PKT-QTD-PEDIDA(WS-QTD-PCK-TAB)
                  MOVE PCK-QTD-SEPARADA
                       TO WS-PKT-QTD-SEPARADA(WS-QTD-PCK-TAB)
                  MOVE PCK-DATA-LISTA
                       TO WS-PKT-DATA-LISTA(WS-QTD-PCK-TAB)
                  MOVE PCK-DATA-CONFERENCIA
                       TO WS-PKT-DATA-CONFERENCIA(WS-QTD-PCK-TAB)
                  MOVE PCK-SITUACAO
                       TO WS-PKT-SITUACAO(WS-QTD-PCK-TAB)
                  MOVE PCK-OPERADOR
                       TO WS-PKT-OPERADOR(WS-QTD-PCK-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PCK ' LINHAS DE '
                          'SEPARACAO NO ARQUIVO - CARGA ABORTADA.'
                  SET WS-PCK-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-PCK-SIM TO TRUE
               END-IF
            END-IF.

       P8692-RESUME-SEPARACAO.
            MOVE ZEROS TO WS-PCK-QTD-LINHAS
            MOVE ZEROS TO WS-PCK-QTD-LISTADAS
            MOVE ZEROS TO WS-PCK-QTD-CONFERIDAS
            MOVE ZEROS TO WS-PCK-QTD-FALTAS
            PERFORM VARYING WS-IDX-PCK FROM 1 BY 1
                    UNTIL WS-IDX-PCK > WS-QTD-PCK-TAB
                IF WS-PKT-PEDIDO(WS-IDX-PCK) = WS-PCK-PEDIDO-PROC
                   ADD 1 TO WS-PCK-QTD-LINHAS
                   EVALUATE TRUE
                       WHEN WS-PKT-LISTADA(WS-IDX-PCK)
                            ADD 1 TO WS-PCK-QTD-LISTADAS
                       WHEN WS-PKT-CONFERIDA(WS-IDX-PCK)
                            ADD 1 TO WS-PCK-QTD-CONFERIDAS
                       WHEN WS-PKT-FALTA(WS-IDX-PCK)
                            ADD 1 TO WS-PCK-QTD-FALTAS
                   END-EVALUATE
                END-IF
            END-PERFORM.

       P8698-GRAVA-SEPARACAO.
            MOVE 'N' TO WS-PCK-GRAVADAS
            MOVE SPACES TO WS-PCK-STATUS
            OPEN OUTPUT SEPARACAO-PEDIDOS
            IF WS-PCK-OK
               PERFORM VARYING WS-IDX-PCK FROM 1 BY 1
                       UNTIL WS-IDX-PCK > WS-QTD-PCK-TAB
                   MOVE WS-PKT-PEDIDO(WS-IDX-PCK) TO PCK-PEDIDO
                   MOVE WS-PKT-SEQUENCIA(WS-IDX-PCK) TO PCK-SEQUENCIA
                   MOVE WS-PKT-CLIENTE(WS-IDX-PCK)
                        TO PCK-CODIGO-CLIENTE
                   MOVE WS-PKT-ITEM(WS-IDX-PCK) TO PCK-ITEM
                   MOVE WS-PKT-DEPOSITO(WS-IDX-PCK) TO PCK-DEPOSITO
                   MOVE WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                        TO PCK-QTD-PEDIDA
                   MOVE WS-PKT-QTD-SEPARADA(WS-IDX-PCK)
                        TO PCK-QTD-SEPARADA
                   MOVE WS-PKT-DATA-LISTA(WS-IDX-PCK)
                        TO PCK-DATA-LISTA
                   MOVE WS-PKT-DATA-CONFERENCIA(WS-IDX-PCK)
                        TO PCK-DATA-CONFERENCIA
                   MOVE WS-PKT-SITUACAO(WS-IDX-PCK) TO PCK-SITUACAO
                   MOVE WS-PKT-OPERADOR(WS-IDX-PCK) TO PCK-OPERADOR
                   WRITE REG-SEPARACAO
               END-PERFORM
               CLOSE SEPARACAO-PEDIDOS
               SET WS-PCK-GRAVADAS-SIM TO TRUE
            END-IF.
