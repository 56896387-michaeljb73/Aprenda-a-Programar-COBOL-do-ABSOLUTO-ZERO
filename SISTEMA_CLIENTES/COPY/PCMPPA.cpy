      ******************************************************************
      * Copybook:  PCMPPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do pedido de compra.
      *            Requer PCMPSL (SELECT), PCMPF/PCMLF (FD) e PCMPWS
      *            (WORKING-STORAGE).
      *              P8570 - carrega cabecalhos e linhas nas tabelas
      *                      (arquivo ausente = nenhum pedido)
      *              P8575 - localiza WS-PCM-NUMERO na tabela
      *              P8576 - recalcula a situacao do pedido
      *                      WS-IDX-PCM-ACHADO pelas suas linhas
      *              P8580 - regrava os dois arquivos das tabelas
      ******************************************************************
       P8570-CARREGA-COMPRAS.
            MOVE ZEROS TO WS-QTD-COMPRAS-TAB
            MOVE ZEROS TO WS-QTD-LINHAS-COMPRA
            MOVE 'N' TO WS-COMPRAS-ESTOURARAM
            MOVE 'N' TO WS-FIM-COMPRAS
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-PCH-OK
               PERFORM P8571-LE-CABECALHO-COMPRA
                       UNTIL WS-FIM-COMPRAS-SIM
               CLOSE PEDIDOS-COMPRA
            END-IF

            MOVE 'N' TO WS-FIM-COMPRAS
            OPEN INPUT LINHAS-COMPRA
            IF WS-PCI-OK
               PERFORM P8572-LE-LINHA-COMPRA
                       UNTIL WS-FIM-COMPRAS-SIM
               CLOSE LINHAS-COMPRA
            END-IF.

       P8571-LE-CABECALHO-COMPRA.
            READ PEDIDOS-COMPRA
                 AT END SET WS-FIM-COMPRAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-COMPRAS-SIM
               IF WS-QTD-COMPRAS-TAB < WS-MAX-COMPRAS
                  ADD 1 TO WS-QTD-COMPRAS-TAB
                  MOVE PCH-NUMERO
                       TO WS-PCT-NUMERO(WS-QTD-COMPRAS-TAB)
                  MOVE PCH-FORNECEDOR
                       TO WS-PCT-FORNECEDOR(WS-QTD-COMPRAS-TAB)
                  MOVE PCH-DATA-EMISSAO
                       TO WS-PCT-DATA-EMISSAO(WS-QTD-COMPRAS-TAB)
                  MOVE PCH-DATA-PREVISTA
                       TO WS-PCT-DATA-PREVISTA(WS-QTD-COMPRAS-TAB)
                  MOVE PCH-SITUACAO
                       TO WS-PCT-SITUACAO(WS-QTD-COMPRAS-TAB)
                  MOVE PCH-OPERADOR
                       TO WS-PCT-OPERADOR(WS-QTD-COMPRAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-COMPRAS ' PEDIDOS DE '
                          'COMPRA NO ARQUIVO - CARGA ABORTADA.'
                  SET WS-COMPRAS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-COMPRAS-SIM TO TRUE
               END-IF
            END-IF.

       P8572-LE-LINHA-COMPRA.
            READ LINHAS-COMPRA
                 AT END SET WS-FIM-COMPRAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-COMPRAS-SIM
               IF WS-QTD-LINHAS-COMPRA < WS-MAX-LINHAS-COMPRA
                  ADD 1 TO WS-QTD-LINHAS-COMPRA
                  MOVE PCI-NUMERO
                       TO WS-PLT-NUMERO(WS-QTD-LINHAS-COMPRA)
                  MOVE PCI-SEQUENCIA
                       TO WS-PLT-SEQUENCIA(WS-QTD-LINHAS-COMPRA)
                  MOVE PCI-ITEM
                       TO WS-PLT-ITEM(WS-QTD-LINHAS-COMPRA)
                  MOVE PCI-QTD-PEDIDA
                       TO WS-PLT-QTD-PEDIDA(WS-QTD-LINHAS-COMPRA)
                  MOVE PCI-QTD-RECEBIDA
                       TO WS-PLT-QTD-RECEBIDA(WS-QTD-LINHAS-COMPRA)
                  MOVE PCI-CUSTO-UNITARIO
                       TO WS-PLT-CUSTO(WS-QTD-LINHAS-COMPRA)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-LINHAS-COMPRA ' LINHAS '
                          'DE PEDIDO DE COMPRA - CARGA ABORTADA.'
                  SET WS-COMPRAS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-COMPRAS-SIM TO TRUE
               END-IF
            END-IF.

       P8575-LOCALIZA-COMPRA.
            MOVE ZEROS TO WS-IDX-PCM-ACHADO
            PERFORM VARYING WS-IDX-COMPRA FROM 1 BY 1
                    UNTIL WS-IDX-COMPRA > WS-QTD-COMPRAS-TAB
                    OR WS-IDX-PCM-ACHADO > ZEROS
                IF WS-PCT-NUMERO(WS-IDX-COMPRA) = WS-PCM-NUMERO
                   MOVE WS-IDX-COMPRA TO WS-IDX-PCM-ACHADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P8576-SITUACAO-COMPRA
      * Todas as linhas completas levam o pedido a RECEBIDO, alguma
      * entrada a PARCIAL, nenhuma a ABERTO. Pedido CANCELADO nao
      * muda - o saldo que faltava deixou de ser devido.
      ******************************************************************
       P8576-SITUACAO-COMPRA.
            MOVE ZEROS TO WS-PCM-QTD-LINHAS
            MOVE ZEROS TO WS-PCM-QTD-COMPLETAS
            MOVE ZEROS TO WS-PCM-QTD-COM-ENTRADA
            PERFORM VARYING WS-IDX-LINHA-COMPRA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-COMPRA > WS-QTD-LINHAS-COMPRA
                IF WS-PLT-NUMERO(WS-IDX-LINHA-COMPRA) =
                   WS-PCT-NUMERO(WS-IDX-PCM-ACHADO)
                   ADD 1 TO WS-PCM-QTD-LINHAS
                   IF WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA) > ZEROS
                      ADD 1 TO WS-PCM-QTD-COM-ENTRADA
                   END-IF
                   IF WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA) >=
                      WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
                      ADD 1 TO WS-PCM-QTD-COMPLETAS
                   END-IF
                END-IF
            END-PERFORM

            IF NOT WS-PCT-CANCELADO(WS-IDX-PCM-ACHADO)
               EVALUATE TRUE
                   WHEN WS-PCM-QTD-LINHAS > ZEROS
                        AND WS-PCM-QTD-COMPLETAS = WS-PCM-QTD-LINHAS
                        SET WS-PCT-RECEBIDO(WS-IDX-PCM-ACHADO)
                            TO TRUE
                   WHEN WS-PCM-QTD-COM-ENTRADA > ZEROS
                        SET WS-PCT-PARCIAL(WS-IDX-PCM-ACHADO) TO TRUE
                   WHEN OTHER
                        SET WS-PCT-ABERTO(WS-IDX-PCM-ACHADO) TO TRUE
               END-EVALUATE
            END-IF.

       P8580-GRAVA-COMPRAS.
            MOVE 'N' TO WS-COMPRAS-GRAVADAS
            MOVE SPACES TO WS-PCH-STATUS
            MOVE SPACES TO WS-PCI-STATUS
            OPEN OUTPUT PEDIDOS-COMPRA
            OPEN OUTPUT LINHAS-COMPRA
            IF WS-PCH-OK AND WS-PCI-OK
               PERFORM VARYING WS-IDX-COMPRA FROM 1 BY 1
                       UNTIL WS-IDX-COMPRA > WS-QTD-COMPRAS-TAB
                   MOVE WS-PCT-NUMERO(WS-IDX-COMPRA) TO PCH-NUMERO
                   MOVE WS-PCT-FORNECEDOR(WS-IDX-COMPRA)
                        TO PCH-FORNECEDOR
                   MOVE WS-PCT-DATA-EMISSAO(WS-IDX-COMPRA)
                        TO PCH-DATA-EMISSAO
                   MOVE WS-PCT-DATA-PREVISTA(WS-IDX-COMPRA)
                        TO PCH-DATA-PREVISTA
                   MOVE WS-PCT-SITUACAO(WS-IDX-COMPRA)
                        TO PCH-SITUACAO
                   MOVE WS-PCT-OPERADOR(WS-IDX-COMPRA)
                        TO PCH-OPERADOR
                   WRITE REG-PEDIDO-COMPRA
               END-PERFORM
               PERFORM VARYING WS-IDX-LINHA-COMPRA FROM 1 BY 1
                       UNTIL WS-IDX-LINHA-COMPRA > WS-QTD-LINHAS-COMPRA
                   MOVE WS-PLT-NUMERO(WS-IDX-LINHA-COMPRA)
                        TO PCI-NUMERO
                   MOVE WS-PLT-SEQUENCIA(WS-IDX-LINHA-COMPRA)
                        TO PCI-SEQUENCIA
                   MOVE WS-PLT-ITEM(WS-IDX-LINHA-COMPRA) TO PCI-ITEM
                   MOVE WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
                        TO PCI-QTD-PEDIDA
                   MOVE WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
                        TO PCI-QTD-RECEBIDA
                   MOVE WS-PLT-CUSTO(WS-IDX-LINHA-COMPRA)
                        TO PCI-CUSTO-UNITARIO
                   WRITE REG-LINHA-COMPRA
               END-PERFORM
               SET WS-COMPRAS-GRAVADAS-SIM TO TRUE
            END-IF
            IF WS-PCH-OK
               CLOSE PEDIDOS-COMPRA
            END-IF
            IF WS-PCI-OK
               CLOSE LINHAS-COMPRA
            END-IF.
