      ******************************************************************
      * Copybook:  RMAPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados das autorizacoes de
      *            devolucao. Requer RMASL (SELECT), RMAF (FD) e
      *            RMAWS (WORKING-STORAGE).
      *              P8590 - carrega as linhas na tabela (arquivo
      *                      ausente = nenhuma autorizacao)
      *              P8592 - resume as linhas do pedido
      *                      WS-RMA-PEDIDO-PROC por situacao, e a
      *                      maior sequencia ja usada
      *              P8593 - valida WS-RMA-MOTIVO-PROC e devolve a
      *                      descricao
      *              P8598 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8590-CARREGA-DEVOLUCOES.
            MOVE ZEROS TO WS-QTD-RMA-TAB
            MOVE 'N' TO WS-RMA-ESTOUROU
            MOVE 'N' TO WS-FIM-RMA
            OPEN INPUT DEVOLUCOES-MERCADORIA
            IF WS-RMA-OK
               PERFORM P8591-LE-DEVOLUCAO UNTIL WS-FIM-RMA-SIM
               CLOSE DEVOLUCOES-MERCADORIA
            END-IF.

       P8591-LE-DEVOLUCAO.
            READ DEVOLUCOES-MERCADORIA
                 AT END SET WS-FIM-RMA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RMA-SIM
               IF WS-QTD-RMA-TAB < WS-MAX-RMA
                  ADD 1 TO WS-QTD-RMA-TAB
                  MOVE RMA-PEDIDO TO WS-RMT-PEDIDO(WS-QTD-RMA-TAB)
                  MOVE RMA-SEQUENCIA
                       TO WS-RMT-SEQUENCIA(WS-QTD-RMA-TAB)
                  MOVE RMA-CODIGO-CLIENTE
                       TO WS-RMT-CLIENTE(WS-QTD-RMA-TAB)
                  MOVE RMA-DATA-ABERTURA
                       TO WS-RMT-DATA-ABERTURA(WS-QTD-RMA-TAB)
                  MOVE RMA-MOTIVO TO WS-RMT-MOTIVO(WS-QTD-RMA-TAB)
                  MOVE RMA-ITEM TO WS-RMT-ITEM(WS-QTD-RMA-TAB)
                  MOVE RMA-QTD-AUTORIZADA
                       TO WS-RMT-QTD-AUTORIZADA(WS-QTD-RMA-TAB)
                  MOVE RMA-QTD-RECEBIDA
                       TO WS-RMT-QTD-RECEBIDA(WS-QTD-RMA-TAB)
                  MOVE RMA-CONDICAO
                       TO WS-RMT-CONDICAO(WS-QTD-RMA-TAB)
                  MOVE RMA-DATA-INSPECAO
                       TO WS-RMT-DATA-INSPECAO(WS-QTD-RMA-TAB)
                  MOVE RMA-SITUACAO
                       TO WS-RMT-SITUACAO(WS-QTD-RMA-TAB)
                  MOVE RMA-NOTA TO WS-RMT-NOTA(WS-QTD-RMA-TAB)
                  MOVE RMA-OPERADOR
                       TO WS-RMT-OPERADOR(WS-QTD-RMA-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-RMA ' LINHAS DE '
                          'DEVOLUCAO NO ARQUIVO - CARGA ABORTADA.'
                  SET WS-RMA-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-RMA-SIM TO TRUE
               END-IF
            END-IF.

       P8592-RESUME-DEVOLUCAO.
            MOVE ZEROS TO WS-RMA-QTD-LINHAS
            MOVE ZEROS TO WS-RMA-QTD-AUTORIZADAS
            MOVE ZEROS TO WS-RMA-QTD-INSPECIONADAS
            MOVE ZEROS TO WS-RMA-QTD-ENCERRADAS
            MOVE ZEROS TO WS-RMA-ULTIMA-SEQUENCIA
            PERFORM VARYING WS-IDX-RMA FROM 1 BY 1
                    UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                IF WS-RMT-PEDIDO(WS-IDX-RMA) = WS-RMA-PEDIDO-PROC
                   IF WS-RMT-SEQUENCIA(WS-IDX-RMA) >
                      WS-RMA-ULTIMA-SEQUENCIA
                      MOVE WS-RMT-SEQUENCIA(WS-IDX-RMA)
                           TO WS-RMA-ULTIMA-SEQUENCIA
                   END-IF
                   IF NOT WS-RMT-CANCELADA(WS-IDX-RMA)
                      ADD 1 TO WS-RMA-QTD-LINHAS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-RMT-AUTORIZADA(WS-IDX-RMA)
                            ADD 1 TO WS-RMA-QTD-AUTORIZADAS
                       WHEN WS-RMT-INSPECIONADA(WS-IDX-RMA)
                            ADD 1 TO WS-RMA-QTD-INSPECIONADAS
                       WHEN WS-RMT-ENCERRADA(WS-IDX-RMA)
                            ADD 1 TO WS-RMA-QTD-ENCERRADAS
                   END-EVALUATE
                END-IF
            END-PERFORM.

       P8593-DESCREVE-MOTIVO.
            MOVE 'N' TO WS-RMA-MOTIVO-VALIDO
            MOVE '(MOTIVO NAO CADASTRADO)' TO WS-RMA-MOTIVO-DESCRICAO
            PERFORM VARYING WS-IDX-MOTIVO-RMA FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO-RMA > WS-QTD-MOTIVOS-RMA
                    OR WS-RMA-MOTIVO-VALIDO-SIM
                IF WS-MTR-CODIGO(WS-IDX-MOTIVO-RMA) =
                   WS-RMA-MOTIVO-PROC
                   SET WS-RMA-MOTIVO-VALIDO-SIM TO TRUE
                   MOVE WS-MTR-DESCRICAO(WS-IDX-MOTIVO-RMA)
                        TO WS-RMA-MOTIVO-DESCRICAO
                END-IF
            END-PERFORM.

       P8598-GRAVA-DEVOLUCOES.
            MOVE 'N' TO WS-RMA-GRAVADAS
            MOVE SPACES TO WS-RMA-STATUS
            OPEN OUTPUT DEVOLUCOES-MERCADORIA
            IF WS-RMA-OK
               PERFORM VARYING WS-IDX-RMA FROM 1 BY 1
                       UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                   MOVE WS-RMT-PEDIDO(WS-IDX-RMA) TO RMA-PEDIDO
                   MOVE WS-RMT-SEQUENCIA(WS-IDX-RMA) TO RMA-SEQUENCIA
                   MOVE WS-RMT-CLIENTE(WS-IDX-RMA)
                        TO RMA-CODIGO-CLIENTE
                   MOVE WS-RMT-DATA-ABERTURA(WS-IDX-RMA)
                        TO RMA-DATA-ABERTURA
                   MOVE WS-RMT-MOTIVO(WS-IDX-RMA) TO RMA-MOTIVO
                   MOVE WS-RMT-ITEM(WS-IDX-RMA) TO RMA-ITEM
                   MOVE WS-RMT-QTD-AUTORIZADA(WS-IDX-RMA)
                        TO RMA-QTD-AUTORIZADA
                   MOVE WS-RMT-QTD-RECEBIDA(WS-IDX-RMA)
                        TO RMA-QTD-RECEBIDA
                   MOVE WS-RMT-CONDICAO(WS-IDX-RMA) TO RMA-CONDICAO
                   MOVE WS-RMT-DATA-INSPECAO(WS-IDX-RMA)
                        TO RMA-DATA-INSPECAO
                   MOVE WS-RMT-SITUACAO(WS-IDX-RMA) TO RMA-SITUACAO
                   MOVE WS-RMT-NOTA(WS-IDX-RMA) TO RMA-NOTA
                   MOVE WS-RMT-OPERADOR(WS-IDX-RMA) TO RMA-OPERADOR
                   WRITE REG-DEVOLUCAO
               END-PERFORM
               CLOSE DEVOLUCOES-MERCADORIA
               SET WS-RMA-GRAVADAS-SIM TO TRUE
            END-IF.
