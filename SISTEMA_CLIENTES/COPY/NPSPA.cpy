      ******************************************************************
      * Copybook:  NPSPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados da pesquisa NPS. Requer
      *            NPSSL (SELECT), NPSF (FD) e NPSWS (WORKING-STORAGE).
      *              P8620 - carrega as pesquisas na tabela (arquivo
      *                      ausente = nenhuma pesquisa)
      *              P8622 - localiza a pesquisa do pedido
      *                      WS-NPS-PEDIDO-PROC em WS-IDX-NPS-ACHADO
      *              P8628 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8620-CARREGA-PESQUISAS.
            MOVE ZEROS TO WS-QTD-NPS-TAB
            MOVE 'N' TO WS-NPS-ESTOUROU
            MOVE 'N' TO WS-FIM-NPS
            OPEN INPUT PESQUISA-NPS
            IF WS-NPS-OK
               PERFORM P8621-LE-PESQUISA UNTIL WS-FIM-NPS-SIM
               CLOSE PESQUISA-NPS
            END-IF.

       P8621-LE-PESQUISA.
            READ PESQUISA-NPS
                 AT END SET WS-FIM-NPS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-NPS-SIM
               IF WS-QTD-NPS-TAB < WS-MAX-NPS
                  ADD 1 TO WS-QTD-NPS-TAB
                  MOVE NPS-NUMERO-PEDIDO
                       TO WS-NPT-PEDIDO(WS-QTD-NPS-TAB)
                  MOVE NPS-CODIGO-CLIENTE
                       TO WS-NPT-CLIENTE(WS-QTD-NPS-TAB)
                  MOVE NPS-FILIAL TO WS-NPT-FILIAL(WS-QTD-NPS-TAB)
                  MOVE NPS-DONO TO WS-NPT-DONO(WS-QTD-NPS-TAB)
                  MOVE NPS-DATA-ENTREGA
                       TO WS-NPT-DATA-ENTREGA(WS-QTD-NPS-TAB)
                  MOVE NPS-DATA-CONVITE
                       TO WS-NPT-DATA-CONVITE(WS-QTD-NPS-TAB)
                  MOVE NPS-SITUACAO
                       TO WS-NPT-SITUACAO(WS-QTD-NPS-TAB)
                  MOVE NPS-NOTA TO WS-NPT-NOTA(WS-QTD-NPS-TAB)
                  MOVE NPS-DATA-RESPOSTA
                       TO WS-NPT-DATA-RESPOSTA(WS-QTD-NPS-TAB)
                  MOVE NPS-COMENTARIO
                       TO WS-NPT-COMENTARIO(WS-QTD-NPS-TAB)
                  MOVE NPS-CHAMADO TO WS-NPT-CHAMADO(WS-QTD-NPS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-NPS ' PESQUISAS NO '
                          'ARQUIVO - CARGA ABORTADA.'
                  SET WS-NPS-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-NPS-SIM TO TRUE
               END-IF
            END-IF.

       P8622-LOCALIZA-PESQUISA.
            MOVE ZEROS TO WS-IDX-NPS-ACHADO
            PERFORM VARYING WS-IDX-NPS FROM 1 BY 1
                    UNTIL WS-IDX-NPS > WS-QTD-NPS-TAB
                    OR WS-IDX-NPS-ACHADO > ZEROS
                IF WS-NPT-PEDIDO(WS-IDX-NPS) = WS-NPS-PEDIDO-PROC
                   MOVE WS-IDX-NPS TO WS-IDX-NPS-ACHADO
                END-IF
            END-PERFORM.

       P8628-GRAVA-PESQUISAS.
            MOVE 'N' TO WS-NPS-GRAVADOS
            MOVE SPACES TO WS-NPS-STATUS
            OPEN OUTPUT PESQUISA-NPS
            IF WS-NPS-OK
               PERFORM VARYING WS-IDX-NPS FROM 1 BY 1
                       UNTIL WS-IDX-NPS > WS-QTD-NPS-TAB
                   MOVE WS-NPT-PEDIDO(WS-IDX-NPS) TO NPS-NUMERO-PEDIDO
                   MOVE WS-NPT-CLIENTE(WS-IDX-NPS)
                        TO NPS-CODIGO-CLIENTE
                   MOVE WS-NPT-FILIAL(WS-IDX-NPS) TO NPS-FILIAL
                   MOVE WS-NPT-DONO(WS-IDX-NPS) TO NPS-DONO
                   MOVE WS-NPT-DATA-ENTREGA(WS-IDX-NPS)
                        TO NPS-DATA-ENTREGA
                   MOVE WS-NPT-DATA-CONVITE(WS-IDX-NPS)
                        TO NPS-DATA-CONVITE
                   MOVE WS-NPT-SITUACAO(WS-IDX-NPS) TO NPS-SITUACAO
                   MOVE WS-NPT-NOTA(WS-IDX-NPS) TO NPS-NOTA
                   MOVE WS-NPT-DATA-RESPOSTA(WS-IDX-NPS)
                        TO NPS-DATA-RESPOSTA
                   MOVE WS-NPT-COMENTARIO(WS-IDX-NPS)
                        TO NPS-COMENTARIO
                   MOVE WS-NPT-CHAMADO(WS-IDX-NPS) TO NPS-CHAMADO
                   WRITE REG-PESQUISA-NPS
               END-PERFORM
               CLOSE PESQUISA-NPS
               SET WS-NPS-GRAVADOS-SIM TO TRUE
            END-IF.
