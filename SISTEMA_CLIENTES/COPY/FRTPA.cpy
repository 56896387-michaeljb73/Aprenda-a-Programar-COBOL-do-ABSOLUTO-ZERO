      ******************************************************************
      * Copybook:  FRTPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados da tabela de frete.
      *            Requer FRTSL (SELECT), FRTF (FD), FRTWS (WORKING-
      *            STORAGE) e o cadastro de transportadoras carregado
      *            (TRP*, P8760).
      *              P8770 - carrega a tabela (arquivo ausente =
      *                      nenhuma faixa)
      *              P8775 - cota WS-FRT-TRP-COTADA para
      *                      WS-FRT-UF-COTADA e WS-FRT-PESO-COTADO:
      *                      faixa em WS-IDX-FRT-ACHADA (zero = sem
      *                      faixa) e valor em WS-FRT-VALOR-COTADO
      *              P8776 - cota todas as transportadoras ATIVAS e
      *                      devolve a mais barata em WS-FRT-TRP-
      *                      ESCOLHIDA (brancos = nenhuma cobre) e
      *                      WS-FRT-VALOR-ESCOLHIDO
      *              P8778 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8770-CARREGA-FRETES.
            MOVE ZEROS TO WS-QTD-FRT-TAB
            MOVE 'N' TO WS-FRT-ESTOUROU
            MOVE 'N' TO WS-FIM-FRETES
            OPEN INPUT TABELA-FRETES
            IF WS-FRT-OK
               PERFORM P8771-LE-FRETE UNTIL WS-FIM-FRETES-SIM
               CLOSE TABELA-FRETES
            END-IF.

       P8771-LE-FRETE.
            READ TABELA-FRETES
                 AT END SET WS-FIM-FRETES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FRETES-SIM
               IF WS-QTD-FRT-TAB < WS-MAX-FRETES
                  ADD 1 TO WS-QTD-FRT-TAB
                  MOVE FRT-TRANSPORTADORA
                       TO WS-FXT-TRANSPORTADORA(WS-QTD-FRT-TAB)
                  MOVE FRT-UF       TO WS-FXT-UF(WS-QTD-FRT-TAB)
                  MOVE FRT-PESO-ATE TO WS-FXT-PESO-ATE(WS-QTD-FRT-TAB)
                  MOVE FRT-VALOR    TO WS-FXT-VALOR(WS-QTD-FRT-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-FRETES ' FAIXAS NA '
                          'TABELA DE FRETE - CARGA ABORTADA.'
                  SET WS-FRT-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-FRETES-SIM TO TRUE
               END-IF
            END-IF.

       P8775-COTA-FRETE.
            MOVE ZEROS TO WS-IDX-FRT-ACHADA
            MOVE ZEROS TO WS-FRT-VALOR-COTADO
            PERFORM VARYING WS-IDX-FRT FROM 1 BY 1
                    UNTIL WS-IDX-FRT > WS-QTD-FRT-TAB
                IF WS-FXT-TRANSPORTADORA(WS-IDX-FRT) =
                   WS-FRT-TRP-COTADA
                   AND WS-FXT-UF(WS-IDX-FRT) = WS-FRT-UF-COTADA
                   AND WS-FXT-PESO-ATE(WS-IDX-FRT)
                       NOT < WS-FRT-PESO-COTADO
                   IF WS-IDX-FRT-ACHADA = ZEROS
                      MOVE WS-IDX-FRT TO WS-IDX-FRT-ACHADA
                   ELSE
                      IF WS-FXT-PESO-ATE(WS-IDX-FRT) <
                         WS-FXT-PESO-ATE(WS-IDX-FRT-ACHADA)
                         MOVE WS-IDX-FRT TO WS-IDX-FRT-ACHADA
                      END-IF
                   END-IF
                END-IF
            END-PERFORM
            IF WS-IDX-FRT-ACHADA > ZEROS
               MOVE WS-FXT-VALOR(WS-IDX-FRT-ACHADA)
                    TO WS-FRT-VALOR-COTADO
            END-IF.

       P8776-MENOR-FRETE.
            MOVE SPACES TO WS-FRT-TRP-ESCOLHIDA
            MOVE ZEROS TO WS-FRT-VALOR-ESCOLHIDO
            PERFORM VARYING WS-IDX-TRP FROM 1 BY 1
                    UNTIL WS-IDX-TRP > WS-QTD-TRP-TAB
                IF WS-TRT-ATIVA(WS-IDX-TRP)
                   MOVE WS-TRT-CODIGO(WS-IDX-TRP)
                        TO WS-FRT-TRP-COTADA
                   PERFORM P8775-COTA-FRETE
                   IF WS-IDX-FRT-ACHADA > ZEROS
                      IF WS-FRT-TRP-ESCOLHIDA = SPACES
                         OR WS-FRT-VALOR-COTADO <
                            WS-FRT-VALOR-ESCOLHIDO
                         MOVE WS-FRT-TRP-COTADA
                              TO WS-FRT-TRP-ESCOLHIDA
                         MOVE WS-FRT-VALOR-COTADO
                              TO WS-FRT-VALOR-ESCOLHIDO
                      END-IF
                   END-IF
                END-IF
            END-PERFORM.

       P8778-GRAVA-FRETES.
            MOVE 'N' TO WS-FRT-GRAVADAS
            MOVE SPACES TO WS-FRT-STATUS
            OPEN OUTPUT TABELA-FRETES
            IF WS-FRT-OK
               PERFORM VARYING WS-IDX-FRT FROM 1 BY 1
                       UNTIL WS-IDX-FRT > WS-QTD-FRT-TAB
                   MOVE WS-FXT-TRANSPORTADORA(WS-IDX-FRT)
                        TO FRT-TRANSPORTADORA
                   MOVE WS-FXT-UF(WS-IDX-FRT)       TO FRT-UF
                   MOVE WS-FXT-PESO-ATE(WS-IDX-FRT) TO FRT-PESO-ATE
                   MOVE WS-FXT-VALOR(WS-IDX-FRT)    TO FRT-VALOR
                   WRITE REG-FRETE
               END-PERFORM
               CLOSE TABELA-FRETES
               SET WS-FRT-GRAVADAS-SIM TO TRUE
            END-IF.
