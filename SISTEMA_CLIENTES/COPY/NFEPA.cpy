      ******************************************************************
      * Copybook:  NFEPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do registro de notas
      *            fiscais eletronicas. Requer NFESL (SELECT), NFEF
      *            (FD) e NFEWS (WORKING-STORAGE).
      *              P8820 - carrega o registro (arquivo ausente =
      *                      nenhuma nota)
      *              P8825 - localiza a nota de WS-NFE-FATURA-PROC
      *                      (indice em WS-IDX-NFE-ACHADA, zero se
      *                      nao existe)
      *              P8826 - localiza a nota de WS-NFE-CHAVE-PROC
      *                      (mesmo retorno do P8825)
      *              P8827 - liga WS-NFE-CLIENTE-PENDENTE quando
      *                      WS-NFE-CLIENTE-PROC tem alguma nota que
      *                      nao esta autorizada
      *              P8828 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8820-CARREGA-NFE.
            MOVE ZEROS TO WS-QTD-NFE-TAB
            MOVE 'N' TO WS-NFE-ESTOUROU
            MOVE 'N' TO WS-FIM-NFE
            OPEN INPUT REGISTRO-NFE
            IF WS-NFE-OK
               PERFORM P8821-LE-NFE UNTIL WS-FIM-NFE-SIM
               CLOSE REGISTRO-NFE
            END-IF.

       P8821-LE-NFE.
            READ REGISTRO-NFE
                 AT END SET WS-FIM-NFE-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-NFE-SIM
               IF WS-QTD-NFE-TAB < WS-MAX-NFE
                  ADD 1 TO WS-QTD-NFE-TAB
                  MOVE REG-NFE TO WS-NFE-ENTRADA(WS-QTD-NFE-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-NFE ' NOTAS NO '
                          'REGISTRO DE NF-E - CARGA ABORTADA.'
                  SET WS-NFE-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-NFE-SIM TO TRUE
               END-IF
            END-IF.

       P8825-LOCALIZA-NFE.
            MOVE ZEROS TO WS-IDX-NFE-ACHADA
            PERFORM VARYING WS-IDX-NFE FROM 1 BY 1
                    UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
                    OR WS-IDX-NFE-ACHADA > ZEROS
                IF WS-NFT-FATURA(WS-IDX-NFE) = WS-NFE-FATURA-PROC
                   MOVE WS-IDX-NFE TO WS-IDX-NFE-ACHADA
                END-IF
            END-PERFORM.

       P8826-LOCALIZA-CHAVE.
            MOVE ZEROS TO WS-IDX-NFE-ACHADA
            PERFORM VARYING WS-IDX-NFE FROM 1 BY 1
                    UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
                    OR WS-IDX-NFE-ACHADA > ZEROS
                IF WS-NFT-CHAVE(WS-IDX-NFE) = WS-NFE-CHAVE-PROC
                   MOVE WS-IDX-NFE TO WS-IDX-NFE-ACHADA
                END-IF
            END-PERFORM.

       P8827-CLIENTE-PENDENTE.
            MOVE 'N' TO WS-NFE-CLIENTE-PENDENTE
            PERFORM VARYING WS-IDX-NFE FROM 1 BY 1
                    UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
                    OR WS-NFE-CLIENTE-PENDENTE-SIM
                IF WS-NFT-CLIENTE(WS-IDX-NFE) = WS-NFE-CLIENTE-PROC
                   AND NOT WS-NFT-AUTORIZADA(WS-IDX-NFE)
                   SET WS-NFE-CLIENTE-PENDENTE-SIM TO TRUE
                END-IF
            END-PERFORM.

       P8828-GRAVA-NFE.
            MOVE 'N' TO WS-NFE-GRAVADAS
            MOVE SPACES TO WS-NFE-STATUS
            OPEN OUTPUT REGISTRO-NFE
            IF WS-NFE-OK
               PERFORM VARYING WS-IDX-NFE FROM 1 BY 1
                       UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
                   MOVE WS-NFE-ENTRADA(WS-IDX-NFE) TO REG-NFE
                   WRITE REG-NFE
               END-PERFORM
               CLOSE REGISTRO-NFE
               SET WS-NFE-GRAVADAS-SIM TO TRUE
            END-IF.
