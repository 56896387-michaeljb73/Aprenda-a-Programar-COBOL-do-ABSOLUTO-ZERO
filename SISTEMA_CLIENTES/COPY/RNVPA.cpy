      ******************************************************************
      * Copybook:  RNVPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados dos avisos de renovacao.
      *            Requer RNVSL (SELECT), RNVF (FD) e RNVWS
      *            (WORKING-STORAGE).
      *              P8630 - carrega os avisos na tabela (arquivo
      *                      ausente = nenhum aviso)
      *              P8632 - localiza o aviso de WS-RNV-CODIGO-PROC /
      *                      WS-RNV-CONTRATO-PROC / WS-RNV-FIM-PROC
      *                      (WS-IDX-RNV-ACHADO, ZEROS = nao achou)
      *              P8638 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8630-CARREGA-AVISOS-RNV.
            MOVE ZEROS TO WS-QTD-RNV-TAB
            MOVE 'N' TO WS-RNV-ESTOUROU
            MOVE 'N' TO WS-FIM-RNV
            OPEN INPUT AVISOS-RENOVACAO
            IF WS-RNV-OK
               PERFORM P8631-LE-AVISO-RNV UNTIL WS-FIM-RNV-SIM
               CLOSE AVISOS-RENOVACAO
            END-IF.

       P8631-LE-AVISO-RNV.
            READ AVISOS-RENOVACAO
                 AT END SET WS-FIM-RNV-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RNV-SIM
               IF WS-QTD-RNV-TAB < WS-MAX-RNV
                  ADD 1 TO WS-QTD-RNV-TAB
                  MOVE REG-AVISO-RENOVACAO
                       TO WS-RNV-ENTRADA(WS-QTD-RNV-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-RNV ' AVISOS DE '
                          'RENOVACAO NO ARQUIVO - CARGA ABORTADA.'
                  SET WS-RNV-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-RNV-SIM TO TRUE
               END-IF
            END-IF.

       P8632-LOCALIZA-AVISO-RNV.
            MOVE ZEROS TO WS-IDX-RNV-ACHADO
            PERFORM VARYING WS-IDX-RNV FROM 1 BY 1
                    UNTIL WS-IDX-RNV > WS-QTD-RNV-TAB
                    OR WS-IDX-RNV-ACHADO > ZEROS
                IF WS-RVT-CODIGO(WS-IDX-RNV) = WS-RNV-CODIGO-PROC
                   AND WS-RVT-CONTRATO(WS-IDX-RNV)
                       = WS-RNV-CONTRATO-PROC
                   AND WS-RVT-FIM-VIGENCIA(WS-IDX-RNV)
                       = WS-RNV-FIM-PROC
                   MOVE WS-IDX-RNV TO WS-IDX-RNV-ACHADO
                END-IF
            END-PERFORM.

       P8638-GRAVA-AVISOS-RNV.
            MOVE 'N' TO WS-RNV-GRAVADOS
            MOVE SPACES TO WS-RNV-STATUS
            OPEN OUTPUT AVISOS-RENOVACAO
            IF WS-RNV-OK
               PERFORM VARYING WS-IDX-RNV FROM 1 BY 1
                       UNTIL WS-IDX-RNV > WS-QTD-RNV-TAB
                   MOVE WS-RNV-ENTRADA(WS-IDX-RNV)
                        TO REG-AVISO-RENOVACAO
                   WRITE REG-AVISO-RENOVACAO
               END-PERFORM
               CLOSE AVISOS-RENOVACAO
               SET WS-RNV-GRAVADOS-SIM TO TRUE
            END-IF.
