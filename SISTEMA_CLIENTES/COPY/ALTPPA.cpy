      ******************************************************************
      * Copybook:  ALTPPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos das alteracoes pendentes de aprovacao
      *            (ALTPSL, ALTPF, ALTPWS).
      *            P8640 - procura pedido PENDENTE do cliente/campo em
      *                    WS-ALP-CODIGO-PROC/WS-ALP-CAMPO-PROC; sai
      *                    com WS-ALP-ACHADA e, achado, o valor novo
      *                    pedido em WS-ALP-VALOR-NOVO.
      *            P8642 - grava o pedido montado em WS-ALP-* como
      *                    PENDENTE, com o operador da sessao; sai com
      *                    WS-ALP-GRAVADA.
      ******************************************************************
       P8640-PROCURA-PENDENTE.
            MOVE 'N' TO WS-ALP-ACHADA
            MOVE 'N' TO WS-FIM-ALP
            OPEN INPUT ALTERACOES-PENDENTES
            IF WS-ALP-OK
               PERFORM P8641-LE-PENDENTE
                       UNTIL WS-FIM-ALP-SIM OR WS-ALP-ACHADA-SIM
               CLOSE ALTERACOES-PENDENTES
            END-IF.

       P8641-LE-PENDENTE.
            READ ALTERACOES-PENDENTES
                 AT END SET WS-FIM-ALP-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ALP-SIM
               IF ALP-PENDENTE
                  AND ALP-CODIGO = WS-ALP-CODIGO-PROC
                  AND ALP-CAMPO = WS-ALP-CAMPO-PROC
                  SET WS-ALP-ACHADA-SIM TO TRUE
                  MOVE ALP-VALOR-NOVO TO WS-ALP-VALOR-NOVO
               END-IF
            END-IF.

       P8642-GRAVA-PENDENTE.
            MOVE 'N' TO WS-ALP-GRAVADA
            OPEN EXTEND ALTERACOES-PENDENTES
            IF WS-ALP-NAO-CRIADO
               OPEN OUTPUT ALTERACOES-PENDENTES
            END-IF
            IF WS-ALP-OK
               MOVE SPACES               TO REG-ALTERACAO-PENDENTE
               MOVE WS-ALP-CODIGO-PROC   TO ALP-CODIGO
               MOVE WS-ALP-CAMPO-PROC    TO ALP-CAMPO
               MOVE WS-ALP-VALOR-ATUAL   TO ALP-VALOR-ATUAL
               MOVE WS-ALP-VALOR-NOVO    TO ALP-VALOR-NOVO
               SET ALP-PENDENTE          TO TRUE
               MOVE WS-OPERADOR-VALIDADO TO ALP-OPERADOR
               MOVE WS-ALP-PROGRAMA      TO ALP-PROGRAMA
               ACCEPT ALP-DATA-PEDIDO FROM DATE YYYYMMDD
               ACCEPT ALP-HORA-PEDIDO FROM TIME
               MOVE ZEROS                TO ALP-DATA-DECISAO
               WRITE REG-ALTERACAO-PENDENTE
               IF WS-ALP-OK
                  SET WS-ALP-GRAVADA-SIM TO TRUE
               END-IF
               CLOSE ALTERACOES-PENDENTES
            ELSE
               DISPLAY 'ARQUIVO DE ALTERACOES PENDENTES INDISPONIVEL '
                       '(STATUS ' WS-ALP-STATUS ').'
            END-IF.
