      ******************************************************************
      * Copybook:  BTQPPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados dos parametros da
      *            solicitacao sob demanda. P8160 le o BATCHPRM.dat
      *            gravado pelo BATCH-DISPATCH (sem arquivo ou vazio,
      *            nenhuma solicitacao em execucao e nada e filtrado),
      *            so aceita os parametros se o numero esta EM EXECUCAO
      *            na fila (BATCHREQ.dat) - sobra de rodada que caiu no
      *            meio nao filtra a cadeia noturna nem o menu - e
      *            monta o eco do cabecalho; P8165 confere UF e
      *            filial do CUSTOMER-RECORD corrente e P8167 confere
      *            WS-BTP-DATA-TESTE contra a faixa de datas, os dois
      *            devolvendo WS-BTP-PASSA. Requer BTQPSL e BTQSL
      *            (SELECT), BTQPF e BTQF (FD), BTQPWS
      *            (WORKING-STORAGE) e o CUSTMAST
      *            na area de FD do chamador.
      ******************************************************************
       P8160-LE-PARAMETRO-SOLICITACAO.
            MOVE 'N'    TO WS-BTP-ATIVA
            MOVE ZEROS  TO WS-BTP-NUMERO
            MOVE SPACES TO WS-BTP-UF
            MOVE SPACES TO WS-BTP-FILIAL
            MOVE ZEROS  TO WS-BTP-DATA-DE
            MOVE ZEROS  TO WS-BTP-DATA-ATE
            MOVE SPACES TO WS-BTP-ECO

            OPEN INPUT PARAMETRO-SOLICITACAO
            IF WS-BATCHPRM-OK
               READ PARAMETRO-SOLICITACAO
               IF WS-BATCHPRM-OK AND BTP-NUMERO IS NUMERIC
                  AND BTP-NUMERO > ZEROS
                  PERFORM P8161-CONFERE-FILA-SOLIC
                  IF WS-BTP-CONFIRMADA-SIM
                     PERFORM P8163-ACEITA-PARAMETRO-SOLIC
                  ELSE
                     DISPLAY 'AVISO - BATCHPRM.dat DA SOLICITACAO '
                             BTP-NUMERO ' SEM SOLICITACAO EM '
                             'EXECUCAO NA FILA - IGNORADO, RODADA '
                             'SEM FILTRO.'
                  END-IF
               END-IF
               CLOSE PARAMETRO-SOLICITACAO
            END-IF.

       P8161-CONFERE-FILA-SOLIC.
            MOVE 'N' TO WS-BTP-CONFIRMADA
            MOVE 'N' TO WS-BTP-FIM-FILA
            OPEN INPUT FILA-SOLICITACOES
            IF WS-BATCHREQ-OK
               PERFORM P8162-LE-FILA-SOLIC
                   UNTIL WS-BTP-FIM-FILA-SIM
               CLOSE FILA-SOLICITACOES
            END-IF.

       P8162-LE-FILA-SOLIC.
            READ FILA-SOLICITACOES
                 AT END SET WS-BTP-FIM-FILA-SIM TO TRUE
            END-READ
            IF NOT WS-BTP-FIM-FILA-SIM
               IF BTQ-NUMERO = BTP-NUMERO
                  SET WS-BTP-FIM-FILA-SIM TO TRUE
                  IF BTQ-EM-EXECUCAO
                     SET WS-BTP-CONFIRMADA-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P8163-ACEITA-PARAMETRO-SOLIC.
            SET WS-BTP-ATIVA-SIM TO TRUE
            MOVE BTP-NUMERO TO WS-BTP-NUMERO
            MOVE BTP-UF     TO WS-BTP-UF
            MOVE BTP-FILIAL TO WS-BTP-FILIAL
            IF BTP-DATA-DE IS NUMERIC
               MOVE BTP-DATA-DE TO WS-BTP-DATA-DE
            END-IF
            IF BTP-DATA-ATE IS NUMERIC
               MOVE BTP-DATA-ATE TO WS-BTP-DATA-ATE
            END-IF

            STRING 'SOLICITACAO ' DELIMITED BY SIZE
                   WS-BTP-NUMERO  DELIMITED BY SIZE
                   ': UF '        DELIMITED BY SIZE
                   WS-BTP-UF      DELIMITED BY SIZE
                   ' FILIAL '     DELIMITED BY SIZE
                   WS-BTP-FILIAL  DELIMITED BY SIZE
                   ' DATA '       DELIMITED BY SIZE
                   WS-BTP-DATA-DE DELIMITED BY SIZE
                   '-'            DELIMITED BY SIZE
                   WS-BTP-DATA-ATE DELIMITED BY SIZE
                   INTO WS-BTP-ECO
            END-STRING
            DISPLAY 'RODADA SOB DEMANDA - ' WS-BTP-ECO.

       P8165-FILTRA-CLIENTE-SOLIC.
            MOVE 'S' TO WS-BTP-PASSA
            IF WS-BTP-UF NOT = SPACES
               AND CSV-UF NOT = WS-BTP-UF
               MOVE 'N' TO WS-BTP-PASSA
            END-IF
            IF WS-BTP-FILIAL NOT = SPACES
               AND CSV-FILIAL NOT = WS-BTP-FILIAL
               MOVE 'N' TO WS-BTP-PASSA
            END-IF.

       P8167-FILTRA-DATA-SOLIC.
            MOVE 'S' TO WS-BTP-PASSA
            IF WS-BTP-DATA-DE NOT = ZEROS
               AND WS-BTP-DATA-TESTE < WS-BTP-DATA-DE
               MOVE 'N' TO WS-BTP-PASSA
            END-IF
            IF WS-BTP-DATA-ATE NOT = ZEROS
               AND WS-BTP-DATA-TESTE > WS-BTP-DATA-ATE
               MOVE 'N' TO WS-BTP-PASSA
            END-IF.
