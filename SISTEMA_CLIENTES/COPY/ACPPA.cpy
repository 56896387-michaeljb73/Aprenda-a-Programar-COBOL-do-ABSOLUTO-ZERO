      ******************************************************************
      * Copybook:  ACPPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos do arquivo de acordos de preco (ACPSL,
      *            ACPF, ACPWS):
      *              P8910 - abre o arquivo so para leitura
      *              P8911 - abre para atualizacao (cria se faltar)
      *              P8912 - preco acordado de um item para o
      *                      cliente/grupo de WS-ACP-CONSULTA
      *              P8914 - proximo acordo do mesmo alvo e item;
      *                      WS-FIM-ACORDOS-SIM quando acabam
      *            Regra do P8912: vale o primeiro acordo ATIVO do
      *            cliente para o item cuja vigencia cobre a data;
      *            sem ele, o do grupo economico; sem nenhum, o
      *            preco de lista. Desconto percentual e calculado
      *            sobre o preco de lista informado, arredondado.
      ******************************************************************
       P8910-ABRE-ACORDOS-LEITURA.
            MOVE 'N' TO WS-ACP-ABERTO
            OPEN INPUT ACORDOS-PRECO
            IF WS-ACP-OK
               SET WS-ACP-ABERTO-SIM TO TRUE
            END-IF.

       P8911-ABRE-ACORDOS-ATUALIZA.
            MOVE 'N' TO WS-ACP-ABERTO
            OPEN I-O ACORDOS-PRECO
            IF WS-ACP-NAO-CRIADO
               OPEN OUTPUT ACORDOS-PRECO
               CLOSE ACORDOS-PRECO
               OPEN I-O ACORDOS-PRECO
            END-IF
            IF WS-ACP-OK
               SET WS-ACP-ABERTO-SIM TO TRUE
            END-IF.

       P8912-PRECO-ACORDADO.
            MOVE 'N'                TO WS-ACP-ACHADO
            MOVE SPACE              TO WS-ACP-ORIGEM
            MOVE WS-ACP-PRECO-LISTA TO WS-ACP-PRECO-ACORDADO
            MOVE ZEROS              TO WS-ACP-FIM-ACHADO

            MOVE 'C'            TO WS-ACP-TIPO-VARRE
            MOVE WS-ACP-CLIENTE TO WS-ACP-ALVO-VARRE
            PERFORM P8913-PROCURA-VIGENTE

            IF NOT WS-ACP-ACHADO-SIM AND WS-ACP-GRUPO > ZEROS
               MOVE 'G'          TO WS-ACP-TIPO-VARRE
               MOVE WS-ACP-GRUPO TO WS-ACP-ALVO-VARRE
               PERFORM P8913-PROCURA-VIGENTE
            END-IF.

       P8913-PROCURA-VIGENTE.
            MOVE WS-ACP-ITEM TO WS-ACP-ITEM-VARRE
            MOVE ZEROS       TO WS-ACP-SEQ-VARRE
            MOVE 'N'         TO WS-FIM-ACORDOS
            PERFORM UNTIL WS-FIM-ACORDOS-SIM
                PERFORM P8914-PROXIMO-ACORDO
                IF NOT WS-FIM-ACORDOS-SIM
                   IF ACP-ATIVO
                      AND ACP-DATA-INICIO <= WS-ACP-DATA
                      AND ACP-DATA-FIM >= WS-ACP-DATA
                      PERFORM P8915-APLICA-ACORDO
                      SET WS-FIM-ACORDOS-SIM TO TRUE
                   END-IF
                END-IF
            END-PERFORM.

       P8914-PROXIMO-ACORDO.
            IF NOT WS-ACP-ABERTO-SIM
               SET WS-FIM-ACORDOS-SIM TO TRUE
            ELSE
               MOVE WS-ACP-CHAVE-VARRE TO ACP-CHAVE
               START ACORDOS-PRECO KEY IS > ACP-CHAVE
                     INVALID KEY SET WS-FIM-ACORDOS-SIM TO TRUE
               END-START
               IF NOT WS-FIM-ACORDOS-SIM
                  READ ACORDOS-PRECO NEXT RECORD
                       AT END SET WS-FIM-ACORDOS-SIM TO TRUE
                  END-READ
               END-IF
               IF NOT WS-FIM-ACORDOS-SIM
                  IF ACP-TIPO-ALVO NOT = WS-ACP-TIPO-VARRE
                     OR ACP-ALVO NOT = WS-ACP-ALVO-VARRE
                     OR ACP-ITEM NOT = WS-ACP-ITEM-VARRE
                     SET WS-FIM-ACORDOS-SIM TO TRUE
                  ELSE
                     MOVE ACP-SEQUENCIA TO WS-ACP-SEQ-VARRE
                  END-IF
               END-IF
            END-IF.

       P8915-APLICA-ACORDO.
            SET WS-ACP-ACHADO-SIM TO TRUE
            MOVE ACP-TIPO-ALVO TO WS-ACP-ORIGEM
            MOVE ACP-DATA-FIM  TO WS-ACP-FIM-ACHADO
            IF ACP-PRECO-ESPECIAL
               MOVE ACP-PRECO TO WS-ACP-PRECO-ACORDADO
            ELSE
               COMPUTE WS-ACP-PRECO-ACORDADO ROUNDED =
                       WS-ACP-PRECO-LISTA
                       * (100 - ACP-PCT-DESCONTO) / 100
            END-IF.
