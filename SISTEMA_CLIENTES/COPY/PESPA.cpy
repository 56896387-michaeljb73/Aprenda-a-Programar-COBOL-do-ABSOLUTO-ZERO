      ******************************************************************
      * Copybook:  PESPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos do cadastro de pessoas de contato (PESSL,
      *            PESF, PESWS):
      *              P8890 - abre o arquivo so para leitura
      *              P8891 - abre para atualizacao (cria se faltar)
      *              P8892 - pessoa que recebe um tipo de documento,
      *                      do cliente da area do CUSTOMER-RECORD
      *              P8894 - proxima pessoa do mesmo cliente;
      *                      WS-FIM-PESSOAS-SIM quando acabam
      *              P8896 - descricao do papel (WS-PES-PAPEL-DESC)
      *            Regra do P8892: cobranca, lembrete de vencimento,
      *            recibo, extrato e aviso de negativacao vao para o
      *            financeiro; cotacao para o comprador; renovacao
      *            de contrato para o socio.
      *            Vale a primeira pessoa ATIVA do papel, com
      *            consentimento e e-mail; sem ela (ou sem o arquivo,
      *            ou tipo sem papel) vale o contato do cadastro.
      ******************************************************************
       P8890-ABRE-PESSOAS-LEITURA.
            MOVE 'N' TO WS-PES-ABERTO
            OPEN INPUT CADASTRO-PESSOAS
            IF WS-PES-OK
               SET WS-PES-ABERTO-SIM TO TRUE
            END-IF.

       P8891-ABRE-PESSOAS-ATUALIZA.
            MOVE 'N' TO WS-PES-ABERTO
            OPEN I-O CADASTRO-PESSOAS
            IF WS-PES-NAO-CRIADO
               OPEN OUTPUT CADASTRO-PESSOAS
               CLOSE CADASTRO-PESSOAS
               OPEN I-O CADASTRO-PESSOAS
            END-IF
            IF WS-PES-OK
               SET WS-PES-ABERTO-SIM TO TRUE
            END-IF.

       P8892-PESSOA-DO-DOCUMENTO.
            MOVE ZEROS       TO WS-PES-SEQ-ACHADA
            MOVE SPACES      TO WS-PES-NOME
            MOVE SPACE       TO WS-PES-PAPEL
            MOVE CSV-FONE    TO WS-PES-FONE
            MOVE CSV-EMAIL   TO WS-PES-EMAIL

            EVALUATE TRUE
                WHEN WS-PES-DOC-FINANCEIRO
                     MOVE 'F'   TO WS-PES-PAPEL-PEDIDO
                WHEN WS-PES-DOC-COMPRAS
                     MOVE 'C'   TO WS-PES-PAPEL-PEDIDO
                WHEN WS-PES-DOC-SOCIO
                     MOVE 'S'   TO WS-PES-PAPEL-PEDIDO
                WHEN OTHER
                     MOVE SPACE TO WS-PES-PAPEL-PEDIDO
            END-EVALUATE

            IF WS-PES-PAPEL-PEDIDO NOT = SPACE
               MOVE 'N'        TO WS-FIM-PESSOAS
               MOVE CSV-CODIGO TO WS-PES-CODIGO-VARRE
               MOVE ZEROS      TO WS-PES-SEQ-VARRE
               PERFORM P8893-CONFERE-PESSOA
                       UNTIL WS-FIM-PESSOAS-SIM
            END-IF.

       P8893-CONFERE-PESSOA.
            PERFORM P8894-PROXIMA-PESSOA
            IF NOT WS-FIM-PESSOAS-SIM
               IF PES-ATIVA AND PES-CONSENTE-SIM
                  AND PES-PAPEL = WS-PES-PAPEL-PEDIDO
                  AND PES-EMAIL NOT = SPACES
                  PERFORM P8895-GUARDA-PESSOA
                  SET WS-FIM-PESSOAS-SIM TO TRUE
               END-IF
            END-IF.

       P8894-PROXIMA-PESSOA.
            IF NOT WS-PES-ABERTO-SIM
               SET WS-FIM-PESSOAS-SIM TO TRUE
            ELSE
               MOVE WS-PES-CODIGO-VARRE TO PES-CODIGO
               MOVE WS-PES-SEQ-VARRE    TO PES-SEQUENCIA
               START CADASTRO-PESSOAS KEY IS > PES-CHAVE
                     INVALID KEY SET WS-FIM-PESSOAS-SIM TO TRUE
               END-START
               IF NOT WS-FIM-PESSOAS-SIM
                  READ CADASTRO-PESSOAS NEXT RECORD
                       AT END SET WS-FIM-PESSOAS-SIM TO TRUE
                  END-READ
               END-IF
               IF NOT WS-FIM-PESSOAS-SIM
                  IF PES-CODIGO NOT = WS-PES-CODIGO-VARRE
                     SET WS-FIM-PESSOAS-SIM TO TRUE
                  ELSE
                     MOVE PES-SEQUENCIA TO WS-PES-SEQ-VARRE
                  END-IF
               END-IF
            END-IF.

       P8895-GUARDA-PESSOA.
            MOVE PES-SEQUENCIA TO WS-PES-SEQ-ACHADA
            MOVE PES-NOME      TO WS-PES-NOME
            MOVE PES-PAPEL     TO WS-PES-PAPEL
            MOVE PES-FONE      TO WS-PES-FONE
            MOVE PES-EMAIL     TO WS-PES-EMAIL.

       P8896-DESCREVE-PAPEL.
            EVALUATE WS-PES-PAPEL
                WHEN 'C'   MOVE 'COMPRAS'    TO WS-PES-PAPEL-DESC
                WHEN 'F'   MOVE 'FINANCEIRO' TO WS-PES-PAPEL-DESC
                WHEN 'S'   MOVE 'SOCIO'      TO WS-PES-PAPEL-DESC
                WHEN 'O'   MOVE 'OUTRO'      TO WS-PES-PAPEL-DESC
                WHEN OTHER MOVE 'CADASTRO'   TO WS-PES-PAPEL-DESC
            END-EVALUATE.
