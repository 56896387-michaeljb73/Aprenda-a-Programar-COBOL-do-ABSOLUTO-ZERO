      ******************************************************************
      * Copybook:  ENRPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos do cadastro de enderecos (ENRSL, ENRF,
      *            ENRWS):
      *              P8880 - abre o arquivo so para leitura
      *              P8881 - abre para atualizacao (cria se faltar)
      *              P8882 - endereco a usar para um tipo, do cliente
      *                      da area do CUSTOMER-RECORD
      *              P8884 - proximo endereco do mesmo cliente;
      *                      WS-FIM-ENDERECOS-SIM quando acabam
      *            Regra do P8882: vale o primeiro endereco ATIVO do
      *            tipo pedido; correspondencia sem endereco proprio
      *            vai para o de cobranca; sem nenhum dos dois (ou
      *            sem o arquivo) vale o endereco do cadastro.
      ******************************************************************
       P8880-ABRE-ENDERECOS-LEITURA.
            MOVE 'N' TO WS-ENR-ABERTO
            OPEN INPUT CADASTRO-ENDERECOS
            IF WS-ENR-OK
               SET WS-ENR-ABERTO-SIM TO TRUE
            END-IF.

       P8881-ABRE-ENDERECOS-ATUALIZA.
            MOVE 'N' TO WS-ENR-ABERTO
            OPEN I-O CADASTRO-ENDERECOS
            IF WS-ENR-NAO-CRIADO
               OPEN OUTPUT CADASTRO-ENDERECOS
               CLOSE CADASTRO-ENDERECOS
               OPEN I-O CADASTRO-ENDERECOS
            END-IF
            IF WS-ENR-OK
               SET WS-ENR-ABERTO-SIM TO TRUE
            END-IF.

       P8882-ENDERECO-DO-TIPO.
            MOVE ZEROS        TO WS-ENR-SEQ-ACHADA
            MOVE SPACES       TO WS-ENR-AOS-CUIDADOS
            MOVE CSV-ENDERECO TO WS-ENR-LOGRADOURO
            MOVE CSV-CIDADE   TO WS-ENR-CIDADE
            MOVE CSV-UF       TO WS-ENR-UF
            MOVE CSV-CEP      TO WS-ENR-CEP

            MOVE 'N'          TO WS-FIM-ENDERECOS
            MOVE CSV-CODIGO   TO WS-ENR-CODIGO-VARRE
            MOVE ZEROS        TO WS-ENR-SEQ-VARRE
            PERFORM P8883-CONFERE-ENDERECO
                    UNTIL WS-FIM-ENDERECOS-SIM.

       P8883-CONFERE-ENDERECO.
            PERFORM P8884-PROXIMO-ENDERECO
            IF NOT WS-FIM-ENDERECOS-SIM AND ENR-ATIVO
               IF ENR-TIPO = WS-ENR-TIPO-PEDIDO
                  PERFORM P8885-GUARDA-ENDERECO
                  SET WS-FIM-ENDERECOS-SIM TO TRUE
               ELSE
                  IF WS-ENR-TIPO-PEDIDO = 'R'
                     AND ENR-TIPO-COBRANCA
                     AND WS-ENR-SEQ-ACHADA = ZEROS
                     PERFORM P8885-GUARDA-ENDERECO
                  END-IF
               END-IF
            END-IF.

       P8884-PROXIMO-ENDERECO.
            IF NOT WS-ENR-ABERTO-SIM
               SET WS-FIM-ENDERECOS-SIM TO TRUE
            ELSE
               MOVE WS-ENR-CODIGO-VARRE TO ENR-CODIGO
               MOVE WS-ENR-SEQ-VARRE    TO ENR-SEQUENCIA
               START CADASTRO-ENDERECOS KEY IS > ENR-CHAVE
                     INVALID KEY SET WS-FIM-ENDERECOS-SIM TO TRUE
               END-START
               IF NOT WS-FIM-ENDERECOS-SIM
                  READ CADASTRO-ENDERECOS NEXT RECORD
                       AT END SET WS-FIM-ENDERECOS-SIM TO TRUE
                  END-READ
               END-IF
               IF NOT WS-FIM-ENDERECOS-SIM
                  IF ENR-CODIGO NOT = WS-ENR-CODIGO-VARRE
                     SET WS-FIM-ENDERECOS-SIM TO TRUE
                  ELSE
                     MOVE ENR-SEQUENCIA TO WS-ENR-SEQ-VARRE
                  END-IF
               END-IF
            END-IF.

       P8885-GUARDA-ENDERECO.
            MOVE ENR-SEQUENCIA    TO WS-ENR-SEQ-ACHADA
            MOVE ENR-AOS-CUIDADOS TO WS-ENR-AOS-CUIDADOS
            MOVE ENR-LOGRADOURO   TO WS-ENR-LOGRADOURO
            MOVE ENR-CIDADE       TO WS-ENR-CIDADE
            MOVE ENR-UF           TO WS-ENR-UF
            MOVE ENR-CEP          TO WS-ENR-CEP.
