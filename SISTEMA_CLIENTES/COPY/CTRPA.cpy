      ******************************************************************
      * Copybook:  CTRPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos do cadastro de contratos (CTRSL, CTRF,
      *            CTRWS):
      *              P8870 - abre o arquivo so para leitura
      *              P8871 - abre para atualizacao (cria se faltar)
      *              P8872 - primeiro contrato do cliente da area do
      *                      CUSTOMER-RECORD (sempre o principal)
      *              P8873 - proximo contrato do mesmo cliente;
      *                      WS-FIM-CONTRATOS-SIM quando acabam
      *              P8874 - monta o contrato principal do cadastro
      *              P8876 - copia o contrato principal de volta
      *                      para o CUSTOMER-RECORD
      *            Os campos do contrato 01 no CUSTOMER-RECORD sao a
      *            fonte do contrato principal; o registro 01 do
      *            CONTRATOS.dat guarda a descricao e a data de
      *            criacao e segue o cadastro.
      ******************************************************************
       P8870-ABRE-CONTRATOS-LEITURA.
            MOVE 'N' TO WS-CTR-ABERTO
            OPEN INPUT CADASTRO-CONTRATOS
            IF WS-CTR-OK
               SET WS-CTR-ABERTO-SIM TO TRUE
            END-IF.

       P8871-ABRE-CONTRATOS-ATUALIZA.
            MOVE 'N' TO WS-CTR-ABERTO
            OPEN I-O CADASTRO-CONTRATOS
            IF WS-CTR-NAO-CRIADO
               OPEN OUTPUT CADASTRO-CONTRATOS
               CLOSE CADASTRO-CONTRATOS
               OPEN I-O CADASTRO-CONTRATOS
            END-IF
            IF WS-CTR-OK
               SET WS-CTR-ABERTO-SIM TO TRUE
            END-IF.

       P8872-PRIMEIRO-CONTRATO.
            MOVE 'N' TO WS-FIM-CONTRATOS
            MOVE CSV-CODIGO TO WS-CTR-CODIGO-VARRE
            MOVE 01         TO WS-CTR-SEQ-VARRE
            PERFORM P8874-PRINCIPAL-DO-CADASTRO.

       P8873-PROXIMO-CONTRATO.
            IF NOT WS-CTR-ABERTO-SIM
               SET WS-FIM-CONTRATOS-SIM TO TRUE
            ELSE
               MOVE WS-CTR-CODIGO-VARRE TO CTR-CODIGO
               MOVE WS-CTR-SEQ-VARRE    TO CTR-SEQUENCIA
               START CADASTRO-CONTRATOS KEY IS > CTR-CHAVE
                     INVALID KEY SET WS-FIM-CONTRATOS-SIM TO TRUE
               END-START
               IF NOT WS-FIM-CONTRATOS-SIM
                  READ CADASTRO-CONTRATOS NEXT RECORD
                       AT END SET WS-FIM-CONTRATOS-SIM TO TRUE
                  END-READ
               END-IF
               IF NOT WS-FIM-CONTRATOS-SIM
                  IF CTR-CODIGO NOT = WS-CTR-CODIGO-VARRE
                     SET WS-FIM-CONTRATOS-SIM TO TRUE
                  ELSE
                     MOVE CTR-SEQUENCIA TO WS-CTR-SEQ-VARRE
                  END-IF
               END-IF
            END-IF.

       P8874-PRINCIPAL-DO-CADASTRO.
            MOVE CSV-CODIGO TO CTR-CODIGO
            MOVE 01         TO CTR-SEQUENCIA
            IF WS-CTR-ABERTO-SIM
               READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
            ELSE
               MOVE '23' TO WS-CTR-STATUS
            END-IF
            IF NOT WS-CTR-OK
               INITIALIZE REG-CONTRATO
               MOVE CSV-CODIGO           TO CTR-CODIGO
               MOVE 01                   TO CTR-SEQUENCIA
               MOVE 'CONTRATO PRINCIPAL' TO CTR-DESCRICAO
               MOVE CSV-DATA-CRIACAO     TO CTR-DATA-CRIACAO
            END-IF
            MOVE CSV-VALOR-CONTRATO       TO CTR-VALOR-CONTRATO
            MOVE CSV-MOEDA-CONTRATO       TO CTR-MOEDA-CONTRATO
            MOVE CSV-STATUS-PAGTO         TO CTR-STATUS-PAGTO
            MOVE CSV-DATA-INICIO-VIGENCIA TO CTR-DATA-INICIO-VIGENCIA
            MOVE CSV-DATA-FIM-VIGENCIA    TO CTR-DATA-FIM-VIGENCIA.

       P8876-PRINCIPAL-PARA-CADASTRO.
            MOVE CTR-VALOR-CONTRATO       TO CSV-VALOR-CONTRATO
            MOVE CTR-MOEDA-CONTRATO       TO CSV-MOEDA-CONTRATO
            MOVE CTR-STATUS-PAGTO         TO CSV-STATUS-PAGTO
            MOVE CTR-DATA-INICIO-VIGENCIA TO CSV-DATA-INICIO-VIGENCIA
            MOVE CTR-DATA-FIM-VIGENCIA    TO CSV-DATA-FIM-VIGENCIA.
