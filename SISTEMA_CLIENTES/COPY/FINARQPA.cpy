      ******************************************************************
      * Copybook:  FINARQPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos da consulta ao historico financeiro
      *            arquivado pelo FIN-ARCHIVE (FINARQSL, FINACTF,
      *            FINARQF, FINARQWS):
      *              P8980 - rodadas de arquivamento do cliente da
      *                      area do CUSTOMER-RECORD, pelo catalogo
      *                      FINARQCT.dat; WS-FAQ-QTD-RODADAS = 0
      *                      quando nada dele foi arquivado
      *              P8981 - primeiro item arquivado do cliente
      *              P8982 - proximo item; WS-FIM-ARQUIVADOS-SIM
      *                      quando acabam
      *            Cada item volta formatado em WS-FAQ-LINHA, na
      *            ordem das rodadas e, dentro delas, do arquivo de
      *            origem. Arquivo-morto que sumiu do disco volta
      *            como uma linha de aviso, nao como erro.
      ******************************************************************
       P8980-LOCALIZA-ARQUIVAMENTOS.
            MOVE CSV-CODIGO TO WS-FAQ-CODIGO-VARRE
            MOVE ZEROS TO WS-FAQ-QTD-RODADAS
            MOVE 'N' TO WS-FIM-CONTROLE-ARQ
            OPEN INPUT CONTROLE-ARQUIVAMENTO
            IF WS-FCT-OK
               PERFORM P8983-LE-CONTROLE-ARQUIVO
                       UNTIL WS-FIM-CONTROLE-ARQ-SIM
               CLOSE CONTROLE-ARQUIVAMENTO
            END-IF.

       P8981-PRIMEIRO-ARQUIVADO.
            IF WS-FAQ-MORTO-ABERTO-SIM
               CLOSE ARQUIVO-FIN-MORTO
            END-IF
            MOVE 'N' TO WS-FAQ-MORTO-ABERTO
            MOVE 'N' TO WS-FIM-ARQUIVADOS
            MOVE ZEROS TO WS-FAQ-IDX-RODADA
            MOVE ZEROS TO WS-FAQ-QTD-ITENS
            PERFORM P8982-PROXIMO-ARQUIVADO.

       P8982-PROXIMO-ARQUIVADO.
            MOVE 'N' TO WS-FAQ-ACHOU
            PERFORM P8984-LE-ARQUIVADO
                    UNTIL WS-FAQ-ACHOU-SIM OR WS-FIM-ARQUIVADOS-SIM.

      *     UMA LINHA POR CLIENTE E RODADA NO CATALOGO - CADA LINHA DO
      *     CLIENTE E UMA DATA DE ARQUIVO-MORTO A VARRER
       P8983-LE-CONTROLE-ARQUIVO.
            READ CONTROLE-ARQUIVAMENTO
                 AT END SET WS-FIM-CONTROLE-ARQ-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CONTROLE-ARQ-SIM
               IF FCT-CODIGO = WS-FAQ-CODIGO-VARRE
                  AND WS-FAQ-QTD-RODADAS < WS-FAQ-MAX-RODADAS
                  ADD 1 TO WS-FAQ-QTD-RODADAS
                  MOVE FCT-DATA-ARQUIVAMENTO
                       TO WS-FAQ-RODADA-DATA(WS-FAQ-QTD-RODADAS)
               END-IF
            END-IF.

       P8984-LE-ARQUIVADO.
            IF NOT WS-FAQ-MORTO-ABERTO-SIM
               PERFORM P8985-ABRE-PROXIMO-MORTO
            ELSE
               READ ARQUIVO-FIN-MORTO
                    AT END
                       CLOSE ARQUIVO-FIN-MORTO
                       MOVE 'N' TO WS-FAQ-MORTO-ABERTO
               END-READ
               IF WS-FAQ-MORTO-ABERTO-SIM
                  AND FAQ-CODIGO = WS-FAQ-CODIGO-VARRE
                  ADD 1 TO WS-FAQ-QTD-ITENS
                  PERFORM P8986-MONTA-LINHA-ARQUIVADA
                  SET WS-FAQ-ACHOU-SIM TO TRUE
               END-IF
            END-IF.

       P8985-ABRE-PROXIMO-MORTO.
            ADD 1 TO WS-FAQ-IDX-RODADA
            IF WS-FAQ-IDX-RODADA > WS-FAQ-QTD-RODADAS
               SET WS-FIM-ARQUIVADOS-SIM TO TRUE
            ELSE
               MOVE SPACES TO WS-ARQ-FIN-MORTO
               STRING 'src\assets\FINARQ.'   DELIMITED BY SIZE
                      WS-FAQ-RODADA-DATA(WS-FAQ-IDX-RODADA)
                                             DELIMITED BY SIZE
                      '.dat'                 DELIMITED BY SIZE
                      INTO WS-ARQ-FIN-MORTO
               END-STRING
               OPEN INPUT ARQUIVO-FIN-MORTO
               IF WS-FAQ-OK
                  SET WS-FAQ-MORTO-ABERTO-SIM TO TRUE
               ELSE
                  MOVE WS-FAQ-RODADA-DATA(WS-FAQ-IDX-RODADA)
                       TO WS-DATA-ISO
                  PERFORM P8200-CONVERTE-ISO-PARA-BR
                  MOVE SPACES TO WS-FAQ-LINHA
                  STRING 'ARQUIVAMENTO DE ' DELIMITED BY SIZE
                         WS-DATA-BR         DELIMITED BY SIZE
                         ' INDISPONIVEL (STATUS '
                                            DELIMITED BY SIZE
                         WS-FAQ-STATUS      DELIMITED BY SIZE
                         ')'                DELIMITED BY SIZE
                         INTO WS-FAQ-LINHA
                  END-STRING
                  SET WS-FAQ-ACHOU-SIM TO TRUE
               END-IF
            END-IF.

       P8986-MONTA-LINHA-ARQUIVADA.
            MOVE SPACES TO WS-FAQ-LINHA
            EVALUATE TRUE
                WHEN FAQ-PARCELA
                     MOVE FAP-VENCIMENTO TO WS-DATA-ISO
                     PERFORM P8200-CONVERTE-ISO-PARA-BR
                     MOVE FAP-VALOR TO WS-FAQ-VALOR-ED
                     IF FAP-RENEGOCIADA
                        MOVE 'RENEGOCIADA' TO WS-FAQ-SITUACAO-TXT
                     ELSE
                        MOVE 'PAGA'        TO WS-FAQ-SITUACAO-TXT
                     END-IF
                     STRING 'PARCELA  '      DELIMITED BY SIZE
                            FAP-NUMERO       DELIMITED BY SIZE
                            ' CTR '          DELIMITED BY SIZE
                            FAP-CONTRATO     DELIMITED BY SIZE
                            ' VENC '         DELIMITED BY SIZE
                            WS-DATA-BR       DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            WS-FAQ-SITUACAO-TXT DELIMITED BY SIZE
                            WS-FAQ-VALOR-ED  DELIMITED BY SIZE
                            INTO WS-FAQ-LINHA
                     END-STRING
                WHEN FAQ-RECIBO
                     MOVE FAR-DATA-PAGTO TO WS-DATA-ISO
                     PERFORM P8200-CONVERTE-ISO-PARA-BR
                     MOVE FAR-VALOR TO WS-FAQ-VALOR-ED
                     STRING 'RECIBO   '      DELIMITED BY SIZE
                            FAR-NUMERO       DELIMITED BY SIZE
                            ' PARC '         DELIMITED BY SIZE
                            FAR-PARCELA      DELIMITED BY SIZE
                            ' PAGO '         DELIMITED BY SIZE
                            WS-DATA-BR       DELIMITED BY SIZE
                            ' FORMA '        DELIMITED BY SIZE
                            FAR-FORMA        DELIMITED BY SIZE
                            '    '           DELIMITED BY SIZE
                            WS-FAQ-VALOR-ED  DELIMITED BY SIZE
                            INTO WS-FAQ-LINHA
                     END-STRING
                WHEN FAQ-ENCARGO
                     MOVE FAE-COMPETENCIA(1:4) TO WS-FAQ-COMPET-AAAA
                     MOVE FAE-COMPETENCIA(5:2) TO WS-FAQ-COMPET-MM
                     MOVE FAE-VALOR-ENCARGO TO WS-FAQ-VALOR-ED
                     IF FAE-TARIFA-CHEQUE
                        MOVE 'TARIFA CHEQUE' TO WS-FAQ-SITUACAO-TXT
                     ELSE
                        MOVE 'ATRASO'        TO WS-FAQ-SITUACAO-TXT
                     END-IF
                     STRING 'ENCARGO  COMPET '  DELIMITED BY SIZE
                            WS-FAQ-COMPETENCIA-ED DELIMITED BY SIZE
                            ' CTR '          DELIMITED BY SIZE
                            FAE-CONTRATO     DELIMITED BY SIZE
                            ' '              DELIMITED BY SIZE
                            WS-FAQ-SITUACAO-TXT DELIMITED BY SIZE
                            '  '             DELIMITED BY SIZE
                            WS-FAQ-VALOR-ED  DELIMITED BY SIZE
                            INTO WS-FAQ-LINHA
                     END-STRING
                WHEN OTHER
                     MOVE FAF-DATA-EMISSAO TO WS-DATA-ISO
                     PERFORM P8200-CONVERTE-ISO-PARA-BR
                     MOVE FAF-VALOR-TOTAL TO WS-FAQ-VALOR-ED
                     STRING 'FATURA   '      DELIMITED BY SIZE
                            FAF-NUMERO       DELIMITED BY SIZE
                            ' EMITIDA '      DELIMITED BY SIZE
                            WS-DATA-BR       DELIMITED BY SIZE
                            ' UF '           DELIMITED BY SIZE
                            FAF-UF           DELIMITED BY SIZE
                            '         '      DELIMITED BY SIZE
                            WS-FAQ-VALOR-ED  DELIMITED BY SIZE
                            INTO WS-FAQ-LINHA
                     END-STRING
            END-EVALUATE.
