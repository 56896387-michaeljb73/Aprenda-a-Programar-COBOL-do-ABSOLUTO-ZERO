      ******************************************************************
      * Copybook:  SACPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados dos chamados de
      *            atendimento. Requer SACSL (SELECT), SACF (FD) e
      *            SACWS (WORKING-STORAGE).
      *              P8610 - carrega os chamados na tabela (arquivo
      *                      ausente = nenhum chamado)
      *              P8612 - maior numero de chamado ja usado
      *              P8613 - valida WS-SAC-CATEGORIA-PROC e devolve a
      *                      descricao e o prazo em dias
      *              P8614 - prazo do chamado: WS-SAC-DATA-BASE mais
      *                      WS-SAC-DIAS-SLA dias corridos, em
      *                      WS-SAC-DATA-PRAZO
      *              P8618 - regrava o arquivo a partir da tabela
      ******************************************************************
       P8610-CARREGA-CHAMADOS.
            MOVE ZEROS TO WS-QTD-SAC-TAB
            MOVE 'N' TO WS-SAC-ESTOUROU
            MOVE 'N' TO WS-FIM-SAC
            OPEN INPUT CHAMADOS-SAC
            IF WS-SAC-OK
               PERFORM P8611-LE-CHAMADO UNTIL WS-FIM-SAC-SIM
               CLOSE CHAMADOS-SAC
            END-IF.

       P8611-LE-CHAMADO.
            READ CHAMADOS-SAC
                 AT END SET WS-FIM-SAC-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-SAC-SIM
               IF WS-QTD-SAC-TAB < WS-MAX-SAC
                  ADD 1 TO WS-QTD-SAC-TAB
                  MOVE SAC-NUMERO TO WS-SCT-NUMERO(WS-QTD-SAC-TAB)
                  MOVE SAC-CODIGO-CLIENTE
                       TO WS-SCT-CLIENTE(WS-QTD-SAC-TAB)
                  MOVE SAC-CATEGORIA
                       TO WS-SCT-CATEGORIA(WS-QTD-SAC-TAB)
                  MOVE SAC-CANAL TO WS-SCT-CANAL(WS-QTD-SAC-TAB)
                  MOVE SAC-DESCRICAO
                       TO WS-SCT-DESCRICAO(WS-QTD-SAC-TAB)
                  MOVE SAC-RESPONSAVEL
                       TO WS-SCT-RESPONSAVEL(WS-QTD-SAC-TAB)
                  MOVE SAC-DATA-ABERTURA
                       TO WS-SCT-DATA-ABERTURA(WS-QTD-SAC-TAB)
                  MOVE SAC-DATA-PRAZO
                       TO WS-SCT-DATA-PRAZO(WS-QTD-SAC-TAB)
                  MOVE SAC-DATA-ENCERRAMENTO
                       TO WS-SCT-DATA-ENCERRAMENTO(WS-QTD-SAC-TAB)
                  MOVE SAC-DATA-ESCALONAMENTO
                       TO WS-SCT-DATA-ESCALONAMENTO(WS-QTD-SAC-TAB)
                  MOVE SAC-SITUACAO
                       TO WS-SCT-SITUACAO(WS-QTD-SAC-TAB)
                  MOVE SAC-NOTA TO WS-SCT-NOTA(WS-QTD-SAC-TAB)
                  MOVE SAC-OPERADOR
                       TO WS-SCT-OPERADOR(WS-QTD-SAC-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-SAC ' CHAMADOS NO '
                          'ARQUIVO - CARGA ABORTADA.'
                  SET WS-SAC-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-SAC-SIM TO TRUE
               END-IF
            END-IF.

       P8612-ULTIMO-NUMERO-SAC.
            MOVE ZEROS TO WS-SAC-ULTIMO-NUMERO
            PERFORM VARYING WS-IDX-SAC FROM 1 BY 1
                    UNTIL WS-IDX-SAC > WS-QTD-SAC-TAB
                IF WS-SCT-NUMERO(WS-IDX-SAC) > WS-SAC-ULTIMO-NUMERO
                   MOVE WS-SCT-NUMERO(WS-IDX-SAC)
                        TO WS-SAC-ULTIMO-NUMERO
                END-IF
            END-PERFORM.

       P8613-DESCREVE-CATEGORIA.
            MOVE 'N' TO WS-SAC-CATEGORIA-VALIDA
            MOVE ZEROS TO WS-SAC-DIAS-SLA
            MOVE '(CATEGORIA NAO CADASTRADA)'
                 TO WS-SAC-CATEGORIA-DESCRICAO
            PERFORM VARYING WS-IDX-CATEGORIA-SAC FROM 1 BY 1
                    UNTIL WS-IDX-CATEGORIA-SAC > WS-QTD-CATEGORIAS-SAC
                    OR WS-SAC-CATEGORIA-VALIDA-SIM
                IF WS-CTS-CODIGO(WS-IDX-CATEGORIA-SAC) =
                   WS-SAC-CATEGORIA-PROC
                   SET WS-SAC-CATEGORIA-VALIDA-SIM TO TRUE
                   MOVE WS-CTS-DESCRICAO(WS-IDX-CATEGORIA-SAC)
                        TO WS-SAC-CATEGORIA-DESCRICAO
                   MOVE WS-CTS-DIAS-SLA(WS-IDX-CATEGORIA-SAC)
                        TO WS-SAC-DIAS-SLA
                END-IF
            END-PERFORM.

      ******************************************************************
      * P8614-CALCULA-PRAZO-SAC
      * Dia juliano da data-base, mais os dias do SLA, e a volta para
      * AAAAMMDD pelo algoritmo gregoriano classico - tudo em
      * aritmetica inteira, sem exigir os copybooks DTCONV* de quem
      * chama. Cada divisao vai para um campo inteiro proprio antes
      * de entrar na conta seguinte: dentro de um mesmo COMPUTE o
      * quociente intermediario guarda as casas decimais e a data
      * devolvida sairia errada.
      ******************************************************************
       P8614-CALCULA-PRAZO-SAC.
            COMPUTE WS-SAC-JDN-A = (14 - WS-SAC-BASE-MM) / 12
            COMPUTE WS-SAC-JDN-Y = WS-SAC-BASE-AAAA + 4800
                    - WS-SAC-JDN-A
            COMPUTE WS-SAC-JDN-M = WS-SAC-BASE-MM
                    + (12 * WS-SAC-JDN-A) - 3
            COMPUTE WS-SAC-GR-A = ((153 * WS-SAC-JDN-M) + 2) / 5
            COMPUTE WS-SAC-GR-B = WS-SAC-JDN-Y / 4
            COMPUTE WS-SAC-GR-C = WS-SAC-JDN-Y / 100
            COMPUTE WS-SAC-GR-D = WS-SAC-JDN-Y / 400
            COMPUTE WS-SAC-JDN = WS-SAC-BASE-DD + WS-SAC-GR-A
                    + (365 * WS-SAC-JDN-Y) + WS-SAC-GR-B
                    - WS-SAC-GR-C + WS-SAC-GR-D - 32045
                    + WS-SAC-DIAS-SLA

            COMPUTE WS-SAC-GR-A = WS-SAC-JDN + 32044
            COMPUTE WS-SAC-GR-B = ((4 * WS-SAC-GR-A) + 3) / 146097
            COMPUTE WS-SAC-GR-T = (146097 * WS-SAC-GR-B) / 4
            COMPUTE WS-SAC-GR-C = WS-SAC-GR-A - WS-SAC-GR-T
            COMPUTE WS-SAC-GR-D = ((4 * WS-SAC-GR-C) + 3) / 1461
            COMPUTE WS-SAC-GR-T = (1461 * WS-SAC-GR-D) / 4
            COMPUTE WS-SAC-GR-E = WS-SAC-GR-C - WS-SAC-GR-T
            COMPUTE WS-SAC-GR-M = ((5 * WS-SAC-GR-E) + 2) / 153
            COMPUTE WS-SAC-GR-T = ((153 * WS-SAC-GR-M) + 2) / 5
            COMPUTE WS-SAC-PRZ-DD = WS-SAC-GR-E - WS-SAC-GR-T + 1
            COMPUTE WS-SAC-GR-T = WS-SAC-GR-M / 10
            COMPUTE WS-SAC-PRZ-MM = WS-SAC-GR-M + 3
                    - (12 * WS-SAC-GR-T)
            COMPUTE WS-SAC-PRZ-AAAA = (100 * WS-SAC-GR-B)
                    + WS-SAC-GR-D - 4800 + WS-SAC-GR-T.

       P8618-GRAVA-CHAMADOS.
            MOVE 'N' TO WS-SAC-GRAVADOS
            MOVE SPACES TO WS-SAC-STATUS
            OPEN OUTPUT CHAMADOS-SAC
            IF WS-SAC-OK
               PERFORM VARYING WS-IDX-SAC FROM 1 BY 1
                       UNTIL WS-IDX-SAC > WS-QTD-SAC-TAB
                   MOVE WS-SCT-NUMERO(WS-IDX-SAC) TO SAC-NUMERO
                   MOVE WS-SCT-CLIENTE(WS-IDX-SAC)
                        TO SAC-CODIGO-CLIENTE
                   MOVE WS-SCT-CATEGORIA(WS-IDX-SAC) TO SAC-CATEGORIA
                   MOVE WS-SCT-CANAL(WS-IDX-SAC) TO SAC-CANAL
                   MOVE WS-SCT-DESCRICAO(WS-IDX-SAC) TO SAC-DESCRICAO
                   MOVE WS-SCT-RESPONSAVEL(WS-IDX-SAC)
                        TO SAC-RESPONSAVEL
                   MOVE WS-SCT-DATA-ABERTURA(WS-IDX-SAC)
                        TO SAC-DATA-ABERTURA
                   MOVE WS-SCT-DATA-PRAZO(WS-IDX-SAC)
                        TO SAC-DATA-PRAZO
                   MOVE WS-SCT-DATA-ENCERRAMENTO(WS-IDX-SAC)
                        TO SAC-DATA-ENCERRAMENTO
                   MOVE WS-SCT-DATA-ESCALONAMENTO(WS-IDX-SAC)
                        TO SAC-DATA-ESCALONAMENTO
                   MOVE WS-SCT-SITUACAO(WS-IDX-SAC) TO SAC-SITUACAO
                   MOVE WS-SCT-NOTA(WS-IDX-SAC) TO SAC-NOTA
                   MOVE WS-SCT-OPERADOR(WS-IDX-SAC) TO SAC-OPERADOR
                   WRITE REG-CHAMADO
               END-PERFORM
               CLOSE CHAMADOS-SAC
               SET WS-SAC-GRAVADOS-SIM TO TRUE
            END-IF.
