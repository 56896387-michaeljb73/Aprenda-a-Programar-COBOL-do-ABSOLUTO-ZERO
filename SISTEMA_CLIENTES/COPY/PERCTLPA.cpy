      ******************************************************************
      * Copybook:  PERCTLPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do controle de periodos
      *            contabeis. Requer PERCTLSL (SELECT), PERCTLF (FD) e
      *            PERCTLWS (WORKING-STORAGE).
      *              P8520 - carrega o PERCTL.dat na tabela (sem o
      *                      arquivo nenhum mes esta fechado)
      *              P8525 - localiza WS-PER-COMPETENCIA na tabela
      *              P8530 - confere WS-PER-DATA-CONSULTA contra os
      *                      meses fechados
      *              P8535 - troca a situacao de WS-PER-COMPETENCIA
      *                      (inclui a linha se ainda nao existe)
      *              P8540 - regrava o PERCTL.dat a partir da tabela
      ******************************************************************
       P8520-CARREGA-PERIODOS.
            MOVE ZEROS TO WS-QTD-PERIODOS-TAB
            MOVE 'N' TO WS-FIM-PERIODOS
            MOVE 'N' TO WS-PERIODOS-ESTOURARAM
            OPEN INPUT PERIODO-CONTABIL
            IF WS-PERCTL-OK
               PERFORM P8521-LE-PERIODO UNTIL WS-FIM-PERIODOS-SIM
               CLOSE PERIODO-CONTABIL
            END-IF.

       P8521-LE-PERIODO.
            READ PERIODO-CONTABIL
                 AT END SET WS-FIM-PERIODOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PERIODOS-SIM
               IF WS-QTD-PERIODOS-TAB < WS-MAX-PERIODOS
                  ADD 1 TO WS-QTD-PERIODOS-TAB
                  MOVE PER-COMPETENCIA
                       TO WS-PTB-COMPETENCIA(WS-QTD-PERIODOS-TAB)
                  MOVE PER-SITUACAO
                       TO WS-PTB-SITUACAO(WS-QTD-PERIODOS-TAB)
                  MOVE PER-DATA-SITUACAO
                       TO WS-PTB-DATA-SITUACAO(WS-QTD-PERIODOS-TAB)
                  MOVE PER-OPERADOR
                       TO WS-PTB-OPERADOR(WS-QTD-PERIODOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PERIODOS ' COMPETENCIAS '
                          'NO CONTROLE DE PERIODOS - CARGA ABORTADA.'
                  SET WS-PERIODOS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-PERIODOS-SIM TO TRUE
               END-IF
            END-IF.

       P8525-LOCALIZA-PERIODO.
            MOVE ZEROS TO WS-IDX-PER-ACHADO
            PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
                    UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS-TAB
                    OR WS-IDX-PER-ACHADO > ZEROS
                IF WS-PTB-COMPETENCIA(WS-IDX-PERIODO) =
                   WS-PER-COMPETENCIA
                   MOVE WS-IDX-PERIODO TO WS-IDX-PER-ACHADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P8530-CONFERE-PERIODO
      * Data em mes aberto volta como veio. Data em mes fechado volta
      * com WS-PER-FECHADO-SIM e, em WS-PER-DATA-LANCAMENTO, o dia 01
      * do primeiro mes seguinte que nao esteja fechado (o supervisor
      * pode ter fechado mais de um mes em sequencia). O motivo para
      * o ERROR-LOG sai pronto conforme WS-PER-REGRA.
      ******************************************************************
       P8530-CONFERE-PERIODO.
            MOVE 'N' TO WS-PER-FECHADO
            MOVE SPACES TO WS-PER-MOTIVO
            MOVE WS-PER-DATA-CONSULTA TO WS-PER-DATA-LANCAMENTO
            MOVE WS-PER-DATA-CONSULTA(1:6) TO WS-PER-COMPETENCIA
            PERFORM P8525-LOCALIZA-PERIODO
            IF WS-IDX-PER-ACHADO > ZEROS
               IF WS-PTB-FECHADO(WS-IDX-PER-ACHADO)
                  SET WS-PER-FECHADO-SIM TO TRUE
                  MOVE WS-PER-COMPETENCIA
                       TO WS-PER-COMPETENCIA-FECHADA
                  PERFORM UNTIL WS-IDX-PER-ACHADO = ZEROS
                     ADD 1 TO WS-PER-COMP-MM
                     IF WS-PER-COMP-MM > 12
                        MOVE 1 TO WS-PER-COMP-MM
                        ADD 1 TO WS-PER-COMP-AAAA
                     END-IF
                     PERFORM P8525-LOCALIZA-PERIODO
                     IF WS-IDX-PER-ACHADO > ZEROS
                        IF NOT WS-PTB-FECHADO(WS-IDX-PER-ACHADO)
                           MOVE ZEROS TO WS-IDX-PER-ACHADO
                        END-IF
                     END-IF
                  END-PERFORM
                  COMPUTE WS-PER-DATA-LANCAMENTO =
                          WS-PER-COMPETENCIA * 100 + 1
                  IF WS-PER-REGRA-RECUSA
                     STRING 'PERIODO '      DELIMITED BY SIZE
                            WS-PER-COMPETENCIA-FECHADA
                                            DELIMITED BY SIZE
                            ' FECHADO - RECUSADO'
                                            DELIMITED BY SIZE
                            INTO WS-PER-MOTIVO
                     END-STRING
                  ELSE
                     STRING 'PERIODO '      DELIMITED BY SIZE
                            WS-PER-COMPETENCIA-FECHADA
                                            DELIMITED BY SIZE
                            ' FECHADO - LANC. '
                                            DELIMITED BY SIZE
                            WS-PER-DATA-LANCAMENTO
                                            DELIMITED BY SIZE
                            INTO WS-PER-MOTIVO
                     END-STRING
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P8535-ATUALIZA-PERIODO
      * Grava na tabela a situacao WS-PER-NOVA-SITUACAO para a
      * competencia WS-PER-COMPETENCIA, com data e operador da troca;
      * competencia sem linha ganha uma. Tabela cheia volta com
      * WS-PER-ATUALIZOU em 'N'.
      ******************************************************************
       P8535-ATUALIZA-PERIODO.
            MOVE 'N' TO WS-PER-ATUALIZOU
            PERFORM P8525-LOCALIZA-PERIODO
            IF WS-IDX-PER-ACHADO = ZEROS
               AND WS-QTD-PERIODOS-TAB < WS-MAX-PERIODOS
               ADD 1 TO WS-QTD-PERIODOS-TAB
               MOVE WS-QTD-PERIODOS-TAB TO WS-IDX-PER-ACHADO
               MOVE WS-PER-COMPETENCIA
                    TO WS-PTB-COMPETENCIA(WS-IDX-PER-ACHADO)
            END-IF
            IF WS-IDX-PER-ACHADO > ZEROS
               MOVE WS-PER-NOVA-SITUACAO
                    TO WS-PTB-SITUACAO(WS-IDX-PER-ACHADO)
               MOVE WS-PER-DATA-ALTERACAO
                    TO WS-PTB-DATA-SITUACAO(WS-IDX-PER-ACHADO)
               MOVE WS-PER-OPERADOR
                    TO WS-PTB-OPERADOR(WS-IDX-PER-ACHADO)
               SET WS-PER-ATUALIZOU-SIM TO TRUE
            END-IF.

       P8540-GRAVA-PERIODOS.
            MOVE SPACES TO WS-PERCTL-STATUS
            OPEN OUTPUT PERIODO-CONTABIL
            IF WS-PERCTL-OK
               PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
                       UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS-TAB
                   MOVE WS-PTB-COMPETENCIA(WS-IDX-PERIODO)
                        TO PER-COMPETENCIA
                   MOVE WS-PTB-SITUACAO(WS-IDX-PERIODO)
                        TO PER-SITUACAO
                   MOVE WS-PTB-DATA-SITUACAO(WS-IDX-PERIODO)
                        TO PER-DATA-SITUACAO
                   MOVE WS-PTB-OPERADOR(WS-IDX-PERIODO)
                        TO PER-OPERADOR
                   WRITE REG-PERIODO-CONTABIL
               END-PERFORM
               CLOSE PERIODO-CONTABIL
            END-IF.
