      ******************************************************************
      * Copybook:  PPGPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos do cadastro de pedidos programados
      *            (PPGSL, PPGF, PPGWS):
      *              P8920 - abre o arquivo so para leitura
      *              P8921 - abre para atualizacao (cria se faltar)
      *              P8922 - proximo modelo do mesmo cliente;
      *                      WS-FIM-PROGRAMADOS-SIM quando acabam
      *              P8924 - data seguinte do modelo da area do FD a
      *                      partir de WS-PPG-DATA-CALC
      *              P8926 - descricao da frequencia e da situacao
      *            Regra do P8924: semanal soma 7 dias, quinzenal 14;
      *            mensal vai para o mesmo dia (PPG-DIA-MES) do mes
      *            seguinte, ou para o ultimo dia quando o mes e mais
      *            curto. Ano bissexto pelo resto da divisao por 4,
      *            como no calendario do JOB-SEQUENCER.
      ******************************************************************
       P8920-ABRE-PROGRAMADOS-LEITURA.
            MOVE 'N' TO WS-PPG-ABERTO
            OPEN INPUT CADASTRO-PROGRAMADOS
            IF WS-PPG-OK
               SET WS-PPG-ABERTO-SIM TO TRUE
            END-IF.

       P8921-ABRE-PROGRAMADOS-ATUALIZA.
            MOVE 'N' TO WS-PPG-ABERTO
            OPEN I-O CADASTRO-PROGRAMADOS
            IF WS-PPG-NAO-CRIADO
               OPEN OUTPUT CADASTRO-PROGRAMADOS
               CLOSE CADASTRO-PROGRAMADOS
               OPEN I-O CADASTRO-PROGRAMADOS
            END-IF
            IF WS-PPG-OK
               SET WS-PPG-ABERTO-SIM TO TRUE
            END-IF.

       P8922-PROXIMO-PROGRAMADO.
            IF NOT WS-PPG-ABERTO-SIM
               SET WS-FIM-PROGRAMADOS-SIM TO TRUE
            ELSE
               MOVE WS-PPG-CODIGO-VARRE TO PPG-CODIGO
               MOVE WS-PPG-SEQ-VARRE    TO PPG-SEQUENCIA
               START CADASTRO-PROGRAMADOS KEY IS > PPG-CHAVE
                     INVALID KEY SET WS-FIM-PROGRAMADOS-SIM TO TRUE
               END-START
               IF NOT WS-FIM-PROGRAMADOS-SIM
                  READ CADASTRO-PROGRAMADOS NEXT RECORD
                       AT END SET WS-FIM-PROGRAMADOS-SIM TO TRUE
                  END-READ
               END-IF
               IF NOT WS-FIM-PROGRAMADOS-SIM
                  IF PPG-CODIGO NOT = WS-PPG-CODIGO-VARRE
                     SET WS-FIM-PROGRAMADOS-SIM TO TRUE
                  ELSE
                     MOVE PPG-SEQUENCIA TO WS-PPG-SEQ-VARRE
                  END-IF
               END-IF
            END-IF.

       P8924-AVANCA-DATA.
            IF PPG-MENSAL
               IF WS-PPG-CALC-MM < 12
                  ADD 1 TO WS-PPG-CALC-MM
               ELSE
                  MOVE 1 TO WS-PPG-CALC-MM
                  ADD 1 TO WS-PPG-CALC-AAAA
               END-IF
               PERFORM P8925-ULTIMO-DIA-MES
               IF PPG-DIA-MES > WS-PPG-ULTIMO-DIA-MES
                  MOVE WS-PPG-ULTIMO-DIA-MES TO WS-PPG-CALC-DD
               ELSE
                  MOVE PPG-DIA-MES TO WS-PPG-CALC-DD
               END-IF
            ELSE
               IF PPG-QUINZENAL
                  MOVE 14 TO WS-PPG-DIAS-SOMAR
               ELSE
                  MOVE 7 TO WS-PPG-DIAS-SOMAR
               END-IF
               PERFORM VARYING WS-PPG-IDX-DIA FROM 1 BY 1
                       UNTIL WS-PPG-IDX-DIA > WS-PPG-DIAS-SOMAR
                   PERFORM P8925-ULTIMO-DIA-MES
                   IF WS-PPG-CALC-DD < WS-PPG-ULTIMO-DIA-MES
                      ADD 1 TO WS-PPG-CALC-DD
                   ELSE
                      MOVE 1 TO WS-PPG-CALC-DD
                      IF WS-PPG-CALC-MM < 12
                         ADD 1 TO WS-PPG-CALC-MM
                      ELSE
                         MOVE 1 TO WS-PPG-CALC-MM
                         ADD 1 TO WS-PPG-CALC-AAAA
                      END-IF
                   END-IF
               END-PERFORM
            END-IF.

       P8925-ULTIMO-DIA-MES.
            EVALUATE WS-PPG-CALC-MM
                WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                WHEN 10 WHEN 12
                     MOVE 31 TO WS-PPG-ULTIMO-DIA-MES
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                     MOVE 30 TO WS-PPG-ULTIMO-DIA-MES
                WHEN OTHER
                     DIVIDE WS-PPG-CALC-AAAA BY 4
                            GIVING WS-PPG-QUOC-BISSEXTO
                            REMAINDER WS-PPG-RESTO-BISSEXTO
                     IF WS-PPG-RESTO-BISSEXTO = ZEROS
                        MOVE 29 TO WS-PPG-ULTIMO-DIA-MES
                     ELSE
                        MOVE 28 TO WS-PPG-ULTIMO-DIA-MES
                     END-IF
            END-EVALUATE.

       P8926-DESCREVE-PROGRAMADO.
            EVALUATE TRUE
                WHEN PPG-SEMANAL
                     MOVE 'SEMANAL'    TO WS-PPG-FREQUENCIA-DESC
                WHEN PPG-QUINZENAL
                     MOVE 'QUINZENAL'  TO WS-PPG-FREQUENCIA-DESC
                WHEN PPG-MENSAL
                     MOVE 'MENSAL'     TO WS-PPG-FREQUENCIA-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDA' TO WS-PPG-FREQUENCIA-DESC
            END-EVALUATE
            EVALUATE TRUE
                WHEN PPG-ATIVO
                     MOVE 'ATIVO'      TO WS-PPG-SITUACAO-DESC
                WHEN PPG-INATIVO
                     MOVE 'INATIVO'    TO WS-PPG-SITUACAO-DESC
                WHEN PPG-ENCERRADO
                     MOVE 'ENCERRADO'  TO WS-PPG-SITUACAO-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDA' TO WS-PPG-SITUACAO-DESC
            END-EVALUATE.
