      ******************************************************************
      * Copybook:  DOCVALPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafo compartilhado de critica do documento
      *            fiscal (copybook DOCVALWS): CPF (tipo F, 11
      *            digitos alinhados a direita) ou CNPJ (tipo J, 14
      *            digitos), os dois com os dois digitos
      *            verificadores por modulo 11 - resto menor que 2
      *            da digito 0, senao 11 menos o resto. Documento
      *            zerado, de tipo desconhecido ou com todos os
      *            digitos iguais e recusado.
      ******************************************************************
       P8480-VALIDA-DOCUMENTO.
            MOVE 'N' TO WS-DOC-VALIDO
            EVALUATE WS-DOC-TIPO-CONSULTA
                WHEN 'F'
                     MOVE 4  TO WS-DOC-INICIO
                     MOVE 9  TO WS-DOC-QTD-BASE
                WHEN 'J'
                     MOVE 1  TO WS-DOC-INICIO
                     MOVE 12 TO WS-DOC-QTD-BASE
                WHEN OTHER
                     MOVE ZEROS TO WS-DOC-INICIO
            END-EVALUATE

            IF WS-DOC-INICIO > ZEROS
               AND WS-DOC-NUMERO-CONSULTA IS NUMERIC
               AND WS-DOC-NUMERO-CONSULTA > ZEROS
               MOVE 'S' TO WS-DOC-VALIDO

      *        CPF NAO PODE OCUPAR AS 3 PRIMEIRAS POSICOES
               IF WS-DOC-TIPO-CONSULTA = 'F'
                  AND (WS-DOC-DIGITO(1) NOT = 0
                    OR WS-DOC-DIGITO(2) NOT = 0
                    OR WS-DOC-DIGITO(3) NOT = 0)
                  MOVE 'N' TO WS-DOC-VALIDO
               END-IF

               MOVE ZEROS TO WS-DOC-QTD-IGUAIS
               PERFORM VARYING WS-DOC-IDX FROM WS-DOC-INICIO BY 1
                       UNTIL WS-DOC-IDX > 14
                   IF WS-DOC-DIGITO(WS-DOC-IDX) =
                      WS-DOC-DIGITO(WS-DOC-INICIO)
                      ADD 1 TO WS-DOC-QTD-IGUAIS
                   END-IF
               END-PERFORM
               IF WS-DOC-QTD-IGUAIS = 15 - WS-DOC-INICIO
                  MOVE 'N' TO WS-DOC-VALIDO
               END-IF
            END-IF

            IF WS-DOC-VALIDO-SIM
               PERFORM P8481-CALCULA-DV
               COMPUTE WS-DOC-POSICAO =
                       WS-DOC-INICIO + WS-DOC-QTD-BASE
               IF WS-DOC-DV-CALCULADO NOT =
                  WS-DOC-DIGITO(WS-DOC-POSICAO)
                  MOVE 'N' TO WS-DOC-VALIDO
               END-IF
            END-IF

            IF WS-DOC-VALIDO-SIM
               ADD 1 TO WS-DOC-QTD-BASE
               PERFORM P8481-CALCULA-DV
               COMPUTE WS-DOC-POSICAO =
                       WS-DOC-INICIO + WS-DOC-QTD-BASE
               IF WS-DOC-DV-CALCULADO NOT =
                  WS-DOC-DIGITO(WS-DOC-POSICAO)
                  MOVE 'N' TO WS-DOC-VALIDO
               END-IF
            END-IF.

      * SOMA PONDERADA DOS WS-DOC-QTD-BASE DIGITOS A PARTIR DE
      * WS-DOC-INICIO: CPF COM PESOS DECRESCENTES ATE 2, CNPJ PELA
      * TABELA WS-DOC-PESO-CNPJ ALINHADA PELA DIREITA
       P8481-CALCULA-DV.
            MOVE ZEROS TO WS-DOC-SOMA
            PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                    UNTIL WS-DOC-IDX > WS-DOC-QTD-BASE
                COMPUTE WS-DOC-POSICAO =
                        WS-DOC-INICIO + WS-DOC-IDX - 1
                IF WS-DOC-TIPO-CONSULTA = 'F'
                   COMPUTE WS-DOC-PESO =
                           WS-DOC-QTD-BASE + 2 - WS-DOC-IDX
                ELSE
                   COMPUTE WS-DOC-PESO =
                           13 - WS-DOC-QTD-BASE + WS-DOC-IDX
                   MOVE WS-DOC-PESO-CNPJ(WS-DOC-PESO) TO WS-DOC-PESO
                END-IF
                COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                        WS-DOC-DIGITO(WS-DOC-POSICAO) * WS-DOC-PESO
            END-PERFORM

            DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOCIENTE
                   REMAINDER WS-DOC-RESTO
            IF WS-DOC-RESTO < 2
               MOVE ZEROS TO WS-DOC-DV-CALCULADO
            ELSE
               COMPUTE WS-DOC-DV-CALCULADO = 11 - WS-DOC-RESTO
            END-IF.
