      ******************************************************************
      * Copybook:  KYCPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos da documentacao cadastral (KYCSL, KYCF,
      *            KYCXF, KYCWS):
      *              P8990 - abre os documentos so para leitura
      *              P8991 - abre para atualizacao (cria se faltar)
      *              P8992 - carrega a tabela de exigencias (arquivo
      *                      ausente = nenhuma exigencia)
      *              P8994 - confere os documentos do cliente de
      *                      WS-KYC-CONSULTA contra as exigencias do
      *                      tipo dele (pendencias e bloqueio)
      *              P8995 - situacao de um documento (WS-KYC-CLIENTE-
      *                      CONF + WS-DXG-DOC-PROCURADO) na data de
      *                      WS-KYC-DATA-CONF; deixa o registro no FD
      *              P8996 - mostra as pendencias da ultima conferencia
      *              P8997 - localiza WS-DXG-DOC-PROCURADO para
      *                      WS-DXG-TIPO-PROCURADO (indice em
      *                      WS-IDX-DXG-ACHADO, zero se nao existe)
      *              P8998 - regrava a tabela de exigencias
      *            Regra do P8995: documento sem registro ou BAIXADO
      *            falta; com validade anterior a data de referencia
      *            esta vencido; o documento vale ate o proprio dia
      *            da validade.
      ******************************************************************
       P8990-ABRE-DOCUMENTOS-LEITURA.
            MOVE 'N' TO WS-KYC-ABERTO
            OPEN INPUT DOCUMENTOS-CLIENTE
            IF WS-KYC-OK
               SET WS-KYC-ABERTO-SIM TO TRUE
            END-IF.

       P8991-ABRE-DOCUMENTOS-ATUALIZA.
            MOVE 'N' TO WS-KYC-ABERTO
            OPEN I-O DOCUMENTOS-CLIENTE
            IF WS-KYC-NAO-CRIADO
               OPEN OUTPUT DOCUMENTOS-CLIENTE
               CLOSE DOCUMENTOS-CLIENTE
               OPEN I-O DOCUMENTOS-CLIENTE
            END-IF
            IF WS-KYC-OK
               SET WS-KYC-ABERTO-SIM TO TRUE
            END-IF.

       P8992-CARREGA-EXIGENCIAS.
            MOVE ZEROS TO WS-QTD-DXG-TAB
            MOVE 'N' TO WS-DXG-ESTOUROU
            MOVE 'N' TO WS-FIM-EXIGENCIAS
            OPEN INPUT EXIGENCIAS-DOCUMENTO
            IF WS-DXG-OK
               PERFORM P8993-LE-EXIGENCIA UNTIL WS-FIM-EXIGENCIAS-SIM
               CLOSE EXIGENCIAS-DOCUMENTO
            END-IF.

       P8993-LE-EXIGENCIA.
            READ EXIGENCIAS-DOCUMENTO
                 AT END SET WS-FIM-EXIGENCIAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-EXIGENCIAS-SIM
               IF WS-QTD-DXG-TAB < WS-MAX-EXIGENCIAS
                  ADD 1 TO WS-QTD-DXG-TAB
                  MOVE DXG-TIPO-PESSOA
                       TO WS-DXT-TIPO-PESSOA(WS-QTD-DXG-TAB)
                  MOVE DXG-DOCUMENTO
                       TO WS-DXT-DOCUMENTO(WS-QTD-DXG-TAB)
                  MOVE DXG-DESCRICAO
                       TO WS-DXT-DESCRICAO(WS-QTD-DXG-TAB)
                  MOVE DXG-OBRIGATORIO
                       TO WS-DXT-OBRIGATORIO(WS-QTD-DXG-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-EXIGENCIAS ' LINHAS NA '
                          'TABELA DE DOCUMENTOS EXIGIDOS - CARGA '
                          'ABORTADA.'
                  SET WS-DXG-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-EXIGENCIAS-SIM TO TRUE
               END-IF
            END-IF.

       P8994-CONFERE-DOCUMENTOS.
            MOVE ZEROS TO WS-KYC-QTD-EXIGIDOS
            MOVE ZEROS TO WS-KYC-QTD-PENDENTES
            MOVE 'N'   TO WS-KYC-BLOQUEIO
            PERFORM VARYING WS-IDX-DXG FROM 1 BY 1
                    UNTIL WS-IDX-DXG > WS-QTD-DXG-TAB
                IF WS-DXT-TIPO-PESSOA(WS-IDX-DXG) = WS-KYC-TIPO-CONF
                   ADD 1 TO WS-KYC-QTD-EXIGIDOS
                   MOVE WS-DXT-DOCUMENTO(WS-IDX-DXG)
                        TO WS-DXG-DOC-PROCURADO
                   PERFORM P8995-SITUACAO-DOCUMENTO
                   IF NOT WS-KYC-DOC-EM-DIA
                      ADD 1 TO WS-KYC-QTD-PENDENTES
                      MOVE WS-KYC-QTD-PENDENTES TO WS-KYC-IDX-PENDENTE
                      MOVE WS-DXT-DOCUMENTO(WS-IDX-DXG)
                           TO WS-KPD-DOCUMENTO(WS-KYC-IDX-PENDENTE)
                      MOVE WS-DXT-DESCRICAO(WS-IDX-DXG)
                           TO WS-KPD-DESCRICAO(WS-KYC-IDX-PENDENTE)
                      MOVE WS-KYC-SITUACAO-DOC
                           TO WS-KPD-SITUACAO(WS-KYC-IDX-PENDENTE)
                      MOVE WS-DXT-OBRIGATORIO(WS-IDX-DXG)
                           TO WS-KPD-OBRIGATORIO(WS-KYC-IDX-PENDENTE)
                      MOVE ZEROS
                           TO WS-KPD-VALIDADE(WS-KYC-IDX-PENDENTE)
                      IF WS-KYC-DOC-VENCIDO
                         MOVE KYC-DATA-VALIDADE
                              TO WS-KPD-VALIDADE(WS-KYC-IDX-PENDENTE)
                      END-IF
                      IF WS-DXT-OBRIGATORIO(WS-IDX-DXG) = 'S'
                         SET WS-KYC-BLOQUEIO-SIM TO TRUE
                      END-IF
                   END-IF
                END-IF
            END-PERFORM.

       P8995-SITUACAO-DOCUMENTO.
            SET WS-KYC-DOC-AUSENTE TO TRUE
            IF WS-KYC-ABERTO-SIM
               MOVE WS-KYC-CLIENTE-CONF  TO KYC-CLIENTE
               MOVE WS-DXG-DOC-PROCURADO TO KYC-DOCUMENTO
               READ DOCUMENTOS-CLIENTE KEY IS KYC-CHAVE
               IF WS-KYC-OK AND KYC-ATIVO
                  IF NOT KYC-SEM-VALIDADE
                     AND KYC-DATA-VALIDADE < WS-KYC-DATA-CONF
                     SET WS-KYC-DOC-VENCIDO TO TRUE
                  ELSE
                     SET WS-KYC-DOC-EM-DIA TO TRUE
                  END-IF
               END-IF
            END-IF.

       P8996-MOSTRA-PENDENCIAS.
            IF WS-KYC-QTD-PENDENTES > ZEROS
               DISPLAY 'DOCUMENTACAO CADASTRAL COM '
                       WS-KYC-QTD-PENDENTES ' PENDENCIA(S):'
               PERFORM VARYING WS-KYC-IDX-PENDENTE FROM 1 BY 1
                       UNTIL WS-KYC-IDX-PENDENTE > WS-KYC-QTD-PENDENTES
                   MOVE SPACES TO WS-KYC-LINHA
                   IF WS-KPD-SITUACAO(WS-KYC-IDX-PENDENTE) = 'V'
                      MOVE WS-KPD-VALIDADE(WS-KYC-IDX-PENDENTE)
                           TO WS-DATA-ISO
                      PERFORM P8200-CONVERTE-ISO-PARA-BR
                      STRING '  '  DELIMITED BY SIZE
                             WS-KPD-DOCUMENTO(WS-KYC-IDX-PENDENTE)
                                   DELIMITED BY SIZE
                             ' '   DELIMITED BY SIZE
                             WS-KPD-DESCRICAO(WS-KYC-IDX-PENDENTE)
                                   DELIMITED BY SIZE
                             ' VENCIDO EM ' DELIMITED BY SIZE
                             WS-DATA-BR     DELIMITED BY SIZE
                             INTO WS-KYC-LINHA
                      END-STRING
                   ELSE
                      STRING '  '  DELIMITED BY SIZE
                             WS-KPD-DOCUMENTO(WS-KYC-IDX-PENDENTE)
                                   DELIMITED BY SIZE
                             ' '   DELIMITED BY SIZE
                             WS-KPD-DESCRICAO(WS-KYC-IDX-PENDENTE)
                                   DELIMITED BY SIZE
                             ' NAO ENTREGUE' DELIMITED BY SIZE
                             INTO WS-KYC-LINHA
                      END-STRING
                   END-IF
                   IF WS-KPD-OBRIGATORIO(WS-KYC-IDX-PENDENTE) = 'S'
                      MOVE '- BLOQUEIA' TO WS-KYC-LINHA(70:10)
                   ELSE
                      MOVE '- AVISO'    TO WS-KYC-LINHA(70:10)
                   END-IF
                   DISPLAY WS-KYC-LINHA
               END-PERFORM
            END-IF.

       P8997-LOCALIZA-EXIGENCIA.
            MOVE ZEROS TO WS-IDX-DXG-ACHADO
            PERFORM VARYING WS-IDX-DXG FROM 1 BY 1
                    UNTIL WS-IDX-DXG > WS-QTD-DXG-TAB
                    OR WS-IDX-DXG-ACHADO > ZEROS
                IF WS-DXT-TIPO-PESSOA(WS-IDX-DXG) =
                   WS-DXG-TIPO-PROCURADO
                   AND WS-DXT-DOCUMENTO(WS-IDX-DXG) =
                   WS-DXG-DOC-PROCURADO
                   MOVE WS-IDX-DXG TO WS-IDX-DXG-ACHADO
                END-IF
            END-PERFORM.

       P8998-GRAVA-EXIGENCIAS.
            MOVE 'N' TO WS-DXG-GRAVADAS
            MOVE SPACES TO WS-DXG-STATUS
            OPEN OUTPUT EXIGENCIAS-DOCUMENTO
            IF WS-DXG-OK
               PERFORM VARYING WS-IDX-DXG FROM 1 BY 1
                       UNTIL WS-IDX-DXG > WS-QTD-DXG-TAB
                   MOVE WS-DXT-TIPO-PESSOA(WS-IDX-DXG)
                        TO DXG-TIPO-PESSOA
                   MOVE WS-DXT-DOCUMENTO(WS-IDX-DXG)
                        TO DXG-DOCUMENTO
                   MOVE WS-DXT-DESCRICAO(WS-IDX-DXG)
                        TO DXG-DESCRICAO
                   MOVE WS-DXT-OBRIGATORIO(WS-IDX-DXG)
                        TO DXG-OBRIGATORIO
                   WRITE REG-EXIGENCIA-DOCUMENTO
               END-PERFORM
               CLOSE EXIGENCIAS-DOCUMENTO
               SET WS-DXG-GRAVADAS-SIM TO TRUE
            END-IF.
