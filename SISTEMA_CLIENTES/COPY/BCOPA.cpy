      ******************************************************************
      * Copybook:  BCOPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafos compartilhados do cadastro de bancos
      *            cobradores e das regras de roteamento. Requer BCOSL
      *            (SELECT), BCOF e BCORF (FD) e BCOWS
      *            (WORKING-STORAGE).
      *              P8850 - carrega bancos e regras nas tabelas e
      *                      acha o banco padrao (arquivos ausentes =
      *                      banco unico de antes)
      *              P8855 - localiza WS-BCO-PROCURADO (indice em
      *                      WS-IDX-BCO-ACHADO, zero se nao existe)
      *              P8860 - banco de WS-BCO-NOSSO-NUMERO pelo
      *                      prefixo (sem prefixo conhecido = padrao)
      *              P8865 - banco da parcela nova pela filial e UF
      *                      (WS-ROT-FILIAL-PROC / WS-ROT-UF-PROC)
      *              P8868 - regrava o BANCOS.dat a partir da tabela
      *              P8869 - regrava o ROTCOB.dat a partir da tabela
      ******************************************************************
       P8850-CARREGA-BANCOS.
            MOVE ZEROS TO WS-QTD-BCO-TAB
            MOVE ZEROS TO WS-QTD-ROT-TAB
            MOVE ZEROS TO WS-IDX-BCO-PADRAO
            MOVE 'N' TO WS-BCO-ESTOUROU
            MOVE 'N' TO WS-MULTIBANCO
            MOVE 'N' TO WS-FIM-BANCOS
            OPEN INPUT CADASTRO-BANCOS
            IF WS-BCO-OK
               PERFORM P8851-LE-BANCO UNTIL WS-FIM-BANCOS-SIM
               CLOSE CADASTRO-BANCOS
            END-IF
            MOVE 'N' TO WS-FIM-ROTAS
            OPEN INPUT ROTAS-COBRANCA
            IF WS-ROT-OK
               PERFORM P8852-LE-ROTA UNTIL WS-FIM-ROTAS-SIM
               CLOSE ROTAS-COBRANCA
            END-IF

      *     PADRAO E O BANCO ATIVO MARCADO COMO TAL; SEM MARCA, O
      *     PRIMEIRO ATIVO DO CADASTRO
            PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                    UNTIL WS-IDX-BCO > WS-QTD-BCO-TAB
                IF WS-BCT-ATIVO(WS-IDX-BCO)
                   EVALUATE TRUE
                       WHEN WS-IDX-BCO-PADRAO = ZEROS
                            MOVE WS-IDX-BCO TO WS-IDX-BCO-PADRAO
                       WHEN WS-BCT-BANCO-PADRAO(WS-IDX-BCO)
                            AND NOT
                            WS-BCT-BANCO-PADRAO(WS-IDX-BCO-PADRAO)
                            MOVE WS-IDX-BCO TO WS-IDX-BCO-PADRAO
                   END-EVALUATE
                END-IF
            END-PERFORM
            IF WS-IDX-BCO-PADRAO > ZEROS
               SET WS-MULTIBANCO-SIM TO TRUE
            END-IF.

       P8851-LE-BANCO.
            READ CADASTRO-BANCOS
                 AT END SET WS-FIM-BANCOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-BANCOS-SIM
               IF WS-QTD-BCO-TAB < WS-MAX-BANCOS
                  ADD 1 TO WS-QTD-BCO-TAB
                  MOVE BCO-CODIGO   TO WS-BCT-CODIGO(WS-QTD-BCO-TAB)
                  MOVE BCO-NOME     TO WS-BCT-NOME(WS-QTD-BCO-TAB)
                  MOVE BCO-CONVENIO TO WS-BCT-CONVENIO(WS-QTD-BCO-TAB)
                  MOVE BCO-LAYOUT   TO WS-BCT-LAYOUT(WS-QTD-BCO-TAB)
                  MOVE BCO-TARIFA-BOLETO
                       TO WS-BCT-TARIFA-BOLETO(WS-QTD-BCO-TAB)
                  MOVE BCO-PADRAO   TO WS-BCT-PADRAO(WS-QTD-BCO-TAB)
                  MOVE BCO-SITUACAO TO WS-BCT-SITUACAO(WS-QTD-BCO-TAB)
                  MOVE BCO-PROX-NOSSO-NUMERO
                       TO WS-BCT-PROX-NOSSO-NUMERO(WS-QTD-BCO-TAB)
                  MOVE BCO-PROX-REMESSA
                       TO WS-BCT-PROX-REMESSA(WS-QTD-BCO-TAB)
                  IF WS-BCT-PROX-NOSSO-NUMERO(WS-QTD-BCO-TAB)
                     NOT NUMERIC
                     OR WS-BCT-PROX-NOSSO-NUMERO(WS-QTD-BCO-TAB)
                        = ZEROS
                     MOVE 1 TO WS-BCT-PROX-NOSSO-NUMERO(WS-QTD-BCO-TAB)
                  END-IF
                  IF WS-BCT-PROX-REMESSA(WS-QTD-BCO-TAB) NOT NUMERIC
                     OR WS-BCT-PROX-REMESSA(WS-QTD-BCO-TAB) = ZEROS
                     MOVE 1 TO WS-BCT-PROX-REMESSA(WS-QTD-BCO-TAB)
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-BANCOS
                          ' BANCOS NO CADASTRO - CARGA ABORTADA.'
                  SET WS-BCO-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-BANCOS-SIM TO TRUE
               END-IF
            END-IF.

       P8852-LE-ROTA.
            READ ROTAS-COBRANCA
                 AT END SET WS-FIM-ROTAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ROTAS-SIM
               IF WS-QTD-ROT-TAB < WS-MAX-ROTAS
                  ADD 1 TO WS-QTD-ROT-TAB
                  MOVE ROT-FILIAL TO WS-RTT-FILIAL(WS-QTD-ROT-TAB)
                  MOVE ROT-UF     TO WS-RTT-UF(WS-QTD-ROT-TAB)
                  MOVE ROT-BANCO  TO WS-RTT-BANCO(WS-QTD-ROT-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-ROTAS
                          ' REGRAS DE ROTEAMENTO - CARGA ABORTADA.'
                  SET WS-BCO-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-ROTAS-SIM TO TRUE
               END-IF
            END-IF.

       P8855-LOCALIZA-BANCO.
            MOVE ZEROS TO WS-IDX-BCO-ACHADO
            PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                    UNTIL WS-IDX-BCO > WS-QTD-BCO-TAB
                    OR WS-IDX-BCO-ACHADO > ZEROS
                IF WS-BCT-CODIGO(WS-IDX-BCO) = WS-BCO-PROCURADO
                   MOVE WS-IDX-BCO TO WS-IDX-BCO-ACHADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P8860-BANCO-DO-NOSSO-NUMERO
      * A parcela registrada continua no banco que a registrou, ativo
      * ou nao - o boleto ja esta la. Nosso-numero anterior ao
      * cadastro de bancos (sem prefixo de banco conhecido) pertence
      * ao banco padrao, que era o banco unico.
      ******************************************************************
       P8860-BANCO-DO-NOSSO-NUMERO.
            MOVE WS-BNN-BANCO TO WS-BCO-PROCURADO
            PERFORM P8855-LOCALIZA-BANCO
            IF WS-IDX-BCO-ACHADO = ZEROS
               MOVE WS-IDX-BCO-PADRAO TO WS-IDX-BCO-ACHADO
            END-IF.

      ******************************************************************
      * P8865-ROTEIA-COBRANCA
      * Peso 3 = filial e UF, 2 = so filial, 1 = so UF; regra
      * generica (filial e UF em branco) nao pesa mais que o padrao.
      * Regra que aponta banco inexistente ou inativo e ignorada.
      ******************************************************************
       P8865-ROTEIA-COBRANCA.
            MOVE WS-IDX-BCO-PADRAO TO WS-IDX-BCO-ACHADO
            MOVE ZEROS TO WS-ROT-PESO-MELHOR
            PERFORM VARYING WS-IDX-ROT FROM 1 BY 1
                    UNTIL WS-IDX-ROT > WS-QTD-ROT-TAB
                MOVE ZEROS TO WS-ROT-PESO
                EVALUATE TRUE
                    WHEN WS-RTT-FILIAL(WS-IDX-ROT) = WS-ROT-FILIAL-PROC
                         AND WS-RTT-UF(WS-IDX-ROT) = WS-ROT-UF-PROC
                         MOVE 3 TO WS-ROT-PESO
                    WHEN WS-RTT-FILIAL(WS-IDX-ROT) = WS-ROT-FILIAL-PROC
                         AND WS-RTT-UF(WS-IDX-ROT) = SPACES
                         MOVE 2 TO WS-ROT-PESO
                    WHEN WS-RTT-FILIAL(WS-IDX-ROT) = SPACES
                         AND WS-RTT-UF(WS-IDX-ROT) = WS-ROT-UF-PROC
                         MOVE 1 TO WS-ROT-PESO
                END-EVALUATE
                IF WS-ROT-PESO > WS-ROT-PESO-MELHOR
                   MOVE WS-RTT-BANCO(WS-IDX-ROT) TO WS-BCO-PROCURADO
                   PERFORM P8866-CONFERE-BANCO-ROTA
                END-IF
            END-PERFORM.

       P8866-CONFERE-BANCO-ROTA.
            PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                    UNTIL WS-IDX-BCO > WS-QTD-BCO-TAB
                IF WS-BCT-CODIGO(WS-IDX-BCO) = WS-BCO-PROCURADO
                   AND WS-BCT-ATIVO(WS-IDX-BCO)
                   MOVE WS-IDX-BCO TO WS-IDX-BCO-ACHADO
                   MOVE WS-ROT-PESO TO WS-ROT-PESO-MELHOR
                END-IF
            END-PERFORM.

       P8868-GRAVA-BANCOS.
            MOVE 'N' TO WS-BCO-GRAVADOS
            MOVE SPACES TO WS-BCO-STATUS
            OPEN OUTPUT CADASTRO-BANCOS
            IF WS-BCO-OK
               PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                       UNTIL WS-IDX-BCO > WS-QTD-BCO-TAB
                   MOVE WS-BCT-CODIGO(WS-IDX-BCO)   TO BCO-CODIGO
                   MOVE WS-BCT-NOME(WS-IDX-BCO)     TO BCO-NOME
                   MOVE WS-BCT-CONVENIO(WS-IDX-BCO) TO BCO-CONVENIO
                   MOVE WS-BCT-LAYOUT(WS-IDX-BCO)   TO BCO-LAYOUT
                   MOVE WS-BCT-TARIFA-BOLETO(WS-IDX-BCO)
                        TO BCO-TARIFA-BOLETO
                   MOVE WS-BCT-PADRAO(WS-IDX-BCO)   TO BCO-PADRAO
                   MOVE WS-BCT-SITUACAO(WS-IDX-BCO) TO BCO-SITUACAO
                   MOVE WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO)
                        TO BCO-PROX-NOSSO-NUMERO
                   MOVE WS-BCT-PROX-REMESSA(WS-IDX-BCO)
                        TO BCO-PROX-REMESSA
                   WRITE REG-BANCO
               END-PERFORM
               CLOSE CADASTRO-BANCOS
               SET WS-BCO-GRAVADOS-SIM TO TRUE
            END-IF.

       P8869-GRAVA-ROTAS.
            MOVE 'N' TO WS-ROT-GRAVADAS
            MOVE SPACES TO WS-ROT-STATUS
            OPEN OUTPUT ROTAS-COBRANCA
            IF WS-ROT-OK
               PERFORM VARYING WS-IDX-ROT FROM 1 BY 1
                       UNTIL WS-IDX-ROT > WS-QTD-ROT-TAB
                   MOVE WS-RTT-FILIAL(WS-IDX-ROT) TO ROT-FILIAL
                   MOVE WS-RTT-UF(WS-IDX-ROT)     TO ROT-UF
                   MOVE WS-RTT-BANCO(WS-IDX-ROT)  TO ROT-BANCO
                   WRITE REG-ROTA-COBRANCA
               END-PERFORM
               CLOSE ROTAS-COBRANCA
               SET WS-ROT-GRAVADAS-SIM TO TRUE
            END-IF.
