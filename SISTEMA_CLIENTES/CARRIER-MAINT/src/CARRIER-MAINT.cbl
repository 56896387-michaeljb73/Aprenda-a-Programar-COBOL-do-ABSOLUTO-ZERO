      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de transportadoras
      *            (TRANSP.dat, copybooks TRP*) e da tabela de frete
      *            por UF de destino e faixa de peso (FRETE.dat,
      *            copybooks FRT*), exclusiva de supervisor: inclui ou
      *            altera a transportadora, ativa ou desativa, inclui,
      *            altera ou exclui faixa de frete e lista os dois. O
      *            INVOICE-GEN cobra do cliente o frete da
      *            transportadora ativa mais barata para a UF e o peso
      *            da fatura; o SHIP-CONFIRM exige o codigo da
      *            transportadora no despacho e grava o frete dela,
      *            somado por mes no FREIGHT-REPORT. Transportadora
      *            nao e excluida - os despachos antigos apontam para
      *            ela; desativada, deixa de ser cotada e aceita.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Incluida a tabela de prazo de entrega prometido
      *                  por transportadora e UF (PRAZO.dat, copybooks
      *                  PRZ*), opcoes 7 a 9, usada pelo
      *                  DELIV-SLA-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TRPSL.
           COPY FRTSL.
           COPY PRZSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADASTRO-TRANSPORTADORAS.
           COPY TRPF.

       FD  TABELA-FRETES.
           COPY FRTF.

       FD  TABELA-PRAZOS.
           COPY PRZF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

      * CADASTRO E TABELAS EM MEMORIA (COPYBOOKS TRP*, FRT* E
      * PRZ*) - REGRAVADOS NO ENCERRAMENTO
           COPY TRPWS.
           COPY FRTWS.
           COPY PRZWS.
       77  WS-TRP-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-TRP-MUDARAM-SIM              VALUE 'S'.
       77  WS-FRT-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-FRT-MUDARAM-SIM              VALUE 'S'.
       77  WS-PRZ-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-PRZ-MUDARAM-SIM              VALUE 'S'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-NOME-INFORMADO       PIC X(30)   VALUE SPACES.
       01  WS-UF-INFORMADA         PIC X(02)   VALUE SPACES.
       77  WS-PESO-INFORMADO       PIC 9(05)V999 VALUE ZEROS.
       77  WS-VALOR-INFORMADO      PIC 9(07)V99 VALUE ZEROS.
       77  WS-DIAS-INFORMADOS      PIC 9(03)   VALUE ZEROS.
       77  WS-IDX-FAIXA            PIC 9(04)   VALUE ZEROS COMP.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-QTD-LISTADOS         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PESO-ED              PIC ZZ.ZZ9,999.
       77  WS-VALOR-ED             PIC $$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'CADASTRO DE TRANSPORTADORAS E OPERACAO DE '
                       'SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P100-CARREGA-CADASTROS
               IF WS-TRP-ESTOUROU-SIM OR WS-FRT-ESTOUROU-SIM
                  OR WS-PRZ-ESTOUROU-SIM
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
                  PERFORM P900-FINAL
               END-IF
            END-IF
            GOBACK.

       P100-CARREGA-CADASTROS.
            PERFORM P8760-CARREGA-TRANSPORTADORAS
            PERFORM P8770-CARREGA-FRETES
            PERFORM P8780-CARREGA-PRAZOS
            IF WS-QTD-TRP-TAB = ZEROS
               AND NOT WS-TRP-ESTOUROU-SIM
               DISPLAY 'CADASTRO DE TRANSPORTADORAS AINDA NAO EXISTE '
                       '- SERA CRIADO NO ENCERRAMENTO.'
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== TRANSPORTADORAS E TABELA DE FRETE ====='
            DISPLAY '1 - INCLUIR OU ALTERAR TRANSPORTADORA'
            DISPLAY '2 - ATIVAR OU DESATIVAR TRANSPORTADORA'
            DISPLAY '3 - LISTAR TRANSPORTADORAS'
            DISPLAY '4 - INCLUIR OU ALTERAR FAIXA DE FRETE'
            DISPLAY '5 - EXCLUIR FAIXA DE FRETE'
            DISPLAY '6 - LISTAR FAIXAS DE UMA TRANSPORTADORA'
            DISPLAY '7 - INCLUIR OU ALTERAR PRAZO DE ENTREGA POR UF'
            DISPLAY '8 - EXCLUIR PRAZO DE ENTREGA'
            DISPLAY '9 - LISTAR PRAZOS DE UMA TRANSPORTADORA'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-TRANSPORTADORA
                WHEN 2 PERFORM P400-MUDA-SITUACAO
                WHEN 3 PERFORM P500-LISTA-TRANSPORTADORAS
                WHEN 4 PERFORM P600-GRAVA-FAIXA
                WHEN 5 PERFORM P650-EXCLUI-FAIXA
                WHEN 6 PERFORM P700-LISTA-FAIXAS
                WHEN 7 PERFORM P750-GRAVA-PRAZO
                WHEN 8 PERFORM P770-EXCLUI-PRAZO
                WHEN 9 PERFORM P780-LISTA-PRAZOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

       P250-INFORMA-CODIGO.
            DISPLAY 'CODIGO DA TRANSPORTADORA: '
            MOVE SPACES TO WS-TRP-PROCURADA
            ACCEPT WS-TRP-PROCURADA
            IF WS-TRP-PROCURADA = SPACES
               MOVE ZEROS TO WS-IDX-TRP-ACHADA
            ELSE
               PERFORM P8765-LOCALIZA-TRANSPORTADORA
            END-IF.

      ******************************************************************
      * P300-GRAVA-TRANSPORTADORA
      * Transportadora nova entra ATIVA, ainda sem faixa de frete -
      * sem faixa ela nao e cotada no faturamento. Na alteracao, nome
      * em branco mantem o atual.
      ******************************************************************
       P300-GRAVA-TRANSPORTADORA.
            PERFORM P250-INFORMA-CODIGO
            IF WS-TRP-PROCURADA = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
            ELSE
               IF WS-IDX-TRP-ACHADA > ZEROS
                  DISPLAY 'ATUAL: '
                          WS-TRT-NOME(WS-IDX-TRP-ACHADA) ' - '
                          WS-TRT-SITUACAO(WS-IDX-TRP-ACHADA)
               END-IF
               DISPLAY 'NOME DA TRANSPORTADORA: '
               MOVE SPACES TO WS-NOME-INFORMADO
               ACCEPT WS-NOME-INFORMADO

               EVALUATE TRUE
                   WHEN WS-IDX-TRP-ACHADA > ZEROS
                        IF WS-NOME-INFORMADO NOT = SPACES
                           MOVE WS-NOME-INFORMADO
                                TO WS-TRT-NOME(WS-IDX-TRP-ACHADA)
                           SET WS-TRP-MUDARAM-SIM TO TRUE
                        END-IF
                        DISPLAY 'TRANSPORTADORA ALTERADA.'
                   WHEN WS-NOME-INFORMADO = SPACES
                        DISPLAY 'NOME E OBRIGATORIO NA INCLUSAO.'
                   WHEN WS-QTD-TRP-TAB NOT < WS-MAX-TRANSPORTADORAS
                        DISPLAY 'CADASTRO DE TRANSPORTADORAS CHEIO.'
                   WHEN OTHER
                        ADD 1 TO WS-QTD-TRP-TAB
                        MOVE WS-TRP-PROCURADA
                             TO WS-TRT-CODIGO(WS-QTD-TRP-TAB)
                        MOVE WS-NOME-INFORMADO
                             TO WS-TRT-NOME(WS-QTD-TRP-TAB)
                        SET WS-TRT-ATIVA(WS-QTD-TRP-TAB) TO TRUE
                        SET WS-TRP-MUDARAM-SIM TO TRUE
                        DISPLAY 'TRANSPORTADORA INCLUIDA - CADASTRE '
                                'AS FAIXAS DE FRETE (OPCAO 4).'
               END-EVALUATE
            END-IF.

       P400-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-TRP-ACHADA = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA.'
            ELSE
               IF WS-TRT-ATIVA(WS-IDX-TRP-ACHADA)
                  SET WS-TRT-INATIVA(WS-IDX-TRP-ACHADA) TO TRUE
                  DISPLAY 'TRANSPORTADORA DESATIVADA.'
               ELSE
                  SET WS-TRT-ATIVA(WS-IDX-TRP-ACHADA) TO TRUE
                  DISPLAY 'TRANSPORTADORA ATIVADA.'
               END-IF
               SET WS-TRP-MUDARAM-SIM TO TRUE
            END-IF.

       P500-LISTA-TRANSPORTADORAS.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-TRP FROM 1 BY 1
                    UNTIL WS-IDX-TRP > WS-QTD-TRP-TAB
                ADD 1 TO WS-QTD-LISTADOS
                DISPLAY '  ' WS-TRT-CODIGO(WS-IDX-TRP)
                        '  ' WS-TRT-NOME(WS-IDX-TRP)
                        '  ' WS-TRT-SITUACAO(WS-IDX-TRP)
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' TRANSPORTADORA(S) NO CADASTRO.'.

      ******************************************************************
      * P600-GRAVA-FAIXA
      * A faixa e identificada por transportadora, UF e limite de
      * peso: a mesma chave ja cadastrada troca o valor, chave nova
      * inclui a faixa. So transportadora cadastrada recebe faixa.
      ******************************************************************
       P600-GRAVA-FAIXA.
            PERFORM P610-INFORMA-FAIXA
            IF WS-IDX-TRP-ACHADA > ZEROS
               AND WS-UF-INFORMADA NOT = SPACES
               IF WS-IDX-FRT-ACHADA > ZEROS
                  MOVE WS-FXT-VALOR(WS-IDX-FRT-ACHADA) TO WS-VALOR-ED
                  DISPLAY 'VALOR ATUAL DA FAIXA: ' WS-VALOR-ED
               END-IF
               DISPLAY 'VALOR DO FRETE NA FAIXA: '
               MOVE ZEROS TO WS-VALOR-INFORMADO
               ACCEPT WS-VALOR-INFORMADO

               EVALUATE TRUE
                   WHEN WS-IDX-FRT-ACHADA > ZEROS
                        MOVE WS-VALOR-INFORMADO
                             TO WS-FXT-VALOR(WS-IDX-FRT-ACHADA)
                        SET WS-FRT-MUDARAM-SIM TO TRUE
                        DISPLAY 'FAIXA ALTERADA.'
                   WHEN WS-QTD-FRT-TAB NOT < WS-MAX-FRETES
                        DISPLAY 'TABELA DE FRETE CHEIA.'
                   WHEN OTHER
                        ADD 1 TO WS-QTD-FRT-TAB
                        MOVE WS-TRP-PROCURADA
                             TO WS-FXT-TRANSPORTADORA(WS-QTD-FRT-TAB)
                        MOVE WS-UF-INFORMADA
                             TO WS-FXT-UF(WS-QTD-FRT-TAB)
                        MOVE WS-PESO-INFORMADO
                             TO WS-FXT-PESO-ATE(WS-QTD-FRT-TAB)
                        MOVE WS-VALOR-INFORMADO
                             TO WS-FXT-VALOR(WS-QTD-FRT-TAB)
                        SET WS-FRT-MUDARAM-SIM TO TRUE
                        DISPLAY 'FAIXA INCLUIDA.'
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P610-INFORMA-FAIXA
      * Pede transportadora, UF e limite da faixa e procura a chave
      * exata na tabela (indice em WS-IDX-FRT-ACHADA, zero se nova).
      ******************************************************************
       P610-INFORMA-FAIXA.
            MOVE ZEROS TO WS-IDX-FRT-ACHADA
            MOVE SPACES TO WS-UF-INFORMADA
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-TRP-ACHADA = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA.'
            ELSE
               DISPLAY 'UF DE DESTINO: '
               ACCEPT WS-UF-INFORMADA
               DISPLAY 'PESO ATE (KG) - LIMITE SUPERIOR DA FAIXA: '
               MOVE ZEROS TO WS-PESO-INFORMADO
               ACCEPT WS-PESO-INFORMADO
               IF WS-UF-INFORMADA = SPACES
                  DISPLAY 'UF OBRIGATORIA.'
               ELSE
                  PERFORM VARYING WS-IDX-FRT FROM 1 BY 1
                          UNTIL WS-IDX-FRT > WS-QTD-FRT-TAB
                          OR WS-IDX-FRT-ACHADA > ZEROS
                      IF WS-FXT-TRANSPORTADORA(WS-IDX-FRT) =
                         WS-TRP-PROCURADA
                         AND WS-FXT-UF(WS-IDX-FRT) = WS-UF-INFORMADA
                         AND WS-FXT-PESO-ATE(WS-IDX-FRT) =
                             WS-PESO-INFORMADO
                         MOVE WS-IDX-FRT TO WS-IDX-FRT-ACHADA
                      END-IF
                  END-PERFORM
               END-IF
            END-IF.

      ******************************************************************
      * P650-EXCLUI-FAIXA
      * Retira a faixa da tabela puxando as seguintes uma posicao.
      ******************************************************************
       P650-EXCLUI-FAIXA.
            PERFORM P610-INFORMA-FAIXA
            IF WS-IDX-TRP-ACHADA > ZEROS
               AND WS-UF-INFORMADA NOT = SPACES
               IF WS-IDX-FRT-ACHADA = ZEROS
                  DISPLAY 'FAIXA NAO CADASTRADA.'
               ELSE
                  DISPLAY 'CONFIRMA A EXCLUSAO DA FAIXA (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM VARYING WS-IDX-FAIXA
                             FROM WS-IDX-FRT-ACHADA BY 1
                             UNTIL WS-IDX-FAIXA NOT < WS-QTD-FRT-TAB
                         MOVE WS-FRETE-ENTRADA(WS-IDX-FAIXA + 1)
                              TO WS-FRETE-ENTRADA(WS-IDX-FAIXA)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-QTD-FRT-TAB
                     SET WS-FRT-MUDARAM-SIM TO TRUE
                     DISPLAY 'FAIXA EXCLUIDA.'
                  ELSE
                     DISPLAY 'EXCLUSAO CANCELADA.'
                  END-IF
               END-IF
            END-IF.

       P700-LISTA-FAIXAS.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-TRP-ACHADA = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA.'
            ELSE
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-FRT FROM 1 BY 1
                       UNTIL WS-IDX-FRT > WS-QTD-FRT-TAB
                   IF WS-FXT-TRANSPORTADORA(WS-IDX-FRT) =
                      WS-TRP-PROCURADA
                      ADD 1 TO WS-QTD-LISTADOS
                      MOVE WS-FXT-PESO-ATE(WS-IDX-FRT) TO WS-PESO-ED
                      MOVE WS-FXT-VALOR(WS-IDX-FRT)    TO WS-VALOR-ED
                      DISPLAY '  UF ' WS-FXT-UF(WS-IDX-FRT)
                              '  ATE ' WS-PESO-ED ' KG  '
                              WS-VALOR-ED
                   END-IF
               END-PERFORM
               DISPLAY WS-QTD-LISTADOS ' FAIXA(S) DE '
                       WS-TRT-NOME(WS-IDX-TRP-ACHADA)
            END-IF.

      ******************************************************************
      * P750-GRAVA-PRAZO
      * Prazo de transito prometido, em dias corridos a partir do
      * embarque, por transportadora e UF de destino. A mesma chave
      * troca o prazo; chave nova inclui. Prazo zero nao e aceito -
      * para tirar o prazo, exclua (opcao 8).
      ******************************************************************
       P750-GRAVA-PRAZO.
            PERFORM P760-INFORMA-PRAZO
            IF WS-IDX-TRP-ACHADA > ZEROS
               AND WS-UF-INFORMADA NOT = SPACES
               IF WS-IDX-PRZ-ACHADO > ZEROS
                  DISPLAY 'PRAZO ATUAL: '
                          WS-PZT-DIAS(WS-IDX-PRZ-ACHADO) ' DIA(S)'
               END-IF
               DISPLAY 'PRAZO DE ENTREGA EM DIAS CORRIDOS: '
               MOVE ZEROS TO WS-DIAS-INFORMADOS
               ACCEPT WS-DIAS-INFORMADOS

               EVALUATE TRUE
                   WHEN WS-DIAS-INFORMADOS = ZEROS
                        DISPLAY 'PRAZO DEVE SER MAIOR QUE ZERO.'
                   WHEN WS-IDX-PRZ-ACHADO > ZEROS
                        MOVE WS-DIAS-INFORMADOS
                             TO WS-PZT-DIAS(WS-IDX-PRZ-ACHADO)
                        SET WS-PRZ-MUDARAM-SIM TO TRUE
                        DISPLAY 'PRAZO ALTERADO.'
                   WHEN WS-QTD-PRZ-TAB NOT < WS-MAX-PRAZOS
                        DISPLAY 'TABELA DE PRAZOS CHEIA.'
                   WHEN OTHER
                        ADD 1 TO WS-QTD-PRZ-TAB
                        MOVE WS-TRP-PROCURADA
                             TO WS-PZT-TRANSPORTADORA(WS-QTD-PRZ-TAB)
                        MOVE WS-UF-INFORMADA
                             TO WS-PZT-UF(WS-QTD-PRZ-TAB)
                        MOVE WS-DIAS-INFORMADOS
                             TO WS-PZT-DIAS(WS-QTD-PRZ-TAB)
                        SET WS-PRZ-MUDARAM-SIM TO TRUE
                        DISPLAY 'PRAZO INCLUIDO.'
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P760-INFORMA-PRAZO
      * Pede transportadora e UF e procura o prazo na tabela (indice
      * em WS-IDX-PRZ-ACHADO, zero se novo).
      ******************************************************************
       P760-INFORMA-PRAZO.
            MOVE ZEROS TO WS-IDX-PRZ-ACHADO
            MOVE SPACES TO WS-UF-INFORMADA
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-TRP-ACHADA = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA.'
            ELSE
               DISPLAY 'UF DE DESTINO: '
               ACCEPT WS-UF-INFORMADA
               IF WS-UF-INFORMADA = SPACES
                  DISPLAY 'UF OBRIGATORIA.'
               ELSE
                  MOVE WS-TRP-PROCURADA TO WS-PRZ-TRP-PROCURADA
                  MOVE WS-UF-INFORMADA  TO WS-PRZ-UF-PROCURADA
                  PERFORM P8785-LOCALIZA-PRAZO
               END-IF
            END-IF.

       P770-EXCLUI-PRAZO.
            PERFORM P760-INFORMA-PRAZO
            IF WS-IDX-TRP-ACHADA > ZEROS
               AND WS-UF-INFORMADA NOT = SPACES
               IF WS-IDX-PRZ-ACHADO = ZEROS
                  DISPLAY 'PRAZO NAO CADASTRADO.'
               ELSE
                  DISPLAY 'CONFIRMA A EXCLUSAO DO PRAZO (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM VARYING WS-IDX-FAIXA
                             FROM WS-IDX-PRZ-ACHADO BY 1
                             UNTIL WS-IDX-FAIXA NOT < WS-QTD-PRZ-TAB
                         MOVE WS-PRAZO-ENTRADA(WS-IDX-FAIXA + 1)
                              TO WS-PRAZO-ENTRADA(WS-IDX-FAIXA)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-QTD-PRZ-TAB
                     SET WS-PRZ-MUDARAM-SIM TO TRUE
                     DISPLAY 'PRAZO EXCLUIDO.'
                  ELSE
                     DISPLAY 'EXCLUSAO CANCELADA.'
                  END-IF
               END-IF
            END-IF.

       P780-LISTA-PRAZOS.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-TRP-ACHADA = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA.'
            ELSE
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-PRZ FROM 1 BY 1
                       UNTIL WS-IDX-PRZ > WS-QTD-PRZ-TAB
                   IF WS-PZT-TRANSPORTADORA(WS-IDX-PRZ) =
                      WS-TRP-PROCURADA
                      ADD 1 TO WS-QTD-LISTADOS
                      DISPLAY '  UF ' WS-PZT-UF(WS-IDX-PRZ)
                              '  PRAZO ' WS-PZT-DIAS(WS-IDX-PRZ)
                              ' DIA(S)'
                   END-IF
               END-PERFORM
               DISPLAY WS-QTD-LISTADOS ' PRAZO(S) DE '
                       WS-TRT-NOME(WS-IDX-TRP-ACHADA)
            END-IF.

       P900-FINAL.
            MOVE 0 TO RETURN-CODE
            IF WS-TRP-MUDARAM-SIM
               PERFORM P8768-GRAVA-TRANSPORTADORAS
               IF NOT WS-TRP-GRAVADAS-SIM
                  DISPLAY 'ERRO AO REGRAVAR O CADASTRO - STATUS '
                          WS-TRP-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            IF WS-FRT-MUDARAM-SIM
               PERFORM P8778-GRAVA-FRETES
               IF NOT WS-FRT-GRAVADAS-SIM
                  DISPLAY 'ERRO AO REGRAVAR A TABELA DE FRETE - '
                          'STATUS ' WS-FRT-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            IF WS-PRZ-MUDARAM-SIM
               PERFORM P8788-GRAVA-PRAZOS
               IF NOT WS-PRZ-GRAVADOS-SIM
                  DISPLAY 'ERRO AO REGRAVAR A TABELA DE PRAZOS - '
                          'STATUS ' WS-PRZ-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY TRPPA.
           COPY FRTPA.
           COPY PRZPA.

           COPY ENVCFGPA.
       END PROGRAM CARRIER-MAINT.
