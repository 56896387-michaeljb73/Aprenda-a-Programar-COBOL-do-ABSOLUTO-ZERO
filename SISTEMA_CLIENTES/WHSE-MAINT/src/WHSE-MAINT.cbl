      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de depositos (DEPOSITO.dat,
      *            copybooks DEP*), exclusiva de supervisor: inclui ou
      *            altera o deposito (codigo, filial CSV-FILIAL a que
      *            pertence e nome), ativa ou desativa e lista o
      *            cadastro. O saldo de estoque (STOCKF.dat) e mantido
      *            por deposito e item; o ORDER-ENTRY aloca primeiro
      *            no deposito da filial do pedido. Deposito nao e
      *            excluido - o saldo e os movimentos continuam
      *            apontando para ele; desativado, deixa de receber
      *            mercadoria e de ser escolhido como deposito da
      *            filial, mas ainda despacha o que tem.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

      * CADASTRO EM MEMORIA (COPYBOOKS DEP*) - REGRAVADO NO
      * ENCERRAMENTO
           COPY DEPWS.
       77  WS-DEPOSITOS-MUDARAM    PIC X(01)   VALUE 'N'.
           88  WS-DEPOSITOS-MUDARAM-SIM        VALUE 'S'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-FILIAL-INFORMADA     PIC X(02)   VALUE SPACES.
       01  WS-NOME-INFORMADO       PIC X(30)   VALUE SPACES.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-ATIVOS-FILIAL    PIC 9(03)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'CADASTRO DE DEPOSITOS E OPERACAO DE '
                       'SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P100-CARREGA-DEPOSITOS
               IF WS-DEPOSITOS-ESTOURARAM-SIM
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
                  PERFORM P900-FINAL
               END-IF
            END-IF
            GOBACK.

       P100-CARREGA-DEPOSITOS.
            PERFORM P8660-CARREGA-DEPOSITOS
            IF WS-QTD-DEPOSITOS-TAB = ZEROS
               AND NOT WS-DEPOSITOS-ESTOURARAM-SIM
               DISPLAY 'CADASTRO DE DEPOSITOS AINDA NAO EXISTE - '
                       'SERA CRIADO NO ENCERRAMENTO.'
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== CADASTRO DE DEPOSITOS ====='
            DISPLAY '1 - INCLUIR OU ALTERAR DEPOSITO'
            DISPLAY '2 - ATIVAR OU DESATIVAR DEPOSITO'
            DISPLAY '3 - LISTAR DEPOSITOS'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-DEPOSITO
                WHEN 2 PERFORM P400-MUDA-SITUACAO
                WHEN 3 PERFORM P500-LISTA-DEPOSITOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

       P250-INFORMA-CODIGO.
            DISPLAY 'CODIGO DO DEPOSITO: '
            MOVE SPACES TO WS-DEP-PROCURADO
            ACCEPT WS-DEP-PROCURADO
            IF WS-DEP-PROCURADO = SPACES
               MOVE ZEROS TO WS-IDX-DEP-ACHADO
            ELSE
               PERFORM P8665-LOCALIZA-DEPOSITO
            END-IF.

      ******************************************************************
      * P300-GRAVA-DEPOSITO
      * Deposito novo entra ATIVO. Na alteracao, filial ou nome em
      * branco mantem o atual. Mudar a filial de um deposito muda a
      * preferencia de alocacao dos pedidos das duas filiais.
      ******************************************************************
       P300-GRAVA-DEPOSITO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-DEP-PROCURADO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
            ELSE
               IF WS-IDX-DEP-ACHADO > ZEROS
                  DISPLAY 'ATUAL: FILIAL '
                          WS-DPT-FILIAL(WS-IDX-DEP-ACHADO) ' - '
                          WS-DPT-NOME(WS-IDX-DEP-ACHADO) ' - '
                          WS-DPT-SITUACAO(WS-IDX-DEP-ACHADO)
               END-IF
               DISPLAY 'FILIAL (CSV-FILIAL): '
               MOVE SPACES TO WS-FILIAL-INFORMADA
               ACCEPT WS-FILIAL-INFORMADA
               DISPLAY 'NOME DO DEPOSITO: '
               MOVE SPACES TO WS-NOME-INFORMADO
               ACCEPT WS-NOME-INFORMADO

               EVALUATE TRUE
                   WHEN WS-IDX-DEP-ACHADO > ZEROS
                        PERFORM P310-ALTERA-DEPOSITO
                   WHEN WS-FILIAL-INFORMADA = SPACES
                        OR WS-NOME-INFORMADO = SPACES
                        DISPLAY 'FILIAL E NOME SAO OBRIGATORIOS NA '
                                'INCLUSAO.'
                   WHEN WS-QTD-DEPOSITOS-TAB NOT < WS-MAX-DEPOSITOS
                        DISPLAY 'CADASTRO DE DEPOSITOS CHEIO.'
                   WHEN OTHER
                        PERFORM P320-INCLUI-DEPOSITO
               END-EVALUATE
            END-IF.

       P310-ALTERA-DEPOSITO.
            IF WS-FILIAL-INFORMADA NOT = SPACES
               MOVE WS-FILIAL-INFORMADA
                    TO WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
            END-IF
            IF WS-NOME-INFORMADO NOT = SPACES
               MOVE WS-NOME-INFORMADO
                    TO WS-DPT-NOME(WS-IDX-DEP-ACHADO)
            END-IF
            SET WS-DEPOSITOS-MUDARAM-SIM TO TRUE
            DISPLAY 'DEPOSITO ALTERADO.'.

       P320-INCLUI-DEPOSITO.
            ADD 1 TO WS-QTD-DEPOSITOS-TAB
            MOVE WS-DEP-PROCURADO
                 TO WS-DPT-CODIGO(WS-QTD-DEPOSITOS-TAB)
            MOVE WS-FILIAL-INFORMADA
                 TO WS-DPT-FILIAL(WS-QTD-DEPOSITOS-TAB)
            MOVE WS-NOME-INFORMADO
                 TO WS-DPT-NOME(WS-QTD-DEPOSITOS-TAB)
            SET WS-DPT-ATIVO(WS-QTD-DEPOSITOS-TAB) TO TRUE
            SET WS-DEPOSITOS-MUDARAM-SIM TO TRUE
            DISPLAY 'DEPOSITO INCLUIDO.'.

      ******************************************************************
      * P400-MUDA-SITUACAO
      * Alterna ATIVO/INATIVO. Ao desativar o ultimo deposito ativo
      * de uma filial, avisa: os pedidos dela passam a alocar em
      * deposito de outra filial.
      ******************************************************************
       P400-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-DEP-ACHADO = ZEROS
               DISPLAY 'DEPOSITO NAO CADASTRADO.'
            ELSE
               IF WS-DPT-ATIVO(WS-IDX-DEP-ACHADO)
                  SET WS-DPT-INATIVO(WS-IDX-DEP-ACHADO) TO TRUE
                  DISPLAY 'DEPOSITO DESATIVADO.'
                  PERFORM P410-CONTA-ATIVOS-FILIAL
                  IF WS-QTD-ATIVOS-FILIAL = ZEROS
                     DISPLAY 'AVISO - A FILIAL '
                             WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                             ' FICOU SEM DEPOSITO ATIVO.'
                  END-IF
               ELSE
                  SET WS-DPT-ATIVO(WS-IDX-DEP-ACHADO) TO TRUE
                  DISPLAY 'DEPOSITO ATIVADO.'
               END-IF
               SET WS-DEPOSITOS-MUDARAM-SIM TO TRUE
            END-IF.

       P410-CONTA-ATIVOS-FILIAL.
            MOVE ZEROS TO WS-QTD-ATIVOS-FILIAL
            PERFORM VARYING WS-IDX-DEPOSITO FROM 1 BY 1
                    UNTIL WS-IDX-DEPOSITO > WS-QTD-DEPOSITOS-TAB
                IF WS-DPT-FILIAL(WS-IDX-DEPOSITO) =
                   WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                   AND WS-DPT-ATIVO(WS-IDX-DEPOSITO)
                   ADD 1 TO WS-QTD-ATIVOS-FILIAL
                END-IF
            END-PERFORM.

       P500-LISTA-DEPOSITOS.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-DEPOSITO FROM 1 BY 1
                    UNTIL WS-IDX-DEPOSITO > WS-QTD-DEPOSITOS-TAB
                ADD 1 TO WS-QTD-LISTADOS
                DISPLAY '  ' WS-DPT-CODIGO(WS-IDX-DEPOSITO)
                        '  FILIAL ' WS-DPT-FILIAL(WS-IDX-DEPOSITO)
                        '  ' WS-DPT-NOME(WS-IDX-DEPOSITO)
                        '  ' WS-DPT-SITUACAO(WS-IDX-DEPOSITO)
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' DEPOSITO(S) NO CADASTRO.'.

       P900-FINAL.
            IF WS-DEPOSITOS-MUDARAM-SIM
               PERFORM P8668-GRAVA-DEPOSITOS
               IF WS-DEPOSITOS-GRAVADOS-SIM
                  MOVE 0 TO RETURN-CODE
               ELSE
                  DISPLAY 'ERRO AO REGRAVAR O CADASTRO - STATUS '
                          WS-DEP-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY OPERTBPA.
           COPY DEPPA.

           COPY ENVCFGPA.
       END PROGRAM WHSE-MAINT.
