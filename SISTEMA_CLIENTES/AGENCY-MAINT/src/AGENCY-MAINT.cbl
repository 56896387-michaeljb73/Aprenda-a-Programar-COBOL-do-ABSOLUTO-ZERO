      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de agencias de cobranca
      *            externa (AGENCIAS.dat, copybooks AGY*), exclusiva
      *            de supervisor: inclui ou altera a agencia (nome e
      *            percentual de comissao sobre o recuperado), ativa
      *            ou desativa e lista. O COLL-PLACE encaminha as
      *            contas em PRE-JURIDICO so para agencia ativa; o
      *            COLL-RETURN calcula a comissao pelo percentual
      *            daqui. Agencia nao e excluida - os encaminhamentos
      *            antigos apontam para ela.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCY-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AGYSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADASTRO-AGENCIAS.
           COPY AGYF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

      * CADASTRO EM MEMORIA (COPYBOOKS AGY*) - REGRAVADO NO
      * ENCERRAMENTO
           COPY AGYWS.
       77  WS-AGY-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-AGY-MUDARAM-SIM              VALUE 'S'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-NOME-INFORMADO       PIC X(30)   VALUE SPACES.
       77  WS-PCT-INFORMADO        PIC 9(02)V99 VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PCT-ED               PIC Z9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'CADASTRO DE AGENCIAS DE COBRANCA E OPERACAO '
                       'DE SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P8830-CARREGA-AGENCIAS
               IF WS-AGY-ESTOUROU-SIM
                  MOVE 8 TO RETURN-CODE
               ELSE
                  IF WS-QTD-AGY-TAB = ZEROS
                     DISPLAY 'CADASTRO DE AGENCIAS AINDA NAO EXISTE - '
                             'SERA CRIADO NO ENCERRAMENTO.'
                  END-IF
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
                  PERFORM P900-FINAL
               END-IF
            END-IF
            GOBACK.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== AGENCIAS DE COBRANCA EXTERNA ====='
            DISPLAY '1 - INCLUIR OU ALTERAR AGENCIA'
            DISPLAY '2 - ATIVAR OU DESATIVAR AGENCIA'
            DISPLAY '3 - LISTAR AGENCIAS'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-AGENCIA
                WHEN 2 PERFORM P400-MUDA-SITUACAO
                WHEN 3 PERFORM P500-LISTA-AGENCIAS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

       P250-INFORMA-CODIGO.
            DISPLAY 'CODIGO DA AGENCIA: '
            MOVE SPACES TO WS-AGY-PROCURADA
            ACCEPT WS-AGY-PROCURADA
            IF WS-AGY-PROCURADA = SPACES
               MOVE ZEROS TO WS-IDX-AGY-ACHADA
            ELSE
               PERFORM P8835-LOCALIZA-AGENCIA
            END-IF.

      ******************************************************************
      * P300-GRAVA-AGENCIA
      * Agencia nova entra ATIVA. Na alteracao, nome em branco mantem
      * o atual; o percentual informado vale sempre (a comissao de
      * cada retorno e calculada pelo percentual do dia da carga).
      ******************************************************************
       P300-GRAVA-AGENCIA.
            PERFORM P250-INFORMA-CODIGO
            IF WS-AGY-PROCURADA = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
            ELSE
               IF WS-IDX-AGY-ACHADA > ZEROS
                  MOVE WS-AGT-PCT-COMISSAO(WS-IDX-AGY-ACHADA)
                       TO WS-PCT-ED
                  DISPLAY 'ATUAL: '
                          WS-AGT-NOME(WS-IDX-AGY-ACHADA) ' - '
                          WS-PCT-ED '% - '
                          WS-AGT-SITUACAO(WS-IDX-AGY-ACHADA)
               END-IF
               DISPLAY 'NOME DA AGENCIA: '
               MOVE SPACES TO WS-NOME-INFORMADO
               ACCEPT WS-NOME-INFORMADO
               DISPLAY 'COMISSAO SOBRE O RECUPERADO (%): '
               MOVE ZEROS TO WS-PCT-INFORMADO
               ACCEPT WS-PCT-INFORMADO

               EVALUATE TRUE
                   WHEN WS-PCT-INFORMADO > 50
                        DISPLAY 'COMISSAO ACIMA DE 50% NAO ACEITA.'
                   WHEN WS-IDX-AGY-ACHADA > ZEROS
                        IF WS-NOME-INFORMADO NOT = SPACES
                           MOVE WS-NOME-INFORMADO
                                TO WS-AGT-NOME(WS-IDX-AGY-ACHADA)
                        END-IF
                        MOVE WS-PCT-INFORMADO
                             TO WS-AGT-PCT-COMISSAO(WS-IDX-AGY-ACHADA)
                        SET WS-AGY-MUDARAM-SIM TO TRUE
                        DISPLAY 'AGENCIA ALTERADA.'
                   WHEN WS-NOME-INFORMADO = SPACES
                        DISPLAY 'NOME E OBRIGATORIO NA INCLUSAO.'
                   WHEN WS-QTD-AGY-TAB NOT < WS-MAX-AGENCIAS
                        DISPLAY 'CADASTRO DE AGENCIAS CHEIO.'
                   WHEN OTHER
                        ADD 1 TO WS-QTD-AGY-TAB
                        MOVE WS-AGY-PROCURADA
                             TO WS-AGT-CODIGO(WS-QTD-AGY-TAB)
                        MOVE WS-NOME-INFORMADO
                             TO WS-AGT-NOME(WS-QTD-AGY-TAB)
                        MOVE WS-PCT-INFORMADO
                             TO WS-AGT-PCT-COMISSAO(WS-QTD-AGY-TAB)
                        SET WS-AGT-ATIVA(WS-QTD-AGY-TAB) TO TRUE
                        SET WS-AGY-MUDARAM-SIM TO TRUE
                        DISPLAY 'AGENCIA INCLUIDA.'
               END-EVALUATE
            END-IF.

       P400-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-AGY-ACHADA = ZEROS
               DISPLAY 'AGENCIA NAO CADASTRADA.'
            ELSE
               IF WS-AGT-ATIVA(WS-IDX-AGY-ACHADA)
                  SET WS-AGT-INATIVA(WS-IDX-AGY-ACHADA) TO TRUE
                  DISPLAY 'AGENCIA DESATIVADA - NAO RECEBE CONTAS '
                          'NOVAS.'
               ELSE
                  SET WS-AGT-ATIVA(WS-IDX-AGY-ACHADA) TO TRUE
                  DISPLAY 'AGENCIA ATIVADA.'
               END-IF
               SET WS-AGY-MUDARAM-SIM TO TRUE
            END-IF.

       P500-LISTA-AGENCIAS.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                    UNTIL WS-IDX-AGY > WS-QTD-AGY-TAB
                ADD 1 TO WS-QTD-LISTADOS
                MOVE WS-AGT-PCT-COMISSAO(WS-IDX-AGY) TO WS-PCT-ED
                DISPLAY '  ' WS-AGT-CODIGO(WS-IDX-AGY)
                        '  ' WS-AGT-NOME(WS-IDX-AGY)
                        '  ' WS-PCT-ED '%'
                        '  ' WS-AGT-SITUACAO(WS-IDX-AGY)
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' AGENCIA(S) NO CADASTRO.'.

       P900-FINAL.
            MOVE 0 TO RETURN-CODE
            IF WS-AGY-MUDARAM-SIM
               PERFORM P8838-GRAVA-AGENCIAS
               IF NOT WS-AGY-GRAVADAS-SIM
                  DISPLAY 'ERRO AO REGRAVAR O CADASTRO - STATUS '
                          WS-AGY-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY AGYPA.

           COPY ENVCFGPA.
       END PROGRAM AGENCY-MAINT.
