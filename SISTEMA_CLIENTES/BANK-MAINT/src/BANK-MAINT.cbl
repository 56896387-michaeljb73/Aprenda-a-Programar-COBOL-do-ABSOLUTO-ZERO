      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de bancos cobradores
      *            (BANCOS.dat) e das regras de roteamento da
      *            cobranca por filial e UF (ROTCOB.dat), copybooks
      *            BCO*, exclusiva de supervisor: inclui ou altera o
      *            banco (nome, convenio, layout, tarifa por boleto e
      *            marca de padrao), ativa ou desativa, mantem as
      *            regras e lista. O REMIT-GEN distribui as parcelas
      *            pelas regras daqui e gera uma remessa por banco; o
      *            CASH-APPLY le o retorno de cada banco cadastrado.
      *            Banco nao e excluido - as parcelas registradas
      *            nele seguem baixando pelo retorno dele.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BCOSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADASTRO-BANCOS.
           COPY BCOF.

       FD  ROTAS-COBRANCA.
           COPY BCORF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

      * CADASTRO EM MEMORIA (COPYBOOKS BCO*) - REGRAVADO NO
      * ENCERRAMENTO
           COPY BCOWS.
       77  WS-BCO-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-BCO-MUDARAM-SIM              VALUE 'S'.
       77  WS-ROT-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-ROT-MUDARAM-SIM              VALUE 'S'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-NOME-INFORMADO       PIC X(20)   VALUE SPACES.
       01  WS-CONVENIO-INFORMADO   PIC 9(10)   VALUE ZEROS.
       01  WS-LAYOUT-INFORMADO     PIC X(01)   VALUE SPACES.
           88  WS-LAYOUT-VALIDO                VALUE 'P' 'C'.
       77  WS-TARIFA-INFORMADA     PIC 9(03)V99 VALUE ZEROS.
       01  WS-PADRAO-INFORMADO     PIC X(01)   VALUE SPACES.
           88  WS-PADRAO-SIM                   VALUE 'S'.
       01  WS-FILIAL-INFORMADA     PIC X(02)   VALUE SPACES.
       01  WS-UF-INFORMADA         PIC X(02)   VALUE SPACES.
       77  WS-IDX-ROT-ACHADA       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-LISTADOS         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-TARIFA-ED            PIC ZZ9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'CADASTRO DE BANCOS COBRADORES E OPERACAO '
                       'DE SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P8850-CARREGA-BANCOS
               IF WS-BCO-ESTOUROU-SIM
                  MOVE 8 TO RETURN-CODE
               ELSE
                  IF WS-QTD-BCO-TAB = ZEROS
                     DISPLAY 'CADASTRO DE BANCOS AINDA NAO EXISTE - '
                             'SERA CRIADO NO ENCERRAMENTO.'
                  END-IF
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
                  PERFORM P900-FINAL
               END-IF
            END-IF
            GOBACK.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== BANCOS COBRADORES ====='
            DISPLAY '1 - INCLUIR OU ALTERAR BANCO'
            DISPLAY '2 - ATIVAR OU DESATIVAR BANCO'
            DISPLAY '3 - REGRA DE ROTEAMENTO (FILIAL/UF)'
            DISPLAY '4 - LISTAR BANCOS E REGRAS'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-BANCO
                WHEN 2 PERFORM P400-MUDA-SITUACAO
                WHEN 3 PERFORM P500-GRAVA-ROTA
                WHEN 4 PERFORM P600-LISTA-CADASTRO
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

       P250-INFORMA-CODIGO.
            DISPLAY 'CODIGO DO BANCO (3 DIGITOS): '
            MOVE ZEROS TO WS-BCO-PROCURADO
            ACCEPT WS-BCO-PROCURADO
            IF WS-BCO-PROCURADO = ZEROS
               MOVE ZEROS TO WS-IDX-BCO-ACHADO
            ELSE
               PERFORM P8855-LOCALIZA-BANCO
            END-IF.

      ******************************************************************
      * P300-GRAVA-BANCO
      * Banco novo entra ATIVO, com nosso-numero e remessa a partir
      * de 1. Na alteracao, nome em branco e convenio zero mantem os
      * atuais; layout, tarifa e marca de padrao valem sempre. Marcar
      * um banco como padrao desmarca o anterior - so um recebe o que
      * nenhuma regra cobre.
      ******************************************************************
       P300-GRAVA-BANCO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-BCO-PROCURADO = ZEROS
               DISPLAY 'CODIGO OBRIGATORIO.'
            ELSE
               IF WS-IDX-BCO-ACHADO > ZEROS
                  MOVE WS-BCT-TARIFA-BOLETO(WS-IDX-BCO-ACHADO)
                       TO WS-TARIFA-ED
                  DISPLAY 'ATUAL: '
                          WS-BCT-NOME(WS-IDX-BCO-ACHADO) ' - CONV '
                          WS-BCT-CONVENIO(WS-IDX-BCO-ACHADO) ' - '
                          WS-BCT-LAYOUT(WS-IDX-BCO-ACHADO) ' - '
                          WS-TARIFA-ED ' - PADRAO '
                          WS-BCT-PADRAO(WS-IDX-BCO-ACHADO) ' - '
                          WS-BCT-SITUACAO(WS-IDX-BCO-ACHADO)
               END-IF
               DISPLAY 'NOME DO BANCO: '
               MOVE SPACES TO WS-NOME-INFORMADO
               ACCEPT WS-NOME-INFORMADO
               DISPLAY 'CONVENIO DE COBRANCA: '
               MOVE ZEROS TO WS-CONVENIO-INFORMADO
               ACCEPT WS-CONVENIO-INFORMADO
               DISPLAY 'LAYOUT DA REMESSA E RETORNO (P = PROPRIO, '
                       'C = CNAB): '
               MOVE SPACES TO WS-LAYOUT-INFORMADO
               ACCEPT WS-LAYOUT-INFORMADO
               DISPLAY 'TARIFA POR BOLETO: '
               MOVE ZEROS TO WS-TARIFA-INFORMADA
               ACCEPT WS-TARIFA-INFORMADA
               DISPLAY 'BANCO PADRAO (S/N): '
               MOVE SPACES TO WS-PADRAO-INFORMADO
               ACCEPT WS-PADRAO-INFORMADO

               EVALUATE TRUE
                   WHEN NOT WS-LAYOUT-VALIDO
                        DISPLAY 'LAYOUT DEVE SER P OU C.'
                   WHEN WS-IDX-BCO-ACHADO > ZEROS
                        IF WS-NOME-INFORMADO NOT = SPACES
                           MOVE WS-NOME-INFORMADO
                                TO WS-BCT-NOME(WS-IDX-BCO-ACHADO)
                        END-IF
                        IF WS-CONVENIO-INFORMADO > ZEROS
                           MOVE WS-CONVENIO-INFORMADO
                                TO WS-BCT-CONVENIO(WS-IDX-BCO-ACHADO)
                        END-IF
                        MOVE WS-LAYOUT-INFORMADO
                             TO WS-BCT-LAYOUT(WS-IDX-BCO-ACHADO)
                        MOVE WS-TARIFA-INFORMADA
                             TO WS-BCT-TARIFA-BOLETO(WS-IDX-BCO-ACHADO)
                        PERFORM P350-MARCA-PADRAO
                        SET WS-BCO-MUDARAM-SIM TO TRUE
                        DISPLAY 'BANCO ALTERADO.'
                   WHEN WS-NOME-INFORMADO = SPACES
                        OR WS-CONVENIO-INFORMADO = ZEROS
                        DISPLAY 'NOME E CONVENIO SAO OBRIGATORIOS NA '
                                'INCLUSAO.'
                   WHEN WS-QTD-BCO-TAB NOT < WS-MAX-BANCOS
                        DISPLAY 'CADASTRO DE BANCOS CHEIO.'
                   WHEN OTHER
                        ADD 1 TO WS-QTD-BCO-TAB
                        MOVE WS-QTD-BCO-TAB TO WS-IDX-BCO-ACHADO
                        MOVE WS-BCO-PROCURADO
                             TO WS-BCT-CODIGO(WS-IDX-BCO-ACHADO)
                        MOVE WS-NOME-INFORMADO
                             TO WS-BCT-NOME(WS-IDX-BCO-ACHADO)
                        MOVE WS-CONVENIO-INFORMADO
                             TO WS-BCT-CONVENIO(WS-IDX-BCO-ACHADO)
                        MOVE WS-LAYOUT-INFORMADO
                             TO WS-BCT-LAYOUT(WS-IDX-BCO-ACHADO)
                        MOVE WS-TARIFA-INFORMADA
                             TO WS-BCT-TARIFA-BOLETO(WS-IDX-BCO-ACHADO)
                        MOVE 'N' TO WS-BCT-PADRAO(WS-IDX-BCO-ACHADO)
                        SET WS-BCT-ATIVO(WS-IDX-BCO-ACHADO) TO TRUE
                        MOVE 1 TO
                             WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO-ACHADO)
                        MOVE 1 TO WS-BCT-PROX-REMESSA(WS-IDX-BCO-ACHADO)
                        PERFORM P350-MARCA-PADRAO
                        SET WS-BCO-MUDARAM-SIM TO TRUE
                        DISPLAY 'BANCO INCLUIDO.'
               END-EVALUATE
            END-IF.

       P350-MARCA-PADRAO.
            IF WS-PADRAO-SIM
               PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                       UNTIL WS-IDX-BCO > WS-QTD-BCO-TAB
                   MOVE 'N' TO WS-BCT-PADRAO(WS-IDX-BCO)
               END-PERFORM
               MOVE 'S' TO WS-BCT-PADRAO(WS-IDX-BCO-ACHADO)
            ELSE
               MOVE 'N' TO WS-BCT-PADRAO(WS-IDX-BCO-ACHADO)
            END-IF.

      ******************************************************************
      * P400-MUDA-SITUACAO
      * Banco inativo nao recebe parcela nova (as regras que apontam
      * para ele sao ignoradas pelo roteamento) mas o retorno dele
      * continua sendo lido - o que ja foi registrado la baixa por la.
      ******************************************************************
       P400-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-BCO-ACHADO = ZEROS
               DISPLAY 'BANCO NAO CADASTRADO.'
            ELSE
               IF WS-BCT-ATIVO(WS-IDX-BCO-ACHADO)
                  SET WS-BCT-INATIVO(WS-IDX-BCO-ACHADO) TO TRUE
                  DISPLAY 'BANCO DESATIVADO - NAO RECEBE PARCELAS '
                          'NOVAS.'
               ELSE
                  SET WS-BCT-ATIVO(WS-IDX-BCO-ACHADO) TO TRUE
                  DISPLAY 'BANCO ATIVADO.'
               END-IF
               SET WS-BCO-MUDARAM-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P500-GRAVA-ROTA
      * Uma regra por par filial/UF (qualquer dos dois pode ficar em
      * branco, nao os dois). Informar a regra que ja existe troca o
      * banco dela; banco 000 remove a regra.
      ******************************************************************
       P500-GRAVA-ROTA.
            DISPLAY 'FILIAL (BRANCO = QUALQUER): '
            MOVE SPACES TO WS-FILIAL-INFORMADA
            ACCEPT WS-FILIAL-INFORMADA
            DISPLAY 'UF (BRANCO = QUALQUER): '
            MOVE SPACES TO WS-UF-INFORMADA
            ACCEPT WS-UF-INFORMADA

            IF WS-FILIAL-INFORMADA = SPACES AND WS-UF-INFORMADA = SPACES
               DISPLAY 'INFORME A FILIAL, A UF OU AS DUAS - O QUE '
                       'NENHUMA REGRA COBRE VAI PARA O BANCO PADRAO.'
            ELSE
               MOVE ZEROS TO WS-IDX-ROT-ACHADA
               PERFORM VARYING WS-IDX-ROT FROM 1 BY 1
                       UNTIL WS-IDX-ROT > WS-QTD-ROT-TAB
                          OR WS-IDX-ROT-ACHADA > ZEROS
                   IF WS-RTT-FILIAL(WS-IDX-ROT) = WS-FILIAL-INFORMADA
                      AND WS-RTT-UF(WS-IDX-ROT) = WS-UF-INFORMADA
                      MOVE WS-IDX-ROT TO WS-IDX-ROT-ACHADA
                   END-IF
               END-PERFORM
               IF WS-IDX-ROT-ACHADA > ZEROS
                  DISPLAY 'REGRA ATUAL: BANCO '
                          WS-RTT-BANCO(WS-IDX-ROT-ACHADA)
               END-IF
               DISPLAY 'BANCO DA REGRA (000 = REMOVER): '
               MOVE ZEROS TO WS-BCO-PROCURADO
               ACCEPT WS-BCO-PROCURADO
               IF WS-BCO-PROCURADO > ZEROS
                  PERFORM P8855-LOCALIZA-BANCO
               END-IF

               EVALUATE TRUE
                   WHEN WS-BCO-PROCURADO = ZEROS
                        AND WS-IDX-ROT-ACHADA = ZEROS
                        DISPLAY 'REGRA NAO EXISTE.'
                   WHEN WS-BCO-PROCURADO = ZEROS
                        PERFORM P550-REMOVE-ROTA
                        SET WS-ROT-MUDARAM-SIM TO TRUE
                        DISPLAY 'REGRA REMOVIDA.'
                   WHEN WS-IDX-BCO-ACHADO = ZEROS
                        DISPLAY 'BANCO NAO CADASTRADO.'
                   WHEN WS-IDX-ROT-ACHADA > ZEROS
                        MOVE WS-BCO-PROCURADO
                             TO WS-RTT-BANCO(WS-IDX-ROT-ACHADA)
                        SET WS-ROT-MUDARAM-SIM TO TRUE
                        DISPLAY 'REGRA ALTERADA.'
                   WHEN WS-QTD-ROT-TAB NOT < WS-MAX-ROTAS
                        DISPLAY 'TABELA DE REGRAS CHEIA.'
                   WHEN OTHER
                        ADD 1 TO WS-QTD-ROT-TAB
                        MOVE WS-FILIAL-INFORMADA
                             TO WS-RTT-FILIAL(WS-QTD-ROT-TAB)
                        MOVE WS-UF-INFORMADA
                             TO WS-RTT-UF(WS-QTD-ROT-TAB)
                        MOVE WS-BCO-PROCURADO
                             TO WS-RTT-BANCO(WS-QTD-ROT-TAB)
                        SET WS-ROT-MUDARAM-SIM TO TRUE
                        DISPLAY 'REGRA INCLUIDA.'
               END-EVALUATE
               IF WS-IDX-BCO-ACHADO > ZEROS
                  AND WS-BCT-INATIVO(WS-IDX-BCO-ACHADO)
                  DISPLAY 'ATENCAO: BANCO INATIVO - A REGRA SO VALE '
                          'QUANDO ELE FOR ATIVADO.'
               END-IF
            END-IF.

       P550-REMOVE-ROTA.
            PERFORM VARYING WS-IDX-ROT FROM WS-IDX-ROT-ACHADA BY 1
                    UNTIL WS-IDX-ROT NOT < WS-QTD-ROT-TAB
                MOVE WS-ROTA-ENTRADA(WS-IDX-ROT + 1)
                     TO WS-ROTA-ENTRADA(WS-IDX-ROT)
            END-PERFORM
            SUBTRACT 1 FROM WS-QTD-ROT-TAB.

       P600-LISTA-CADASTRO.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                    UNTIL WS-IDX-BCO > WS-QTD-BCO-TAB
                ADD 1 TO WS-QTD-LISTADOS
                MOVE WS-BCT-TARIFA-BOLETO(WS-IDX-BCO) TO WS-TARIFA-ED
                DISPLAY '  ' WS-BCT-CODIGO(WS-IDX-BCO)
                        '  ' WS-BCT-NOME(WS-IDX-BCO)
                        '  ' WS-BCT-CONVENIO(WS-IDX-BCO)
                        '  ' WS-BCT-LAYOUT(WS-IDX-BCO)
                        '  ' WS-TARIFA-ED
                        '  ' WS-BCT-PADRAO(WS-IDX-BCO)
                        '  ' WS-BCT-SITUACAO(WS-IDX-BCO)
                        '  NN ' WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO)
                        '  REM ' WS-BCT-PROX-REMESSA(WS-IDX-BCO)
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' BANCO(S) NO CADASTRO.'
            PERFORM VARYING WS-IDX-ROT FROM 1 BY 1
                    UNTIL WS-IDX-ROT > WS-QTD-ROT-TAB
                DISPLAY '  FILIAL ' WS-RTT-FILIAL(WS-IDX-ROT)
                        '  UF ' WS-RTT-UF(WS-IDX-ROT)
                        '  -> BANCO ' WS-RTT-BANCO(WS-IDX-ROT)
            END-PERFORM
            DISPLAY WS-QTD-ROT-TAB ' REGRA(S) DE ROTEAMENTO.'.

       P900-FINAL.
            MOVE 0 TO RETURN-CODE
            IF WS-BCO-MUDARAM-SIM
               PERFORM P8868-GRAVA-BANCOS
               IF NOT WS-BCO-GRAVADOS-SIM
                  DISPLAY 'ERRO AO REGRAVAR O CADASTRO DE BANCOS - '
                          'STATUS ' WS-BCO-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            IF WS-ROT-MUDARAM-SIM
               PERFORM P8869-GRAVA-ROTAS
               IF NOT WS-ROT-GRAVADAS-SIM
                  DISPLAY 'ERRO AO REGRAVAR AS REGRAS DE ROTEAMENTO - '
                          'STATUS ' WS-ROT-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY BCOPA.

           COPY ENVCFGPA.
       END PROGRAM BANK-MAINT.
