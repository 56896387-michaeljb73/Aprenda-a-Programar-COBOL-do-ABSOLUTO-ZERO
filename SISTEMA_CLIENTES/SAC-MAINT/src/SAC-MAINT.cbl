      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Chamados de atendimento ao cliente (SACFILE.dat -
      *            copybooks SAC*): a reclamacao que chega por
      *            telefone ou e-mail deixa de virar nota solta no
      *            historico de contatos e passa a ser um chamado
      *            numerado, com categoria, responsavel e prazo de
      *            solucao (SLA da categoria, em dias corridos a
      *            partir da abertura). O menu abre, atualiza o
      *            andamento, reatribui e encerra chamados, e consulta
      *            um chamado ou os chamados em aberto de um cliente.
      *            O SAC-ESCALATE escala, na rodada diaria, o que
      *            passou do prazo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Prazo pelo P8614 do SACPA; canal P (pesquisa)
      *                  na consulta.
      * 15/10/2026  MJB  Canal C (contrato - retorno do aviso de
      *                  renovacao sem resposta, aberto pelo
      *                  RENEW-NOTICE) na consulta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAC-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY SACSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CHAMADOS-SAC.
           COPY SACF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-CADASTRO-ABERTO      PIC X(01)   VALUE 'N'.
           88  WS-CADASTRO-ABERTO-SIM          VALUE 'S'.
       77  WS-CLIENTE-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-VALIDO-SIM           VALUE 'S'.
       77  WS-CHAMADO-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CHAMADO-VALIDO-SIM           VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - NIVEL DE
      * CONSULTA SO CONSULTA
           COPY OPERTBWS.

      * CHAMADOS EM MEMORIA (COPYBOOKS SAC*) - REGRAVADOS A CADA
      * ALTERACAO, PARA O CUST-360 E O SAC-ESCALATE ENXERGAREM A
      * SITUACAO NA HORA
           COPY SACWS.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * RESPONSAVEL INFORMADO - CONFERIDO PELA OPER-VALID (ATIVO)
       01  WS-RESPONSAVEL-INFORMADO PIC X(08)  VALUE SPACES.
       77  WS-RESP-ACHADO          PIC X(01)   VALUE 'N'.
           88  WS-RESP-ACHADO-SIM              VALUE 'S'.
       77  WS-RESP-NIVEL           PIC 9(01)   VALUE ZEROS.
       01  WS-RESP-FILIAL          PIC X(02)   VALUE SPACES.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-NUMERO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       77  WS-IDX-ACHADO           PIC 9(04)   VALUE ZEROS COMP.
       01  WS-CATEGORIA-INFORMADA  PIC X(03)   VALUE SPACES.
       01  WS-CANAL-INFORMADO      PIC X(01)   VALUE SPACE.
           88  WS-CANAL-VALIDO                 VALUE 'T' 'E'.
       01  WS-DESCRICAO-INFORMADA  PIC X(60)   VALUE SPACES.
       01  WS-NOTA-INFORMADA       PIC X(40)   VALUE SPACES.

       77  WS-QTD-ABERTOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ATUALIZADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REATRIBUIDOS     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ENCERRADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LISTADOS         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-SITUACAO-ED          PIC X(12)   VALUE SPACES.
       01  WS-CANAL-ED             PIC X(08)   VALUE SPACES.
       01  WS-ABERTURA-ED          PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUST-OK
               SET WS-CADASTRO-ABERTO-SIM TO TRUE
            END-IF
            PERFORM P8610-CARREGA-CHAMADOS

            IF NOT WS-CUST-OK OR WS-SAC-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== CHAMADOS DE ATENDIMENTO (SAC) ====='
            DISPLAY '1 - ABRIR CHAMADO'
            DISPLAY '2 - REGISTRAR ANDAMENTO'
            DISPLAY '3 - REATRIBUIR RESPONSAVEL'
            DISPLAY '4 - ENCERRAR CHAMADO'
            DISPLAY '5 - CONSULTAR CHAMADO'
            DISPLAY '6 - CHAMADOS EM ABERTO DO CLIENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE TRUE
                WHEN WS-OPCAO-MENU = 0
                     SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN WS-OPCAO-MENU = 5
                     PERFORM P600-CONSULTA
                WHEN WS-OPCAO-MENU = 6
                     PERFORM P650-ABERTOS-CLIENTE
                WHEN (WS-OPCAO-MENU = 1 OR WS-OPCAO-MENU = 2
                      OR WS-OPCAO-MENU = 3 OR WS-OPCAO-MENU = 4)
                     AND WS-OPERADOR-CONSULTA
                     DISPLAY 'OPERACAO EXIGE NIVEL DE OPERACAO - '
                             'ACESSO NEGADO.'
                WHEN WS-OPCAO-MENU = 1
                     PERFORM P300-ABRE-CHAMADO
                WHEN WS-OPCAO-MENU = 2
                     PERFORM P400-ATUALIZA
                WHEN WS-OPCAO-MENU = 3
                     PERFORM P450-REATRIBUI
                WHEN WS-OPCAO-MENU = 4
                     PERFORM P500-ENCERRA
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P210-INFORMA-CLIENTE
      * Le o codigo digitado e confere no cadastro.
      ******************************************************************
       P210-INFORMA-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-VALIDO
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO CSV-CODIGO
            ACCEPT CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO ENCONTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN OTHER
                     SET WS-CLIENTE-VALIDO-SIM TO TRUE
                     DISPLAY 'CLIENTE ' CSV-CODIGO ' - ' CSV-NOME
            END-EVALUATE.

      ******************************************************************
      * P220-INFORMA-CHAMADO
      * Le o numero digitado e localiza o chamado na tabela
      * (WS-IDX-ACHADO).
      ******************************************************************
       P220-INFORMA-CHAMADO.
            MOVE 'N' TO WS-CHAMADO-VALIDO
            MOVE ZEROS TO WS-IDX-ACHADO
            DISPLAY 'NUMERO DO CHAMADO: '
            MOVE ZEROS TO WS-NUMERO-INFORMADO
            ACCEPT WS-NUMERO-INFORMADO
            PERFORM VARYING WS-IDX-SAC FROM 1 BY 1
                    UNTIL WS-IDX-SAC > WS-QTD-SAC-TAB
                    OR WS-CHAMADO-VALIDO-SIM
                IF WS-SCT-NUMERO(WS-IDX-SAC) = WS-NUMERO-INFORMADO
                   SET WS-CHAMADO-VALIDO-SIM TO TRUE
                   MOVE WS-IDX-SAC TO WS-IDX-ACHADO
                END-IF
            END-PERFORM
            IF NOT WS-CHAMADO-VALIDO-SIM
               DISPLAY 'CHAMADO NAO ENCONTRADO.'
            END-IF.

      ******************************************************************
      * P230-INFORMA-RESPONSAVEL
      * Responsavel tem de ser operador ativo do cadastro de
      * operadores; em branco fica o proprio operador da sessao.
      ******************************************************************
       P230-INFORMA-RESPONSAVEL.
            DISPLAY 'RESPONSAVEL (BRANCO = ' WS-OPERADOR-VALIDADO
                    '): '
            MOVE SPACES TO WS-RESPONSAVEL-INFORMADO
            ACCEPT WS-RESPONSAVEL-INFORMADO
            IF WS-RESPONSAVEL-INFORMADO = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-RESPONSAVEL-INFORMADO
               SET WS-RESP-ACHADO-SIM TO TRUE
            ELSE
               MOVE 'N' TO WS-RESP-ACHADO
               CALL 'OPER-VALID' USING WS-RESPONSAVEL-INFORMADO
                                       WS-RESP-ACHADO
                                       WS-RESP-NIVEL
                                       WS-RESP-FILIAL
               IF NOT WS-RESP-ACHADO-SIM
                  DISPLAY 'OPERADOR INEXISTENTE OU INATIVO.'
               END-IF
            END-IF.

      ******************************************************************
      * P300-ABRE-CHAMADO
      * Cliente do cadastro, categoria da tabela (que da o prazo),
      * canal, descricao e responsavel; numero seguinte ao maior ja
      * usado. O chamado nasce ABERTO com o prazo calculado.
      ******************************************************************
       P300-ABRE-CHAMADO.
            IF WS-QTD-SAC-TAB >= WS-MAX-SAC
               DISPLAY 'TABELA DE CHAMADOS CHEIA - ABERTURA '
                       'IMPOSSIVEL.'
            ELSE
               PERFORM P210-INFORMA-CLIENTE
               IF WS-CLIENTE-VALIDO-SIM
                  PERFORM P310-INFORMA-CATEGORIA
                  IF WS-SAC-CATEGORIA-VALIDA-SIM
                     PERFORM P320-INFORMA-DETALHES
                  END-IF
               END-IF
            END-IF.

       P310-INFORMA-CATEGORIA.
            PERFORM VARYING WS-IDX-CATEGORIA-SAC FROM 1 BY 1
                    UNTIL WS-IDX-CATEGORIA-SAC > WS-QTD-CATEGORIAS-SAC
                DISPLAY '  ' WS-CTS-CODIGO(WS-IDX-CATEGORIA-SAC) ' - '
                        WS-CTS-DESCRICAO(WS-IDX-CATEGORIA-SAC)
                        ' PRAZO '
                        WS-CTS-DIAS-SLA(WS-IDX-CATEGORIA-SAC) ' DIAS'
            END-PERFORM
            DISPLAY 'CATEGORIA DO CHAMADO: '
            MOVE SPACES TO WS-CATEGORIA-INFORMADA
            ACCEPT WS-CATEGORIA-INFORMADA
            MOVE WS-CATEGORIA-INFORMADA TO WS-SAC-CATEGORIA-PROC
            PERFORM P8613-DESCREVE-CATEGORIA
            IF NOT WS-SAC-CATEGORIA-VALIDA-SIM
               DISPLAY 'CATEGORIA INVALIDA - ABERTURA ABANDONADA.'
            END-IF.

       P320-INFORMA-DETALHES.
            MOVE SPACE TO WS-CANAL-INFORMADO
            PERFORM P325-INFORMA-CANAL UNTIL WS-CANAL-VALIDO
            DISPLAY 'DESCRICAO DA RECLAMACAO: '
            MOVE SPACES TO WS-DESCRICAO-INFORMADA
            ACCEPT WS-DESCRICAO-INFORMADA
            MOVE 'N' TO WS-RESP-ACHADO
            PERFORM P230-INFORMA-RESPONSAVEL
            EVALUATE TRUE
                WHEN WS-DESCRICAO-INFORMADA = SPACES
                     DISPLAY 'DESCRICAO OBRIGATORIA - ABERTURA '
                             'ABANDONADA.'
                WHEN NOT WS-RESP-ACHADO-SIM
                     DISPLAY 'ABERTURA ABANDONADA.'
                WHEN OTHER
                     MOVE WS-DATA-HOJE TO WS-SAC-DATA-BASE
                     PERFORM P8614-CALCULA-PRAZO-SAC
                     MOVE WS-SAC-DATA-PRAZO TO WS-DATA-ISO
                     PERFORM P8200-CONVERTE-ISO-PARA-BR
                     DISPLAY 'CATEGORIA ' WS-SAC-CATEGORIA-DESCRICAO
                             ' - PRAZO DE SOLUCAO ' WS-DATA-BR
                     DISPLAY 'CONFIRMA A ABERTURA (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        PERFORM P350-GRAVA-CHAMADO
                     ELSE
                        DISPLAY 'ABERTURA DESISTIDA.'
                     END-IF
            END-EVALUATE.

       P325-INFORMA-CANAL.
            DISPLAY 'CANAL (T = TELEFONE  E = E-MAIL): '
            ACCEPT WS-CANAL-INFORMADO
            IF NOT WS-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO.'
            END-IF.

       P350-GRAVA-CHAMADO.
            PERFORM P8612-ULTIMO-NUMERO-SAC
            ADD 1 TO WS-QTD-SAC-TAB
            COMPUTE WS-SCT-NUMERO(WS-QTD-SAC-TAB) =
                    WS-SAC-ULTIMO-NUMERO + 1
            MOVE CSV-CODIGO TO WS-SCT-CLIENTE(WS-QTD-SAC-TAB)
            MOVE WS-SAC-CATEGORIA-PROC
                 TO WS-SCT-CATEGORIA(WS-QTD-SAC-TAB)
            MOVE WS-CANAL-INFORMADO TO WS-SCT-CANAL(WS-QTD-SAC-TAB)
            MOVE WS-DESCRICAO-INFORMADA
                 TO WS-SCT-DESCRICAO(WS-QTD-SAC-TAB)
            MOVE WS-RESPONSAVEL-INFORMADO
                 TO WS-SCT-RESPONSAVEL(WS-QTD-SAC-TAB)
            MOVE WS-DATA-HOJE TO WS-SCT-DATA-ABERTURA(WS-QTD-SAC-TAB)
            MOVE WS-SAC-DATA-PRAZO
                 TO WS-SCT-DATA-PRAZO(WS-QTD-SAC-TAB)
            MOVE ZEROS TO WS-SCT-DATA-ENCERRAMENTO(WS-QTD-SAC-TAB)
            MOVE ZEROS TO WS-SCT-DATA-ESCALONAMENTO(WS-QTD-SAC-TAB)
            SET WS-SCT-ABERTO(WS-QTD-SAC-TAB) TO TRUE
            MOVE SPACES TO WS-SCT-NOTA(WS-QTD-SAC-TAB)
            MOVE WS-OPERADOR-VALIDADO
                 TO WS-SCT-OPERADOR(WS-QTD-SAC-TAB)

            PERFORM P800-REGRAVA
            IF WS-SAC-GRAVADOS-SIM
               ADD 1 TO WS-QTD-ABERTOS
               DISPLAY 'CHAMADO ' WS-SCT-NUMERO(WS-QTD-SAC-TAB)
                       ' ABERTO PARA O CLIENTE ' CSV-CODIGO '.'
            END-IF.

      ******************************************************************
      * P400-ATUALIZA
      * Nota de andamento em chamado ainda em aberto. O ABERTO passa a
      * EM ANDAMENTO; o ESCALADO continua escalado ate o encerramento.
      ******************************************************************
       P400-ATUALIZA.
            PERFORM P220-INFORMA-CHAMADO
            IF WS-CHAMADO-VALIDO-SIM
               IF NOT WS-SCT-PENDENTE(WS-IDX-ACHADO)
                  DISPLAY 'CHAMADO JA ENCERRADO.'
               ELSE
                  PERFORM P610-MOSTRA-CHAMADO
                  DISPLAY 'NOTA DE ANDAMENTO: '
                  MOVE SPACES TO WS-NOTA-INFORMADA
                  ACCEPT WS-NOTA-INFORMADA
                  IF WS-NOTA-INFORMADA = SPACES
                     DISPLAY 'NOTA OBRIGATORIA - ATUALIZACAO '
                             'ABANDONADA.'
                  ELSE
                     MOVE WS-NOTA-INFORMADA
                          TO WS-SCT-NOTA(WS-IDX-ACHADO)
                     IF WS-SCT-ABERTO(WS-IDX-ACHADO)
                        SET WS-SCT-EM-ANDAMENTO(WS-IDX-ACHADO)
                            TO TRUE
                     END-IF
                     MOVE WS-OPERADOR-VALIDADO
                          TO WS-SCT-OPERADOR(WS-IDX-ACHADO)
                     PERFORM P800-REGRAVA
                     IF WS-SAC-GRAVADOS-SIM
                        ADD 1 TO WS-QTD-ATUALIZADOS
                        DISPLAY 'ANDAMENTO REGISTRADO.'
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P450-REATRIBUI
      * Troca o responsavel de chamado em aberto; prazo e situacao
      * nao mudam.
      ******************************************************************
       P450-REATRIBUI.
            PERFORM P220-INFORMA-CHAMADO
            IF WS-CHAMADO-VALIDO-SIM
               IF NOT WS-SCT-PENDENTE(WS-IDX-ACHADO)
                  DISPLAY 'CHAMADO JA ENCERRADO.'
               ELSE
                  DISPLAY 'RESPONSAVEL ATUAL: '
                          WS-SCT-RESPONSAVEL(WS-IDX-ACHADO)
                  MOVE 'N' TO WS-RESP-ACHADO
                  PERFORM P230-INFORMA-RESPONSAVEL
                  EVALUATE TRUE
                      WHEN NOT WS-RESP-ACHADO-SIM
                           DISPLAY 'REATRIBUICAO ABANDONADA.'
                      WHEN WS-RESPONSAVEL-INFORMADO =
                           WS-SCT-RESPONSAVEL(WS-IDX-ACHADO)
                           DISPLAY 'MESMO RESPONSAVEL - NADA A '
                                   'ALTERAR.'
                      WHEN OTHER
                           MOVE WS-RESPONSAVEL-INFORMADO
                                TO WS-SCT-RESPONSAVEL(WS-IDX-ACHADO)
                           MOVE WS-OPERADOR-VALIDADO
                                TO WS-SCT-OPERADOR(WS-IDX-ACHADO)
                           PERFORM P800-REGRAVA
                           IF WS-SAC-GRAVADOS-SIM
                              ADD 1 TO WS-QTD-REATRIBUIDOS
                              DISPLAY 'CHAMADO REATRIBUIDO A '
                                      WS-RESPONSAVEL-INFORMADO '.'
                           END-IF
                  END-EVALUATE
               END-IF
            END-IF.

      ******************************************************************
      * P500-ENCERRA
      * Encerramento com a nota da solucao e a data do dia.
      ******************************************************************
       P500-ENCERRA.
            PERFORM P220-INFORMA-CHAMADO
            IF WS-CHAMADO-VALIDO-SIM
               IF NOT WS-SCT-PENDENTE(WS-IDX-ACHADO)
                  DISPLAY 'CHAMADO JA ENCERRADO.'
               ELSE
                  PERFORM P610-MOSTRA-CHAMADO
                  DISPLAY 'SOLUCAO DADA: '
                  MOVE SPACES TO WS-NOTA-INFORMADA
                  ACCEPT WS-NOTA-INFORMADA
                  IF WS-NOTA-INFORMADA = SPACES
                     DISPLAY 'SOLUCAO OBRIGATORIA - ENCERRAMENTO '
                             'ABANDONADO.'
                  ELSE
                     DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        MOVE WS-NOTA-INFORMADA
                             TO WS-SCT-NOTA(WS-IDX-ACHADO)
                        SET WS-SCT-ENCERRADO(WS-IDX-ACHADO) TO TRUE
                        MOVE WS-DATA-HOJE
                             TO WS-SCT-DATA-ENCERRAMENTO(WS-IDX-ACHADO)
                        MOVE WS-OPERADOR-VALIDADO
                             TO WS-SCT-OPERADOR(WS-IDX-ACHADO)
                        PERFORM P800-REGRAVA
                        IF WS-SAC-GRAVADOS-SIM
                           ADD 1 TO WS-QTD-ENCERRADOS
                           DISPLAY 'CHAMADO ENCERRADO.'
                        END-IF
                     ELSE
                        DISPLAY 'ENCERRAMENTO DESISTIDO.'
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P600-CONSULTA.
            PERFORM P220-INFORMA-CHAMADO
            IF WS-CHAMADO-VALIDO-SIM
               PERFORM P610-MOSTRA-CHAMADO
            END-IF.

       P610-MOSTRA-CHAMADO.
            MOVE WS-SCT-CATEGORIA(WS-IDX-ACHADO)
                 TO WS-SAC-CATEGORIA-PROC
            PERFORM P8613-DESCREVE-CATEGORIA
            PERFORM P620-EDITA-SITUACAO
            EVALUATE WS-SCT-CANAL(WS-IDX-ACHADO)
                WHEN 'T'
                     MOVE 'TELEFONE' TO WS-CANAL-ED
                WHEN 'P'
                     MOVE 'PESQUISA' TO WS-CANAL-ED
                WHEN 'C'
                     MOVE 'CONTRATO' TO WS-CANAL-ED
                WHEN OTHER
                     MOVE 'E-MAIL' TO WS-CANAL-ED
            END-EVALUATE
            DISPLAY 'CHAMADO ' WS-SCT-NUMERO(WS-IDX-ACHADO)
                    ' CLIENTE ' WS-SCT-CLIENTE(WS-IDX-ACHADO)
                    ' ' WS-SITUACAO-ED ' POR ' WS-CANAL-ED
            DISPLAY '  CATEGORIA   ' WS-SAC-CATEGORIA-DESCRICAO
            DISPLAY '  DESCRICAO   ' WS-SCT-DESCRICAO(WS-IDX-ACHADO)
            DISPLAY '  RESPONSAVEL ' WS-SCT-RESPONSAVEL(WS-IDX-ACHADO)
            MOVE WS-SCT-DATA-ABERTURA(WS-IDX-ACHADO) TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-SCT-DATA-PRAZO(WS-IDX-ACHADO) TO WS-DATA-ISO
            MOVE WS-DATA-BR TO WS-ABERTURA-ED
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            DISPLAY '  ABERTO EM   ' WS-ABERTURA-ED ' PRAZO ' WS-DATA-BR
            IF WS-SCT-ESCALADO(WS-IDX-ACHADO)
               MOVE WS-SCT-DATA-ESCALONAMENTO(WS-IDX-ACHADO)
                    TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               DISPLAY '  ESCALADO EM ' WS-DATA-BR
            END-IF
            IF WS-SCT-ENCERRADO(WS-IDX-ACHADO)
               MOVE WS-SCT-DATA-ENCERRAMENTO(WS-IDX-ACHADO)
                    TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               DISPLAY '  ENCERRADO EM ' WS-DATA-BR
            END-IF
            IF WS-SCT-NOTA(WS-IDX-ACHADO) NOT = SPACES
               DISPLAY '  NOTA        ' WS-SCT-NOTA(WS-IDX-ACHADO)
            END-IF.

       P620-EDITA-SITUACAO.
            EVALUATE TRUE
                WHEN WS-SCT-ABERTO(WS-IDX-ACHADO)
                     MOVE 'ABERTO' TO WS-SITUACAO-ED
                WHEN WS-SCT-EM-ANDAMENTO(WS-IDX-ACHADO)
                     MOVE 'EM ANDAMENTO' TO WS-SITUACAO-ED
                WHEN WS-SCT-ESCALADO(WS-IDX-ACHADO)
                     MOVE 'ESCALADO' TO WS-SITUACAO-ED
                WHEN OTHER
                     MOVE 'ENCERRADO' TO WS-SITUACAO-ED
            END-EVALUATE.

      ******************************************************************
      * P650-ABERTOS-CLIENTE
      * Todos os chamados ainda em aberto do cliente, na ordem de
      * abertura.
      ******************************************************************
       P650-ABERTOS-CLIENTE.
            PERFORM P210-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-SAC FROM 1 BY 1
                       UNTIL WS-IDX-SAC > WS-QTD-SAC-TAB
                   IF WS-SCT-CLIENTE(WS-IDX-SAC) = CSV-CODIGO
                      AND WS-SCT-PENDENTE(WS-IDX-SAC)
                      ADD 1 TO WS-QTD-LISTADOS
                      MOVE WS-IDX-SAC TO WS-IDX-ACHADO
                      PERFORM P620-EDITA-SITUACAO
                      MOVE WS-SCT-DATA-PRAZO(WS-IDX-SAC)
                           TO WS-DATA-ISO
                      PERFORM P8200-CONVERTE-ISO-PARA-BR
                      DISPLAY '  ' WS-SCT-NUMERO(WS-IDX-SAC)
                              ' ' WS-SCT-CATEGORIA(WS-IDX-SAC)
                              ' ' WS-SITUACAO-ED
                              ' PRAZO ' WS-DATA-BR
                              ' ' WS-SCT-RESPONSAVEL(WS-IDX-SAC)
                      DISPLAY '      ' WS-SCT-DESCRICAO(WS-IDX-SAC)
                   END-IF
               END-PERFORM
               IF WS-QTD-LISTADOS = ZEROS
                  DISPLAY 'CLIENTE SEM CHAMADOS EM ABERTO.'
               END-IF
            END-IF.

       P800-REGRAVA.
            PERFORM P8618-GRAVA-CHAMADOS
            IF NOT WS-SAC-GRAVADOS-SIM
               DISPLAY 'ERRO AO GRAVAR CHAMADOS - STATUS '
                       WS-SAC-STATUS ' - SESSAO ENCERRADA.'
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-SESSAO-SIM TO TRUE
            END-IF.

       P900-FINAL.
            IF WS-CADASTRO-ABERTO-SIM
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'CHAMADOS: ' WS-QTD-ABERTOS ' ABERTO(S), '
                       WS-QTD-ATUALIZADOS ' ATUALIZADO(S), '
                       WS-QTD-REATRIBUIDOS ' REATRIBUIDO(S), '
                       WS-QTD-ENCERRADOS ' ENCERRADO(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY SACPA.
           COPY DTCONVP.
           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM SAC-MAINT.
