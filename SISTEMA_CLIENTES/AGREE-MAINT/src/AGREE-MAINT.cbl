      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao dos acordos de preco (ACORDOS.dat,
      *            copybooks ACP*), chaveados por alvo (cliente ou
      *            grupo economico) + item + sequencia: inclui o
      *            acordo com preco especial ou percentual de desconto
      *            e vigencia, altera valor e vigencia, desativa ou
      *            reativa e lista os acordos de um cliente ou grupo.
      *            Dois acordos ATIVOS do mesmo alvo e item nao podem
      *            ter vigencias sobrepostas - o P8912 pega o primeiro
      *            que cobre a data e o segundo ficaria escondido.
      *            O ORDER-ENTRY e o QUOTE-MAINT aplicam o acordo; o
      *            AGREE-EXPIRY lista os que vencem nos proximos dias.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGREE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ITMSEL.
           COPY ACPSL.

           SELECT ARQUIVO-GRUPOS ASSIGN TO
           'src\assets\GRUPECO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ACORDOS-PRECO.
           COPY ACPF.

       FD  ARQUIVO-GRUPOS.
           COPY GRPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-NAO-EXISTE              VALUE '23'.
       77  WS-GRUPOS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-GRUPOS-OK                    VALUE '00'.
       77  WS-FIM-GRUPOS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-GRUPOS-SIM               VALUE 'S'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-ALVO-VALIDO          PIC X(01)   VALUE 'N'.
           88  WS-ALVO-VALIDO-SIM              VALUE 'S'.
       77  WS-ITEM-VALIDO          PIC X(01)   VALUE 'N'.
           88  WS-ITEM-VALIDO-SIM              VALUE 'S'.
       77  WS-SOBREPOE             PIC X(01)   VALUE 'N'.
           88  WS-SOBREPOE-SIM                 VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - CONSULTA NAO
      * MANTEM ACORDO DE PRECO
           COPY OPERTBWS.

      * ACORDOS DE PRECO (COPYBOOKS ACP*)
           COPY ACPWS.
       77  WS-ACORDO-INFORMADO     PIC 9(02)   VALUE ZEROS.
       77  WS-PROXIMA-SEQUENCIA    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-FIM-LISTA            PIC X(01)   VALUE 'N'.
           88  WS-FIM-LISTA-SIM                VALUE 'S'.

      * DIGITACAO DO ACORDO - GUARDADA FORA DO FD PORQUE A CRITICA DE
      * SOBREPOSICAO VARRE O ARQUIVO POR CIMA DO REGISTRO
       01  WS-TIPO-INFORMADO       PIC X(01)   VALUE SPACE.
           88  WS-TIPO-VALIDO                  VALUE 'C' 'G'.
       77  WS-ALVO-INFORMADO       PIC 9(06)   VALUE ZEROS.
       01  WS-MODO-INFORMADO       PIC X(01)   VALUE SPACE.
           88  WS-MODO-VALIDO                  VALUE 'P' 'D'.
       77  WS-PRECO-INFORMADO      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PCT-INFORMADO        PIC 9(02)V99 VALUE ZEROS.
       77  WS-INICIO-INFORMADO     PIC 9(08)   VALUE ZEROS.
       77  WS-FIM-INFORMADO        PIC 9(08)   VALUE ZEROS.
       77  WS-SEQ-PROPRIA          PIC 9(02)   VALUE ZEROS.
       77  WS-SEQ-CONFLITO         PIC 9(02)   VALUE ZEROS.
       77  WS-VIGENCIA-BR          PIC X(10)   VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * EXIBICAO
       77  WS-PRECO-ED             PIC Z.ZZZ.ZZ9,99.
       77  WS-PCT-ED               PIC Z9,99.
       77  WS-INICIO-BR            PIC X(10)   VALUE SPACES.
       77  WS-FIM-BR               PIC X(10)   VALUE SPACES.

      * CONVERSAO DE DATA ISO <-> BR (VIGENCIA DIGITADA EM BR)
           COPY DTCONVW.

      * TOTAIS DA SESSAO
       77  WS-QTD-INCLUIDOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ALTERADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF WS-OPERADOR-CONSULTA
               DISPLAY 'MANUTENCAO DE ACORDOS DE PRECO EXIGE NIVEL '
                       'DE OPERACAO - ACESSO NEGADO.'
            ELSE
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ITEM-MASTER
            PERFORM P8911-ABRE-ACORDOS-ATUALIZA

            IF NOT WS-CUST-OK OR NOT WS-ITEM-OK
               OR NOT WS-ACP-ABERTO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' ITENS: ' WS-ITEM-STATUS
                       ' ACORDOS: ' WS-ACP-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== ACORDOS DE PRECO ====='
            DISPLAY '1 - INCLUIR ACORDO'
            DISPLAY '2 - ALTERAR ACORDO'
            DISPLAY '3 - DESATIVAR/REATIVAR ACORDO'
            DISPLAY '4 - LISTAR ACORDOS DO CLIENTE/GRUPO'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-INCLUI-ACORDO
                WHEN 2 PERFORM P400-ALTERA-ACORDO
                WHEN 3 PERFORM P500-MUDA-SITUACAO
                WHEN 4 PERFORM P600-LISTA-ACORDOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-ALVO
      * Cliente: cadastrado, nao excluido e da filial do operador -
      * mesma regra do ADDR-MAINT. Grupo: com pelo menos um membro
      * no GRUPECO.dat (o GROUP-MAINT e quem cria o grupo).
      ******************************************************************
       P250-INFORMA-ALVO.
            MOVE 'N' TO WS-ALVO-VALIDO
            MOVE SPACE TO WS-TIPO-INFORMADO
            PERFORM UNTIL WS-TIPO-VALIDO
                DISPLAY 'ACORDO DE (C = CLIENTE, G = GRUPO '
                        'ECONOMICO): '
                ACCEPT WS-TIPO-INFORMADO
            END-PERFORM

            MOVE ZEROS TO WS-ALVO-INFORMADO
            IF WS-TIPO-INFORMADO = 'C'
               DISPLAY 'CODIGO DO CLIENTE: '
               ACCEPT WS-ALVO-INFORMADO
               PERFORM P251-CONFERE-CLIENTE
            ELSE
               DISPLAY 'CODIGO DO GRUPO ECONOMICO: '
               ACCEPT WS-ALVO-INFORMADO
               PERFORM P253-CONFERE-GRUPO
            END-IF.

       P251-CONFERE-CLIENTE.
            MOVE WS-ALVO-INFORMADO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO CADASTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN CSV-REGISTRO-EXCLUIDO
                     DISPLAY 'CLIENTE EXCLUIDO - REATIVE O CADASTRO '
                             'NO PROGCSV ANTES.'
                WHEN CSV-FILIAL NOT = SPACES
                     AND CSV-FILIAL NOT = WS-OPERADOR-FILIAL-VALIDADA
                     DISPLAY 'REGISTRO DA FILIAL ' CSV-FILIAL ' - '
                             'MANUTENCAO SOMENTE POR OPERADOR DAQUELA '
                             'FILIAL.'
                WHEN OTHER
                     SET WS-ALVO-VALIDO-SIM TO TRUE
                     DISPLAY 'CLIENTE: ' CSV-NOME
            END-EVALUATE.

       P253-CONFERE-GRUPO.
            MOVE 'N' TO WS-FIM-GRUPOS
            OPEN INPUT ARQUIVO-GRUPOS
            IF WS-GRUPOS-OK
               PERFORM P254-PROCURA-MEMBRO UNTIL WS-FIM-GRUPOS-SIM
               CLOSE ARQUIVO-GRUPOS
            END-IF
            IF WS-ALVO-VALIDO-SIM
               DISPLAY 'GRUPO ECONOMICO ' WS-ALVO-INFORMADO
            ELSE
               DISPLAY 'GRUPO ECONOMICO SEM MEMBROS NO GRUPECO.dat '
                       '- CADASTRE NO GROUP-MAINT.'
            END-IF.

       P254-PROCURA-MEMBRO.
            READ ARQUIVO-GRUPOS
                 AT END SET WS-FIM-GRUPOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-GRUPOS-SIM
               IF GRP-GRUPO = WS-ALVO-INFORMADO
                  SET WS-ALVO-VALIDO-SIM TO TRUE
                  SET WS-FIM-GRUPOS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P255-INFORMA-ITEM
      * O item tem de estar no cadastro de itens; inativo so aceita
      * consulta e manutencao de acordo ja existente, nao inclusao.
      ******************************************************************
       P255-INFORMA-ITEM.
            MOVE 'N' TO WS-ITEM-VALIDO
            DISPLAY 'CODIGO DO ITEM: '
            MOVE SPACES TO ITM-CODIGO
            ACCEPT ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            EVALUATE TRUE
                WHEN WS-ITEM-NAO-EXISTE
                     DISPLAY 'ITEM NAO CADASTRADO - CONSULTE O '
                             'ITEM-MAINT.'
                WHEN NOT WS-ITEM-OK
                     DISPLAY 'ERRO AO LER O CADASTRO DE ITENS - '
                             'STATUS ' WS-ITEM-STATUS
                WHEN OTHER
                     SET WS-ITEM-VALIDO-SIM TO TRUE
                     MOVE ITM-PRECO-UNITARIO TO WS-PRECO-ED
                     DISPLAY 'ITEM: ' ITM-DESCRICAO
                             ' - PRECO DE LISTA ' WS-PRECO-ED
            END-EVALUATE.

      ******************************************************************
      * P260-INFORMA-ACORDO
      * Le o acordo do alvo e item para alteracao ou troca de
      * situacao, ja posicionado para o REWRITE.
      ******************************************************************
       P260-INFORMA-ACORDO.
            DISPLAY 'SEQUENCIA DO ACORDO: '
            MOVE ZEROS TO WS-ACORDO-INFORMADO
            ACCEPT WS-ACORDO-INFORMADO
            PERFORM P265-RELE-ACORDO
            IF NOT WS-ACP-OK
               DISPLAY 'ACORDO ' WS-ACORDO-INFORMADO
                       ' NAO CADASTRADO PARA O ALVO E ITEM.'
            END-IF.

       P265-RELE-ACORDO.
            MOVE WS-TIPO-INFORMADO   TO ACP-TIPO-ALVO
            MOVE WS-ALVO-INFORMADO   TO ACP-ALVO
            MOVE ITM-CODIGO          TO ACP-ITEM
            MOVE WS-ACORDO-INFORMADO TO ACP-SEQUENCIA
            READ ACORDOS-PRECO KEY IS ACP-CHAVE.

      ******************************************************************
      * P300-INCLUI-ACORDO
      * O acordo novo recebe a sequencia seguinte a maior do alvo e
      * item (a varredura do P8914 termina na ultima) e entra ATIVO,
      * com data de criacao e operador - desde que nao sobreponha a
      * vigencia de outro acordo ativo do mesmo alvo e item.
      ******************************************************************
       P300-INCLUI-ACORDO.
            PERFORM P250-INFORMA-ALVO
            IF WS-ALVO-VALIDO-SIM
               PERFORM P255-INFORMA-ITEM
               IF WS-ITEM-VALIDO-SIM AND ITM-REGISTRO-INATIVO
                  DISPLAY 'ITEM INATIVO - NAO RECEBE ACORDO NOVO.'
               END-IF
               IF WS-ITEM-VALIDO-SIM AND ITM-REGISTRO-ATIVO
                  MOVE 'N'               TO WS-FIM-ACORDOS
                  MOVE WS-TIPO-INFORMADO TO WS-ACP-TIPO-VARRE
                  MOVE WS-ALVO-INFORMADO TO WS-ACP-ALVO-VARRE
                  MOVE ITM-CODIGO        TO WS-ACP-ITEM-VARRE
                  MOVE ZEROS             TO WS-ACP-SEQ-VARRE
                  PERFORM P8914-PROXIMO-ACORDO
                          UNTIL WS-FIM-ACORDOS-SIM
                  COMPUTE WS-PROXIMA-SEQUENCIA = WS-ACP-SEQ-VARRE + 1
                  IF WS-PROXIMA-SEQUENCIA > 99
                     DISPLAY 'ALVO E ITEM JA TEM 99 ACORDOS - '
                             'INCLUSAO RECUSADA.'
                  ELSE
                     PERFORM P310-INFORMA-VALOR
                     PERFORM P330-INFORMA-VIGENCIA
                     MOVE ZEROS TO WS-SEQ-PROPRIA
                     PERFORM P370-CONFERE-SOBREPOSICAO
                     IF WS-SOBREPOE-SIM
                        DISPLAY 'VIGENCIA SOBREPOE O ACORDO ATIVO '
                                WS-SEQ-CONFLITO ' - INCLUSAO '
                                'RECUSADA.'
                     ELSE
                        PERFORM P380-GRAVA-NOVO
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P310-INFORMA-VALOR
      * Preco especial (valor fechado, maior que zero) ou desconto
      * percentual sobre o preco de lista (mais que zero, menos que
      * 100).
      ******************************************************************
       P310-INFORMA-VALOR.
            MOVE SPACE TO WS-MODO-INFORMADO
            PERFORM UNTIL WS-MODO-VALIDO
                DISPLAY 'TIPO DO ACORDO (P = PRECO ESPECIAL, '
                        'D = DESCONTO PERCENTUAL): '
                ACCEPT WS-MODO-INFORMADO
            END-PERFORM

            MOVE ZEROS TO WS-PRECO-INFORMADO
            MOVE ZEROS TO WS-PCT-INFORMADO
            IF WS-MODO-INFORMADO = 'P'
               PERFORM UNTIL WS-PRECO-INFORMADO > ZEROS
                   DISPLAY 'PRECO ESPECIAL DO ITEM: '
                   ACCEPT WS-PRECO-INFORMADO
               END-PERFORM
            ELSE
               PERFORM UNTIL WS-PCT-INFORMADO > ZEROS
                       AND WS-PCT-INFORMADO < 100
                   DISPLAY 'PERCENTUAL DE DESCONTO (0,01 A 99,99): '
                   ACCEPT WS-PCT-INFORMADO
               END-PERFORM
            END-IF.

      ******************************************************************
      * P330-INFORMA-VIGENCIA
      * Inicio e fim em DD/MM/AAAA; o fim nao pode ser anterior ao
      * inicio.
      ******************************************************************
       P330-INFORMA-VIGENCIA.
            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'INICIO DA VIGENCIA (DD/MM/AAAA): '
                MOVE SPACES TO WS-VIGENCIA-BR
                ACCEPT WS-VIGENCIA-BR
                MOVE WS-VIGENCIA-BR TO WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                IF NOT WS-DATA-CONV-OK
                   DISPLAY 'DATA INVALIDA.'
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO WS-INICIO-INFORMADO

            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'FIM DA VIGENCIA (DD/MM/AAAA): '
                MOVE SPACES TO WS-VIGENCIA-BR
                ACCEPT WS-VIGENCIA-BR
                MOVE WS-VIGENCIA-BR TO WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                IF NOT WS-DATA-CONV-OK
                   DISPLAY 'DATA INVALIDA.'
                ELSE
                   IF WS-DATA-ISO < WS-INICIO-INFORMADO
                      DISPLAY 'FIM ANTERIOR AO INICIO DA VIGENCIA.'
                      MOVE 'N' TO WS-DATA-CONV-SW
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO WS-FIM-INFORMADO.

      ******************************************************************
      * P370-CONFERE-SOBREPOSICAO
      * Varre os acordos do mesmo alvo e item (exceto o proprio,
      * WS-SEQ-PROPRIA) procurando um ATIVO cuja vigencia cruze a
      * informada. A varredura passa pelo registro do FD - quem
      * altera rele o acordo depois (P265).
      ******************************************************************
       P370-CONFERE-SOBREPOSICAO.
            MOVE 'N'               TO WS-SOBREPOE
            MOVE ZEROS             TO WS-SEQ-CONFLITO
            MOVE 'N'               TO WS-FIM-ACORDOS
            MOVE WS-TIPO-INFORMADO TO WS-ACP-TIPO-VARRE
            MOVE WS-ALVO-INFORMADO TO WS-ACP-ALVO-VARRE
            MOVE ITM-CODIGO        TO WS-ACP-ITEM-VARRE
            MOVE ZEROS             TO WS-ACP-SEQ-VARRE
            PERFORM UNTIL WS-FIM-ACORDOS-SIM
                PERFORM P8914-PROXIMO-ACORDO
                IF NOT WS-FIM-ACORDOS-SIM
                   IF ACP-ATIVO
                      AND ACP-SEQUENCIA NOT = WS-SEQ-PROPRIA
                      AND ACP-DATA-INICIO <= WS-FIM-INFORMADO
                      AND ACP-DATA-FIM >= WS-INICIO-INFORMADO
                      SET WS-SOBREPOE-SIM TO TRUE
                      MOVE ACP-SEQUENCIA TO WS-SEQ-CONFLITO
                      SET WS-FIM-ACORDOS-SIM TO TRUE
                   END-IF
                END-IF
            END-PERFORM.

       P380-GRAVA-NOVO.
            INITIALIZE REG-ACORDO-PRECO
            MOVE WS-TIPO-INFORMADO    TO ACP-TIPO-ALVO
            MOVE WS-ALVO-INFORMADO    TO ACP-ALVO
            MOVE ITM-CODIGO           TO ACP-ITEM
            MOVE WS-PROXIMA-SEQUENCIA TO ACP-SEQUENCIA
            PERFORM P390-MOVE-DIGITACAO
            SET ACP-ATIVO             TO TRUE
            MOVE WS-DATA-HOJE         TO ACP-DATA-CRIACAO
            MOVE WS-OPERADOR-VALIDADO TO ACP-OPERADOR

            WRITE REG-ACORDO-PRECO
            IF WS-ACP-OK
               ADD 1 TO WS-QTD-INCLUIDOS
               DISPLAY 'ACORDO ' ACP-SEQUENCIA ' INCLUIDO.'
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO INCLUIR - STATUS ' WS-ACP-STATUS
            END-IF.

       P390-MOVE-DIGITACAO.
            MOVE WS-MODO-INFORMADO   TO ACP-MODO
            MOVE WS-PRECO-INFORMADO  TO ACP-PRECO
            MOVE WS-PCT-INFORMADO    TO ACP-PCT-DESCONTO
            MOVE WS-INICIO-INFORMADO TO ACP-DATA-INICIO
            MOVE WS-FIM-INFORMADO    TO ACP-DATA-FIM.

      ******************************************************************
      * P400-ALTERA-ACORDO
      * Troca o valor (preco ou desconto) e/ou a vigencia. Acordo
      * ativo passa de novo pela critica de sobreposicao.
      ******************************************************************
       P400-ALTERA-ACORDO.
            PERFORM P250-INFORMA-ALVO
            IF WS-ALVO-VALIDO-SIM
               PERFORM P255-INFORMA-ITEM
               IF WS-ITEM-VALIDO-SIM
                  PERFORM P260-INFORMA-ACORDO
               END-IF
               IF WS-ITEM-VALIDO-SIM AND WS-ACP-OK
                  PERFORM P610-MOSTRA-ACORDO
                  MOVE ACP-MODO         TO WS-MODO-INFORMADO
                  MOVE ACP-PRECO        TO WS-PRECO-INFORMADO
                  MOVE ACP-PCT-DESCONTO TO WS-PCT-INFORMADO
                  MOVE ACP-DATA-INICIO  TO WS-INICIO-INFORMADO
                  MOVE ACP-DATA-FIM     TO WS-FIM-INFORMADO

                  DISPLAY 'ALTERA PRECO/DESCONTO (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P310-INFORMA-VALOR
                  END-IF
                  DISPLAY 'ALTERA A VIGENCIA (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P330-INFORMA-VIGENCIA
                  END-IF

                  MOVE 'N' TO WS-SOBREPOE
                  IF ACP-ATIVO
                     MOVE WS-ACORDO-INFORMADO TO WS-SEQ-PROPRIA
                     PERFORM P370-CONFERE-SOBREPOSICAO
                  END-IF
                  IF WS-SOBREPOE-SIM
                     DISPLAY 'VIGENCIA SOBREPOE O ACORDO ATIVO '
                             WS-SEQ-CONFLITO ' - ALTERACAO '
                             'RECUSADA.'
                  ELSE
                     PERFORM P265-RELE-ACORDO
                     PERFORM P390-MOVE-DIGITACAO
                     MOVE WS-OPERADOR-VALIDADO TO ACP-OPERADOR
                     REWRITE REG-ACORDO-PRECO
                     IF WS-ACP-OK
                        ADD 1 TO WS-QTD-ALTERADOS
                        DISPLAY 'ACORDO ALTERADO.'
                     ELSE
                        ADD 1 TO WS-QTD-ERROS-GRAVACAO
                        DISPLAY 'ERRO AO ALTERAR - STATUS '
                                WS-ACP-STATUS
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P500-MUDA-SITUACAO
      * Acordo nao e apagado: desativado, deixa de valer no pedido e
      * na cotacao. Reativar passa pela critica de sobreposicao.
      ******************************************************************
       P500-MUDA-SITUACAO.
            PERFORM P250-INFORMA-ALVO
            IF WS-ALVO-VALIDO-SIM
               PERFORM P255-INFORMA-ITEM
               IF WS-ITEM-VALIDO-SIM
                  PERFORM P260-INFORMA-ACORDO
               END-IF
               IF WS-ITEM-VALIDO-SIM AND WS-ACP-OK
                  PERFORM P610-MOSTRA-ACORDO
                  IF ACP-ATIVO
                     DISPLAY 'DESATIVA O ACORDO (S/N): '
                  ELSE
                     DISPLAY 'REATIVA O ACORDO (S/N): '
                  END-IF
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P510-TROCA-SITUACAO
                  END-IF
               END-IF
            END-IF.

       P510-TROCA-SITUACAO.
            MOVE 'N' TO WS-SOBREPOE
            IF ACP-INATIVO
               MOVE ACP-DATA-INICIO     TO WS-INICIO-INFORMADO
               MOVE ACP-DATA-FIM        TO WS-FIM-INFORMADO
               MOVE WS-ACORDO-INFORMADO TO WS-SEQ-PROPRIA
               PERFORM P370-CONFERE-SOBREPOSICAO
               PERFORM P265-RELE-ACORDO
            END-IF
            IF WS-SOBREPOE-SIM
               DISPLAY 'VIGENCIA SOBREPOE O ACORDO ATIVO '
                       WS-SEQ-CONFLITO ' - REATIVACAO RECUSADA.'
            ELSE
               IF ACP-ATIVO
                  SET ACP-INATIVO TO TRUE
               ELSE
                  SET ACP-ATIVO TO TRUE
               END-IF
               MOVE WS-OPERADOR-VALIDADO TO ACP-OPERADOR
               REWRITE REG-ACORDO-PRECO
               IF WS-ACP-OK
                  ADD 1 TO WS-QTD-ALTERADOS
                  DISPLAY 'SITUACAO DO ACORDO ATUALIZADA.'
               ELSE
                  ADD 1 TO WS-QTD-ERROS-GRAVACAO
                  DISPLAY 'ERRO AO ALTERAR - STATUS ' WS-ACP-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P600-LISTA-ACORDOS
      * Todos os acordos do cliente ou grupo, de todos os itens,
      * inclusive os desativados e os ja vencidos, na ordem da chave.
      ******************************************************************
       P600-LISTA-ACORDOS.
            PERFORM P250-INFORMA-ALVO
            IF WS-ALVO-VALIDO-SIM
               MOVE ZEROS             TO WS-QTD-LISTADOS
               MOVE 'N'               TO WS-FIM-LISTA
               MOVE WS-TIPO-INFORMADO TO ACP-TIPO-ALVO
               MOVE WS-ALVO-INFORMADO TO ACP-ALVO
               MOVE LOW-VALUES        TO ACP-ITEM
               MOVE ZEROS             TO ACP-SEQUENCIA
               START ACORDOS-PRECO KEY IS >= ACP-CHAVE
                     INVALID KEY SET WS-FIM-LISTA-SIM TO TRUE
               END-START
               PERFORM P605-PROXIMO-DA-LISTA
               PERFORM UNTIL WS-FIM-LISTA-SIM
                   PERFORM P610-MOSTRA-ACORDO
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P605-PROXIMO-DA-LISTA
               END-PERFORM
               DISPLAY 'ACORDOS LISTADOS: ' WS-QTD-LISTADOS
            END-IF.

       P605-PROXIMO-DA-LISTA.
            IF NOT WS-FIM-LISTA-SIM
               READ ACORDOS-PRECO NEXT RECORD
                    AT END SET WS-FIM-LISTA-SIM TO TRUE
               END-READ
               IF NOT WS-FIM-LISTA-SIM
                  IF ACP-TIPO-ALVO NOT = WS-TIPO-INFORMADO
                     OR ACP-ALVO NOT = WS-ALVO-INFORMADO
                     SET WS-FIM-LISTA-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P610-MOSTRA-ACORDO.
            MOVE ACP-DATA-INICIO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-INICIO-BR
            MOVE ACP-DATA-FIM TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-FIM-BR
            IF ACP-PRECO-ESPECIAL
               MOVE ACP-PRECO TO WS-PRECO-ED
               DISPLAY 'ITEM ' ACP-ITEM ' ACORDO ' ACP-SEQUENCIA
                       ' - PRECO ESPECIAL ' WS-PRECO-ED
                       ' - SITUACAO ' ACP-SITUACAO
            ELSE
               MOVE ACP-PCT-DESCONTO TO WS-PCT-ED
               DISPLAY 'ITEM ' ACP-ITEM ' ACORDO ' ACP-SEQUENCIA
                       ' - DESCONTO ' WS-PCT-ED '%'
                       ' - SITUACAO ' ACP-SITUACAO
            END-IF
            DISPLAY '   VIGENCIA ' WS-INICIO-BR ' A ' WS-FIM-BR
                    ' - ' ACP-DATA-CRIACAO ' ' ACP-OPERADOR.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ITEM-MASTER
               CLOSE ACORDOS-PRECO
               DISPLAY 'ACORDOS INCLUIDOS: ' WS-QTD-INCLUIDOS
               DISPLAY 'ACORDOS ALTERADOS: ' WS-QTD-ALTERADOS
               DISPLAY 'ERROS DE GRAVACAO: ' WS-QTD-ERROS-GRAVACAO
               IF WS-QTD-ERROS-GRAVACAO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY ACPPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM AGREE-MAINT.
