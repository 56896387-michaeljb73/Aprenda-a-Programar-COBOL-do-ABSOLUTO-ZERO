      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao dos pedidos programados (PEDPROG.dat,
      *            copybooks PPG*), chaveados por cliente + sequencia
      *            do modelo: inclui o modelo com ate 10 linhas de item
      *            e quantidade, frequencia (semanal, quinzenal ou
      *            mensal), data do primeiro pedido e data final
      *            opcional; altera linhas e agenda; desativa ou
      *            reativa; e lista os modelos do cliente com o ultimo
      *            pedido gerado e a ultima falha. Quem gera o pedido
      *            e o STORD-GEN, na cadeia noturna do JOB-SEQUENCER -
      *            modelo que falhou na noite volta a tentar sozinho
      *            depois de corrigido aqui.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORD-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ITMSEL.
           COPY PPGSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  CADASTRO-PROGRAMADOS.
           COPY PPGF.

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

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-CLIENTE-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-VALIDO-SIM           VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - CONSULTA NAO
      * MANTEM PEDIDO PROGRAMADO
           COPY OPERTBWS.

      * PEDIDOS PROGRAMADOS (COPYBOOKS PPG*)
           COPY PPGWS.
       77  WS-MODELO-INFORMADO     PIC 9(02)   VALUE ZEROS.
       77  WS-PROXIMA-SEQUENCIA    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-FIM-LISTA            PIC X(01)   VALUE 'N'.
           88  WS-FIM-LISTA-SIM                VALUE 'S'.

      * DIGITACAO DO MODELO - GUARDADA FORA DO FD PORQUE A PROCURA DA
      * PROXIMA SEQUENCIA VARRE O ARQUIVO POR CIMA DO REGISTRO
       77  WS-CODIGO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       01  WS-FREQ-INFORMADA       PIC X(01)   VALUE SPACE.
           88  WS-FREQ-VALIDA                  VALUE 'S' 'Q' 'M'.
       77  WS-PRIMEIRA-INFORMADA   PIC 9(08)   VALUE ZEROS.
       77  WS-FIM-INFORMADO        PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-LINHAS-INF       PIC 9(02)   VALUE ZEROS.
       77  WS-IDX-LINHA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-FIM-CAPTURA          PIC X(01)   VALUE 'N'.
           88  WS-FIM-CAPTURA-SIM              VALUE 'S'.
       01  WS-ITEM-DIGITADO        PIC X(08)   VALUE SPACES.
           88  WS-ITEM-ENCERRA                 VALUE 'FIM', 'fim',
                                                     SPACES.
       01  WS-TAB-LINHAS-INF.
           05  WS-LINHA-INF        OCCURS 10 TIMES.
               10  WS-LIN-ITEM         PIC X(08).
               10  WS-LIN-QUANTIDADE   PIC 9(05).
       77  WS-DATA-DIGITADA        PIC X(10)   VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * EXIBICAO
       77  WS-PROXIMA-BR           PIC X(10)   VALUE SPACES.
       77  WS-FIM-BR               PIC X(10)   VALUE SPACES.
       77  WS-ULTIMO-BR            PIC X(10)   VALUE SPACES.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * CONVERSAO DE DATA ISO <-> BR (AGENDA DIGITADA EM BR)
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
               DISPLAY 'MANUTENCAO DE PEDIDOS PROGRAMADOS EXIGE NIVEL '
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
            PERFORM P8921-ABRE-PROGRAMADOS-ATUALIZA

            IF NOT WS-CUST-OK OR NOT WS-ITEM-OK
               OR NOT WS-PPG-ABERTO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' ITENS: ' WS-ITEM-STATUS
                       ' PROGRAMADOS: ' WS-PPG-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== PEDIDOS PROGRAMADOS ====='
            DISPLAY '1 - INCLUIR MODELO'
            DISPLAY '2 - ALTERAR MODELO'
            DISPLAY '3 - DESATIVAR/REATIVAR MODELO'
            DISPLAY '4 - LISTAR MODELOS DO CLIENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-INCLUI-MODELO
                WHEN 2 PERFORM P400-ALTERA-MODELO
                WHEN 3 PERFORM P500-MUDA-SITUACAO
                WHEN 4 PERFORM P600-LISTA-MODELOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CLIENTE
      * Cliente cadastrado, nao excluido e da filial do operador -
      * mesma regra do ADDR-MAINT.
      ******************************************************************
       P250-INFORMA-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-VALIDO
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            MOVE WS-CODIGO-INFORMADO TO CSV-CODIGO
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
                     SET WS-CLIENTE-VALIDO-SIM TO TRUE
                     DISPLAY 'CLIENTE: ' CSV-NOME
            END-EVALUATE.

      ******************************************************************
      * P260-INFORMA-MODELO
      * Le o modelo do cliente para alteracao ou troca de situacao,
      * ja posicionado para o REWRITE.
      ******************************************************************
       P260-INFORMA-MODELO.
            DISPLAY 'SEQUENCIA DO MODELO: '
            MOVE ZEROS TO WS-MODELO-INFORMADO
            ACCEPT WS-MODELO-INFORMADO
            MOVE WS-CODIGO-INFORMADO TO PPG-CODIGO
            MOVE WS-MODELO-INFORMADO TO PPG-SEQUENCIA
            READ CADASTRO-PROGRAMADOS KEY IS PPG-CHAVE
            IF NOT WS-PPG-OK
               DISPLAY 'MODELO ' WS-MODELO-INFORMADO
                       ' NAO CADASTRADO PARA O CLIENTE.'
            END-IF.

      ******************************************************************
      * P300-INCLUI-MODELO
      * O modelo novo recebe a sequencia seguinte a maior do cliente
      * (a varredura do P8922 termina na ultima) e entra ATIVO, com
      * data de criacao e operador. Sem nenhuma linha valida nao ha
      * modelo.
      ******************************************************************
       P300-INCLUI-MODELO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE 'N'                 TO WS-FIM-PROGRAMADOS
               MOVE WS-CODIGO-INFORMADO TO WS-PPG-CODIGO-VARRE
               MOVE ZEROS               TO WS-PPG-SEQ-VARRE
               PERFORM P8922-PROXIMO-PROGRAMADO
                       UNTIL WS-FIM-PROGRAMADOS-SIM
               COMPUTE WS-PROXIMA-SEQUENCIA = WS-PPG-SEQ-VARRE + 1
               IF WS-PROXIMA-SEQUENCIA > 99
                  DISPLAY 'CLIENTE JA TEM 99 MODELOS - INCLUSAO '
                          'RECUSADA.'
               ELSE
                  PERFORM P310-INFORMA-LINHAS
                  IF WS-QTD-LINHAS-INF = ZEROS
                     DISPLAY 'MODELO SEM ITENS - ABANDONADO.'
                  ELSE
                     PERFORM P330-INFORMA-AGENDA
                     PERFORM P380-GRAVA-NOVO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P310-INFORMA-LINHAS
      * Ate 10 linhas, encerradas por item em branco ou FIM. O item
      * tem de existir e estar ativo; a quantidade, maior que zero.
      * Preco nao fica no modelo: o STORD-GEN precifica na data do
      * pedido (historico de precos e acordos), como o ORDER-ENTRY.
      ******************************************************************
       P310-INFORMA-LINHAS.
            MOVE ZEROS TO WS-QTD-LINHAS-INF
            MOVE 'N' TO WS-FIM-CAPTURA
            PERFORM P311-INFORMA-UMA-LINHA
                    UNTIL WS-FIM-CAPTURA-SIM
                    OR WS-QTD-LINHAS-INF >= WS-PPG-MAX-LINHAS.

       P311-INFORMA-UMA-LINHA.
            DISPLAY 'ITEM DA LINHA (FIM OU BRANCO ENCERRA): '
            MOVE SPACES TO WS-ITEM-DIGITADO
            ACCEPT WS-ITEM-DIGITADO

            IF WS-ITEM-ENCERRA
               SET WS-FIM-CAPTURA-SIM TO TRUE
            ELSE
               MOVE WS-ITEM-DIGITADO TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               EVALUATE TRUE
                   WHEN WS-ITEM-NAO-EXISTE
                        DISPLAY 'ITEM NAO CADASTRADO - CONSULTE O '
                                'ITEM-MAINT.'
                   WHEN NOT WS-ITEM-OK
                        DISPLAY 'ERRO AO LER O CADASTRO DE ITENS - '
                                'STATUS ' WS-ITEM-STATUS
                   WHEN ITM-REGISTRO-INATIVO
                        DISPLAY 'ITEM INATIVO - NAO ENTRA EM MODELO.'
                   WHEN OTHER
                        DISPLAY 'ITEM: ' ITM-DESCRICAO
                        ADD 1 TO WS-QTD-LINHAS-INF
                        MOVE ITM-CODIGO
                             TO WS-LIN-ITEM(WS-QTD-LINHAS-INF)
                        MOVE ZEROS
                             TO WS-LIN-QUANTIDADE(WS-QTD-LINHAS-INF)
                        PERFORM UNTIL
                                WS-LIN-QUANTIDADE(WS-QTD-LINHAS-INF)
                                > ZEROS
                            DISPLAY 'QUANTIDADE: '
                            ACCEPT WS-LIN-QUANTIDADE(WS-QTD-LINHAS-INF)
                        END-PERFORM
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P330-INFORMA-AGENDA
      * Frequencia, data do primeiro (ou proximo) pedido - hoje ou
      * adiante - e data final opcional (em branco = sem fim), nunca
      * anterior a do proximo pedido.
      ******************************************************************
       P330-INFORMA-AGENDA.
            MOVE SPACE TO WS-FREQ-INFORMADA
            PERFORM UNTIL WS-FREQ-VALIDA
                DISPLAY 'FREQUENCIA (S = SEMANAL, Q = QUINZENAL, '
                        'M = MENSAL): '
                ACCEPT WS-FREQ-INFORMADA
            END-PERFORM

            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'DATA DO PROXIMO PEDIDO (DD/MM/AAAA): '
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                MOVE WS-DATA-DIGITADA TO WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                IF NOT WS-DATA-CONV-OK
                   DISPLAY 'DATA INVALIDA.'
                ELSE
                   IF WS-DATA-ISO < WS-DATA-HOJE
                      DISPLAY 'DATA JA PASSOU - INFORME HOJE OU '
                              'ADIANTE.'
                      MOVE 'N' TO WS-DATA-CONV-SW
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO WS-PRIMEIRA-INFORMADA

            MOVE ZEROS TO WS-FIM-INFORMADO
            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'DATA FINAL (DD/MM/AAAA, BRANCO = SEM FIM): '
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                IF WS-DATA-DIGITADA = SPACES
                   MOVE ZEROS TO WS-FIM-INFORMADO
                   SET WS-DATA-CONV-OK TO TRUE
                ELSE
                   MOVE WS-DATA-DIGITADA TO WS-DATA-BR
                   PERFORM P8300-CONVERTE-BR-PARA-ISO
                   IF NOT WS-DATA-CONV-OK
                      DISPLAY 'DATA INVALIDA.'
                   ELSE
                      IF WS-DATA-ISO < WS-PRIMEIRA-INFORMADA
                         DISPLAY 'DATA FINAL ANTERIOR AO PROXIMO '
                                 'PEDIDO.'
                         MOVE 'N' TO WS-DATA-CONV-SW
                      ELSE
                         MOVE WS-DATA-ISO TO WS-FIM-INFORMADO
                      END-IF
                   END-IF
                END-IF
            END-PERFORM.

       P380-GRAVA-NOVO.
            INITIALIZE REG-PEDIDO-PROGRAMADO
            MOVE WS-CODIGO-INFORMADO  TO PPG-CODIGO
            MOVE WS-PROXIMA-SEQUENCIA TO PPG-SEQUENCIA
            PERFORM P390-MOVE-LINHAS
            PERFORM P395-MOVE-AGENDA
            SET PPG-ATIVO             TO TRUE
            MOVE WS-DATA-HOJE         TO PPG-DATA-CRIACAO
            MOVE WS-OPERADOR-VALIDADO TO PPG-OPERADOR

            WRITE REG-PEDIDO-PROGRAMADO
            IF WS-PPG-OK
               ADD 1 TO WS-QTD-INCLUIDOS
               DISPLAY 'MODELO ' PPG-SEQUENCIA ' INCLUIDO.'
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO INCLUIR - STATUS ' WS-PPG-STATUS
            END-IF.

       P390-MOVE-LINHAS.
            MOVE WS-QTD-LINHAS-INF TO PPG-QTD-LINHAS
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-PPG-MAX-LINHAS
                IF WS-IDX-LINHA > WS-QTD-LINHAS-INF
                   MOVE SPACES TO PPG-ITEM(WS-IDX-LINHA)
                   MOVE ZEROS  TO PPG-QUANTIDADE(WS-IDX-LINHA)
                ELSE
                   MOVE WS-LIN-ITEM(WS-IDX-LINHA)
                        TO PPG-ITEM(WS-IDX-LINHA)
                   MOVE WS-LIN-QUANTIDADE(WS-IDX-LINHA)
                        TO PPG-QUANTIDADE(WS-IDX-LINHA)
                END-IF
            END-PERFORM.

      * O DIA DO MES DA DATA INFORMADA E O DIA FIXO DO MODELO MENSAL
       P395-MOVE-AGENDA.
            MOVE WS-FREQ-INFORMADA     TO PPG-FREQUENCIA
            MOVE WS-PRIMEIRA-INFORMADA TO PPG-PROXIMA-DATA
            MOVE WS-PRIMEIRA-INFORMADA TO WS-PPG-DATA-CALC
            MOVE WS-PPG-CALC-DD        TO PPG-DIA-MES
            MOVE WS-FIM-INFORMADO      TO PPG-DATA-FIM.

      ******************************************************************
      * P400-ALTERA-MODELO
      * Troca as linhas e/ou a agenda. Alteracao zera a contagem de
      * falhas - presume-se que o motivo foi corrigido - e modelo
      * ENCERRADO com nova data final volta a ATIVO.
      ******************************************************************
       P400-ALTERA-MODELO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-MODELO
               IF WS-PPG-OK
                  PERFORM P610-MOSTRA-MODELO
                  DISPLAY 'ALTERA AS LINHAS (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P310-INFORMA-LINHAS
                     IF WS-QTD-LINHAS-INF = ZEROS
                        DISPLAY 'NENHUMA LINHA INFORMADA - LINHAS '
                                'MANTIDAS.'
                     ELSE
                        PERFORM P390-MOVE-LINHAS
                     END-IF
                  END-IF
                  DISPLAY 'ALTERA FREQUENCIA E DATAS (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P330-INFORMA-AGENDA
                     PERFORM P395-MOVE-AGENDA
                     IF PPG-ENCERRADO
                        SET PPG-ATIVO TO TRUE
                     END-IF
                  END-IF
                  MOVE ZEROS                TO PPG-QTD-FALHAS
                  MOVE SPACES               TO PPG-MOTIVO-FALHA
                  MOVE WS-OPERADOR-VALIDADO TO PPG-OPERADOR
                  REWRITE REG-PEDIDO-PROGRAMADO
                  IF WS-PPG-OK
                     ADD 1 TO WS-QTD-ALTERADOS
                     DISPLAY 'MODELO ALTERADO.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO ALTERAR - STATUS '
                             WS-PPG-STATUS
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P500-MUDA-SITUACAO
      * Modelo nao e apagado: desativado, o STORD-GEN passa por ele
      * sem gerar. Modelo ENCERRADO (passou da data final) so volta
      * pela alteracao, com agenda nova.
      ******************************************************************
       P500-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-MODELO
               IF WS-PPG-OK
                  PERFORM P610-MOSTRA-MODELO
                  IF PPG-ENCERRADO
                     DISPLAY 'MODELO ENCERRADO - INFORME NOVA AGENDA '
                             'NA ALTERACAO (OPCAO 2).'
                  ELSE
                     IF PPG-ATIVO
                        DISPLAY 'DESATIVA O MODELO (S/N): '
                     ELSE
                        DISPLAY 'REATIVA O MODELO (S/N): '
                     END-IF
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        PERFORM P510-TROCA-SITUACAO
                     END-IF
                  END-IF
               END-IF
            END-IF.

      * REATIVADO COM A DATA JA PASSADA, O MODELO GERA NA NOITE
      * SEGUINTE E O AVANCO PULA OS PERIODOS PERDIDOS
       P510-TROCA-SITUACAO.
            IF PPG-ATIVO
               SET PPG-INATIVO TO TRUE
            ELSE
               SET PPG-ATIVO TO TRUE
               MOVE ZEROS  TO PPG-QTD-FALHAS
               MOVE SPACES TO PPG-MOTIVO-FALHA
            END-IF
            MOVE WS-OPERADOR-VALIDADO TO PPG-OPERADOR
            REWRITE REG-PEDIDO-PROGRAMADO
            IF WS-PPG-OK
               ADD 1 TO WS-QTD-ALTERADOS
               DISPLAY 'SITUACAO DO MODELO ATUALIZADA.'
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO ALTERAR - STATUS ' WS-PPG-STATUS
            END-IF.

      ******************************************************************
      * P600-LISTA-MODELOS
      * Todos os modelos do cliente, inclusive inativos e encerrados,
      * na ordem da chave.
      ******************************************************************
       P600-LISTA-MODELOS.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS               TO WS-QTD-LISTADOS
               MOVE 'N'                 TO WS-FIM-PROGRAMADOS
               MOVE WS-CODIGO-INFORMADO TO WS-PPG-CODIGO-VARRE
               MOVE ZEROS               TO WS-PPG-SEQ-VARRE
               PERFORM P8922-PROXIMO-PROGRAMADO
               PERFORM UNTIL WS-FIM-PROGRAMADOS-SIM
                   PERFORM P610-MOSTRA-MODELO
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P8922-PROXIMO-PROGRAMADO
               END-PERFORM
               DISPLAY 'MODELOS LISTADOS: ' WS-QTD-LISTADOS
            END-IF.

       P610-MOSTRA-MODELO.
            PERFORM P8926-DESCREVE-PROGRAMADO
            MOVE PPG-PROXIMA-DATA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-PROXIMA-BR
            IF PPG-DATA-FIM = ZEROS
               MOVE 'SEM FIM' TO WS-FIM-BR
            ELSE
               MOVE PPG-DATA-FIM TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR TO WS-FIM-BR
            END-IF
            DISPLAY 'MODELO ' PPG-SEQUENCIA ' - '
                    WS-PPG-FREQUENCIA-DESC ' - PROXIMO ' WS-PROXIMA-BR
                    ' - FIM ' WS-FIM-BR ' - ' WS-PPG-SITUACAO-DESC
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > PPG-QTD-LINHAS
                    OR WS-IDX-LINHA > WS-PPG-MAX-LINHAS
                MOVE PPG-QUANTIDADE(WS-IDX-LINHA) TO WS-QTD-ED
                DISPLAY '   ITEM ' PPG-ITEM(WS-IDX-LINHA)
                        ' QTD ' WS-QTD-ED
            END-PERFORM
            IF PPG-ULTIMO-PEDIDO > ZEROS
               MOVE PPG-DATA-ULTIMO TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR TO WS-ULTIMO-BR
               DISPLAY '   ULTIMO PEDIDO ' PPG-ULTIMO-PEDIDO
                       ' EM ' WS-ULTIMO-BR
            END-IF
            IF PPG-QTD-FALHAS > ZEROS
               DISPLAY '   FALHAS SEGUIDAS: ' PPG-QTD-FALHAS
                       ' - ' PPG-MOTIVO-FALHA
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ITEM-MASTER
               CLOSE CADASTRO-PROGRAMADOS
               DISPLAY 'MODELOS INCLUIDOS: ' WS-QTD-INCLUIDOS
               DISPLAY 'MODELOS ALTERADOS: ' WS-QTD-ALTERADOS
               DISPLAY 'ERROS DE GRAVACAO: ' WS-QTD-ERROS-GRAVACAO
               IF WS-QTD-ERROS-GRAVACAO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY PPGPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM STORD-MAINT.
