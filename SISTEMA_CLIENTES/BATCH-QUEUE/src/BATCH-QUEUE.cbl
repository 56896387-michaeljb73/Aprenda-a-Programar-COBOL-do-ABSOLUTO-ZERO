      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Fila de solicitacoes de relatorio batch sob demanda
      *            (BATCHREQ.dat, copybooks BTQ*). O supervisor que
      *            precisa de uma rodada fresca do DQ-SCAN, do
      *            STATE-MONTH-XTAB ou do CUST-STATEMENT no meio do dia
      *            deixa de rodar o programa pelo MENU-DRIVER - o que
      *            prende o terminal e disputa o CUSTMAST.dat com os
      *            usuarios online - e faz aqui a solicitacao: o
      *            programa (tabela BTQTBWS), os parametros do
      *            relatorio (UF, filial, faixa de datas) e a agenda -
      *            proxima janela batch ou a partir de um horario. O
      *            BATCH-DISPATCH executa as solicitacoes vencidas na
      *            ordem da fila e registra cada uma no JOB-LOG; aqui o
      *            operador acompanha a situacao de cada solicitacao e
      *            o nome do relatorio gerado, e pode cancelar a que
      *            ainda esta pendente. Operador de consulta nao
      *            solicita; o supervisor enxerga e cancela as
      *            solicitacoes de todos, os demais so as proprias.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Data e hora da agenda tomadas no inicio da
      *                  solicitacao - a primeira da sessao saia com a
      *                  data agendada zerada e rodava na hora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-QUEUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BTQSL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILA-SOLICITACOES.
           COPY BTQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-BATCHREQ-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-BATCHREQ-OK                  VALUE '00'.
           88  WS-BATCHREQ-NAO-CRIADO          VALUE '35'.

       77  WS-FIM-FILA             PIC X(01)   VALUE 'N'.
           88  WS-FIM-FILA-SIM                 VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-ERRO-FILA            PIC X(01)   VALUE 'N'.
           88  WS-ERRO-FILA-SIM                VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - OPERACAO OU
      * SUPERVISOR
           COPY OPERTBWS.

      * PROGRAMAS QUE PODEM SER SOLICITADOS (COPYBOOK BTQTBWS)
           COPY BTQTBWS.

      * CONVERSAO E CRITICA DE DATA (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * FILA EM MEMORIA - RELIDA ANTES DE CADA OPERACAO E REGRAVADA
      * LOGO APOS A ALTERACAO, PARA NAO APAGAR O QUE O BATCH-DISPATCH
      * GRAVOU ENQUANTO O MENU ESTAVA ABERTO
       77  WS-MAX-SOLICITACOES     PIC 9(03)   VALUE 500.
       77  WS-QTD-SOLICITACOES-TAB PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SOLICITACAO      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-SOLICITACOES.
           05  WS-SOLICITACAO-LINHA PIC X(158) OCCURS 500 TIMES.
       77  WS-ULTIMO-NUMERO        PIC 9(06)   VALUE ZEROS.
       01  WS-SOLICITACAO-NOVA     PIC X(158)  VALUE SPACES.

      * DADOS DIGITADOS
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-OPCAO-PROGRAMA       PIC 9(01)   VALUE ZEROS.
       01  WS-UF-INFORMADA         PIC X(02)   VALUE SPACES.
       01  WS-FILIAL-INFORMADA     PIC X(02)   VALUE SPACES.
       77  WS-DATA-DE-INFORMADA    PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-ATE-INFORMADA   PIC 9(08)   VALUE ZEROS.
       01  WS-AGENDA-INFORMADA     PIC X(01)   VALUE SPACES.
           88  WS-AGENDA-JANELA                VALUE 'J' 'j'.
           88  WS-AGENDA-HORARIO               VALUE 'H' 'h'.
       01  WS-HORA-INFORMADA       PIC 9(04)   VALUE ZEROS.
       01  WS-HORA-INFORMADA-R REDEFINES WS-HORA-INFORMADA.
           05  WS-HORA-INF-HH          PIC 9(02).
           05  WS-HORA-INF-MM          PIC 9(02).
       77  WS-NUMERO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       01  WS-CONFIRMA             PIC X(01)   VALUE SPACES.
           88  WS-CONFIRMA-SIM                 VALUE 'S' 's'.
       77  WS-DADOS-VALIDOS        PIC X(01)   VALUE 'S'.
           88  WS-DADOS-VALIDOS-SIM            VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-TESTE           PIC 9(08)   VALUE ZEROS.

      * LISTAGEM
       77  WS-QTD-LISTADAS         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-SITUACAO-DESC        PIC X(12)   VALUE SPACES.
       01  WS-AGENDA-DESC          PIC X(24)   VALUE SPACES.
       01  WS-DATA-BR-ED           PIC X(10)   VALUE SPACES.
       01  WS-RETCODE-ED           PIC Z9      VALUE ZEROS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-OPERACAO
               AND NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'SOLICITACAO DE RELATORIO BATCH EXIGE OPERADOR '
                       'DE OPERACAO OU SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
            END-IF
            GOBACK.

      ******************************************************************
      * P100-CARREGA-FILA
      * Fila inteira em memoria, com o maior numero ja usado. Sem o
      * arquivo a fila esta vazia - e criada na primeira solicitacao.
      ******************************************************************
       P100-CARREGA-FILA.
            MOVE ZEROS  TO WS-QTD-SOLICITACOES-TAB
            MOVE ZEROS  TO WS-ULTIMO-NUMERO
            MOVE 'N'    TO WS-FIM-FILA
            MOVE 'N'    TO WS-ERRO-FILA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME

            OPEN INPUT FILA-SOLICITACOES
            IF WS-BATCHREQ-OK
               PERFORM P110-LE-SOLICITACAO UNTIL WS-FIM-FILA-SIM
               CLOSE FILA-SOLICITACOES
            ELSE
               IF NOT WS-BATCHREQ-NAO-CRIADO
                  SET WS-ERRO-FILA-SIM TO TRUE
                  DISPLAY 'ERRO AO ABRIR BATCHREQ.dat - STATUS '
                          WS-BATCHREQ-STATUS
               END-IF
            END-IF.

       P110-LE-SOLICITACAO.
            READ FILA-SOLICITACOES
                 AT END SET WS-FIM-FILA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FILA-SIM
               IF WS-QTD-SOLICITACOES-TAB < WS-MAX-SOLICITACOES
                  ADD 1 TO WS-QTD-SOLICITACOES-TAB
                  MOVE REG-SOLICITACAO-BATCH
                       TO WS-SOLICITACAO-LINHA(WS-QTD-SOLICITACOES-TAB)
                  IF BTQ-NUMERO IS NUMERIC
                     AND BTQ-NUMERO > WS-ULTIMO-NUMERO
                     MOVE BTQ-NUMERO TO WS-ULTIMO-NUMERO
                  END-IF
               ELSE
      *           FILA CHEIA NAO PODE SER REGRAVADA SEM PERDER LINHA
                  SET WS-ERRO-FILA-SIM TO TRUE
                  SET WS-FIM-FILA-SIM TO TRUE
                  DISPLAY 'MAIS DE ' WS-MAX-SOLICITACOES
                          ' SOLICITACOES NA FILA - AVISAR O SUPORTE.'
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== SOLICITACOES DE RELATORIO BATCH ====='
            DISPLAY '1 - NOVA SOLICITACAO'
            DISPLAY '2 - ACOMPANHAR SOLICITACOES'
            DISPLAY '3 - CANCELAR SOLICITACAO PENDENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-NOVA-SOLICITACAO
                WHEN 2 PERFORM P400-LISTA-SOLICITACOES
                WHEN 3 PERFORM P500-CANCELA-SOLICITACAO
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P300-NOVA-SOLICITACAO
      * Programa, parametros e agenda; tudo conferido antes da
      * confirmacao. A solicitacao entra pendente no fim da fila.
      ******************************************************************
       P300-NOVA-SOLICITACAO.
      *     DATA E HORA DA AGENDA - A FILA AINDA PODE NAO TER SIDO LIDA
      *     NESTA SESSAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE SPACES TO REG-SOLICITACAO-BATCH
            MOVE 'S' TO WS-DADOS-VALIDOS

            PERFORM P310-ESCOLHE-PROGRAMA
            IF WS-DADOS-VALIDOS-SIM
               PERFORM P320-INFORMA-PARAMETROS
            END-IF
            IF WS-DADOS-VALIDOS-SIM
               PERFORM P330-INFORMA-AGENDA
            END-IF

            IF WS-DADOS-VALIDOS-SIM
               DISPLAY ' '
               PERFORM P420-DESCREVE-SOLICITACAO
               DISPLAY '  PROGRAMA: ' BTQ-PROGRAMA
               DISPLAY '  FILTROS.: UF ' BTQ-UF ' FILIAL ' BTQ-FILIAL
                       ' DATA ' BTQ-DATA-DE ' A ' BTQ-DATA-ATE
               DISPLAY '  AGENDA..: ' WS-AGENDA-DESC
               DISPLAY 'CONFIRMA A SOLICITACAO (S/N)? '
               MOVE SPACES TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SIM
                  PERFORM P350-GRAVA-SOLICITACAO
               ELSE
                  DISPLAY 'SOLICITACAO DESCARTADA.'
               END-IF
            END-IF.

       P310-ESCOLHE-PROGRAMA.
            DISPLAY 'PROGRAMAS DISPONIVEIS:'
            PERFORM VARYING WS-BTQ-IDX-PROGRAMA FROM 1 BY 1
                    UNTIL WS-BTQ-IDX-PROGRAMA > WS-BTQ-QTD-PROGRAMAS
                DISPLAY '  ' WS-BTQ-IDX-PROGRAMA ' - '
                        WS-BTQ-TAB-PROGRAMA(WS-BTQ-IDX-PROGRAMA) ' '
                        WS-BTQ-TAB-DESCRICAO(WS-BTQ-IDX-PROGRAMA)
            END-PERFORM
            DISPLAY 'PROGRAMA (0 = DESISTIR): '
            MOVE ZEROS TO WS-OPCAO-PROGRAMA
            ACCEPT WS-OPCAO-PROGRAMA
            IF WS-OPCAO-PROGRAMA = ZEROS
               OR WS-OPCAO-PROGRAMA > WS-BTQ-QTD-PROGRAMAS
               MOVE 'N' TO WS-DADOS-VALIDOS
               IF WS-OPCAO-PROGRAMA NOT = ZEROS
                  DISPLAY 'PROGRAMA INVALIDO.'
               END-IF
            ELSE
               MOVE WS-OPCAO-PROGRAMA TO WS-BTQ-IDX-PROGRAMA
               MOVE WS-BTQ-TAB-PROGRAMA(WS-BTQ-IDX-PROGRAMA)
                    TO BTQ-PROGRAMA
            END-IF.

      *     UF E FILIAL EM BRANCO = TODAS; DATA 0 = SEM LIMITE NAQUELA
      *     PONTA. O QUE A FAIXA DE DATAS FILTRA DEPENDE DO PROGRAMA
       P320-INFORMA-PARAMETROS.
            DISPLAY 'UF (BRANCO = TODAS): '
            MOVE SPACES TO WS-UF-INFORMADA
            ACCEPT WS-UF-INFORMADA
            IF WS-UF-INFORMADA NOT = SPACES
               AND WS-UF-INFORMADA IS NOT ALPHABETIC-UPPER
               MOVE 'N' TO WS-DADOS-VALIDOS
               DISPLAY 'UF INVALIDA - INFORMAR EM MAIUSCULAS.'
            END-IF

            IF WS-DADOS-VALIDOS-SIM
               DISPLAY 'FILIAL (BRANCO = TODAS): '
               MOVE SPACES TO WS-FILIAL-INFORMADA
               ACCEPT WS-FILIAL-INFORMADA
               DISPLAY 'FAIXA DE '
                       WS-BTQ-TAB-SENTIDO-DATA(WS-BTQ-IDX-PROGRAMA)
                       ' - DE (AAAAMMDD, 0 = SEM LIMITE): '
               MOVE ZEROS TO WS-DATA-DE-INFORMADA
               ACCEPT WS-DATA-DE-INFORMADA
               MOVE WS-DATA-DE-INFORMADA TO WS-DATA-TESTE
               PERFORM P325-CRITICA-DATA
            END-IF

            IF WS-DADOS-VALIDOS-SIM
               DISPLAY 'ATE (AAAAMMDD, 0 = SEM LIMITE): '
               MOVE ZEROS TO WS-DATA-ATE-INFORMADA
               ACCEPT WS-DATA-ATE-INFORMADA
               MOVE WS-DATA-ATE-INFORMADA TO WS-DATA-TESTE
               PERFORM P325-CRITICA-DATA
            END-IF

            IF WS-DADOS-VALIDOS-SIM
               AND WS-DATA-DE-INFORMADA NOT = ZEROS
               AND WS-DATA-ATE-INFORMADA NOT = ZEROS
               AND WS-DATA-DE-INFORMADA > WS-DATA-ATE-INFORMADA
               MOVE 'N' TO WS-DADOS-VALIDOS
               DISPLAY 'DATA INICIAL DEPOIS DA FINAL.'
            END-IF

            IF WS-DADOS-VALIDOS-SIM
               MOVE WS-UF-INFORMADA       TO BTQ-UF
               MOVE WS-FILIAL-INFORMADA   TO BTQ-FILIAL
               MOVE WS-DATA-DE-INFORMADA  TO BTQ-DATA-DE
               MOVE WS-DATA-ATE-INFORMADA TO BTQ-DATA-ATE
            END-IF.

       P325-CRITICA-DATA.
            IF WS-DATA-TESTE NOT = ZEROS
               MOVE WS-DATA-TESTE TO WS-DATA-ISO
               MOVE 'N' TO WS-DATA-CONV-SW
               CALL 'DATE-VALID' USING WS-DATA-ISO-DD
                                        WS-DATA-ISO-MM
                                        WS-DATA-ISO-AAAA
                                        WS-DATA-CONV-SW
               IF NOT WS-DATA-CONV-OK
                  MOVE 'N' TO WS-DADOS-VALIDOS
                  DISPLAY 'DATA INVALIDA.'
               END-IF
            END-IF.

      *     J RODA NA PROXIMA JANELA BATCH; H RODA NA PRIMEIRA PASSAGEM
      *     DO BATCH-DISPATCH A PARTIR DO HORARIO DE HOJE (HORARIO JA
      *     PASSADO RODA NA PROXIMA PASSAGEM)
       P330-INFORMA-AGENDA.
            DISPLAY 'AGENDA (J = PROXIMA JANELA BATCH, H = RODAR A '
                    'PARTIR DE UM HORARIO): '
            MOVE SPACES TO WS-AGENDA-INFORMADA
            ACCEPT WS-AGENDA-INFORMADA
            EVALUATE TRUE
                WHEN WS-AGENDA-JANELA
                     SET BTQ-AGENDA-JANELA TO TRUE
                     MOVE WS-DATA-HOJE TO BTQ-DATA-AGENDADA
                     MOVE ZEROS        TO BTQ-HORA-AGENDADA
                WHEN WS-AGENDA-HORARIO
                     DISPLAY 'HORARIO (HHMM): '
                     MOVE ZEROS TO WS-HORA-INFORMADA
                     ACCEPT WS-HORA-INFORMADA
                     IF WS-HORA-INF-HH > 23 OR WS-HORA-INF-MM > 59
                        MOVE 'N' TO WS-DADOS-VALIDOS
                        DISPLAY 'HORARIO INVALIDO.'
                     ELSE
                        SET BTQ-AGENDA-HORARIO TO TRUE
                        MOVE WS-DATA-HOJE      TO BTQ-DATA-AGENDADA
                        MOVE WS-HORA-INFORMADA TO BTQ-HORA-AGENDADA
                        IF WS-HORA-INFORMADA < WS-HORA-AGORA(1:4)
                           DISPLAY 'HORARIO JA PASSOU - RODA NA '
                                   'PROXIMA PASSAGEM DO DESPACHO.'
                        END-IF
                     END-IF
                WHEN OTHER
                     MOVE 'N' TO WS-DADOS-VALIDOS
                     DISPLAY 'AGENDA INVALIDA.'
            END-EVALUATE.

      *     RELE A FILA ANTES DE NUMERAR - O NUMERO E O MAIOR DO
      *     ARQUIVO MAIS UM
       P350-GRAVA-SOLICITACAO.
            MOVE REG-SOLICITACAO-BATCH TO WS-SOLICITACAO-NOVA
            PERFORM P100-CARREGA-FILA
            IF WS-ERRO-FILA-SIM
               DISPLAY 'SOLICITACAO NAO GRAVADA.'
            ELSE
               IF WS-QTD-SOLICITACOES-TAB >= WS-MAX-SOLICITACOES
                  DISPLAY 'FILA DE SOLICITACOES CHEIA - SOLICITACAO '
                          'NAO GRAVADA.'
               ELSE
                  MOVE WS-SOLICITACAO-NOVA TO REG-SOLICITACAO-BATCH
                  ADD 1 TO WS-ULTIMO-NUMERO
                  MOVE WS-ULTIMO-NUMERO     TO BTQ-NUMERO
                  SET BTQ-PENDENTE          TO TRUE
                  MOVE WS-OPERADOR-VALIDADO TO BTQ-OPERADOR
                  MOVE WS-DATA-HOJE         TO BTQ-DATA-PEDIDO
                  MOVE WS-HORA-AGORA(1:6)   TO BTQ-HORA-PEDIDO
                  MOVE ZEROS                TO BTQ-DATA-EXECUCAO
                  MOVE ZEROS                TO BTQ-HORA-EXECUCAO
                  MOVE ZEROS                TO BTQ-RETCODE
                  MOVE SPACES               TO BTQ-RELATORIO
                  ADD 1 TO WS-QTD-SOLICITACOES-TAB
                  MOVE REG-SOLICITACAO-BATCH
                       TO WS-SOLICITACAO-LINHA(WS-QTD-SOLICITACOES-TAB)
                  PERFORM P800-REGRAVA-FILA
                  IF WS-BATCHREQ-OK
                     DISPLAY 'SOLICITACAO ' WS-ULTIMO-NUMERO
                             ' REGISTRADA - ACOMPANHE PELA OPCAO 2.'
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P400-LISTA-SOLICITACOES
      * Da mais antiga para a mais nova, com situacao, agenda,
      * execucao e o relatorio gerado. O supervisor ve a fila
      * inteira; os demais, so as proprias solicitacoes.
      ******************************************************************
       P400-LISTA-SOLICITACOES.
            PERFORM P100-CARREGA-FILA
            MOVE ZEROS TO WS-QTD-LISTADAS
            PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                    UNTIL WS-IDX-SOLICITACAO > WS-QTD-SOLICITACOES-TAB
                MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                     TO REG-SOLICITACAO-BATCH
                IF WS-OPERADOR-SUPERVISOR
                   OR BTQ-OPERADOR = WS-OPERADOR-VALIDADO
                   ADD 1 TO WS-QTD-LISTADAS
                   PERFORM P410-MOSTRA-SOLICITACAO
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADAS ' SOLICITACAO(OES) NA FILA.'.

       P410-MOSTRA-SOLICITACAO.
            PERFORM P420-DESCREVE-SOLICITACAO
            MOVE BTQ-DATA-PEDIDO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-DATA-BR-ED
            DISPLAY ' '
            DISPLAY BTQ-NUMERO ' ' BTQ-PROGRAMA ' ' WS-SITUACAO-DESC
                    ' PEDIDA EM ' WS-DATA-BR-ED ' POR ' BTQ-OPERADOR
            DISPLAY '    UF ' BTQ-UF ' FILIAL ' BTQ-FILIAL
                    ' DATA ' BTQ-DATA-DE ' A ' BTQ-DATA-ATE
                    ' - ' WS-AGENDA-DESC
            IF BTQ-DATA-EXECUCAO NOT = ZEROS
               MOVE BTQ-DATA-EXECUCAO TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR  TO WS-DATA-BR-ED
               MOVE BTQ-RETCODE TO WS-RETCODE-ED
               DISPLAY '    EXECUTADA EM ' WS-DATA-BR-ED ' '
                       BTQ-HORA-EXECUCAO(1:2) ':'
                       BTQ-HORA-EXECUCAO(3:2)
                       ' - RETURN-CODE ' WS-RETCODE-ED
            END-IF
            IF BTQ-RELATORIO NOT = SPACES
               DISPLAY '    RELATORIO: ' BTQ-RELATORIO
            END-IF.

       P420-DESCREVE-SOLICITACAO.
            EVALUATE TRUE
                WHEN BTQ-PENDENTE
                     MOVE 'PENDENTE'     TO WS-SITUACAO-DESC
                WHEN BTQ-EM-EXECUCAO
                     MOVE 'EM EXECUCAO'  TO WS-SITUACAO-DESC
                WHEN BTQ-CONCLUIDA
                     MOVE 'CONCLUIDA'    TO WS-SITUACAO-DESC
                WHEN BTQ-FALHOU
                     MOVE 'FALHOU'       TO WS-SITUACAO-DESC
                WHEN BTQ-CANCELADA
                     MOVE 'CANCELADA'    TO WS-SITUACAO-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDA'   TO WS-SITUACAO-DESC
            END-EVALUATE

            MOVE SPACES TO WS-AGENDA-DESC
            IF BTQ-AGENDA-HORARIO
               STRING 'A PARTIR DAS '         DELIMITED BY SIZE
                      BTQ-HORA-AGENDADA(1:2)  DELIMITED BY SIZE
                      ':'                     DELIMITED BY SIZE
                      BTQ-HORA-AGENDADA(3:2)  DELIMITED BY SIZE
                      INTO WS-AGENDA-DESC
               END-STRING
            ELSE
               MOVE 'PROXIMA JANELA BATCH' TO WS-AGENDA-DESC
            END-IF.

      ******************************************************************
      * P500-CANCELA-SOLICITACAO
      * So a solicitacao pendente e cancelada - a que ja entrou em
      * execucao segue ate o fim. O supervisor cancela a de qualquer
      * operador; os demais, so as proprias.
      ******************************************************************
       P500-CANCELA-SOLICITACAO.
            DISPLAY 'NUMERO DA SOLICITACAO: '
            MOVE ZEROS TO WS-NUMERO-INFORMADO
            ACCEPT WS-NUMERO-INFORMADO
            PERFORM P100-CARREGA-FILA

            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                    UNTIL WS-IDX-SOLICITACAO > WS-QTD-SOLICITACOES-TAB
                    OR WS-IDX-ACHADO > ZEROS
                MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                     TO REG-SOLICITACAO-BATCH
                IF BTQ-NUMERO = WS-NUMERO-INFORMADO
                   AND WS-NUMERO-INFORMADO NOT = ZEROS
                   MOVE WS-IDX-SOLICITACAO TO WS-IDX-ACHADO
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-ERRO-FILA-SIM
                     DISPLAY 'SOLICITACAO NAO CANCELADA.'
                WHEN WS-IDX-ACHADO = ZEROS
                     DISPLAY 'SOLICITACAO NAO ENCONTRADA.'
                WHEN NOT WS-OPERADOR-SUPERVISOR
                     AND BTQ-OPERADOR NOT = WS-OPERADOR-VALIDADO
                     DISPLAY 'SOLICITACAO DE OUTRO OPERADOR - SO O '
                             'SUPERVISOR CANCELA.'
                WHEN NOT BTQ-PENDENTE
                     PERFORM P420-DESCREVE-SOLICITACAO
                     DISPLAY 'SOLICITACAO ' WS-SITUACAO-DESC
                             ' - SO A PENDENTE PODE SER CANCELADA.'
                WHEN OTHER
                     SET BTQ-CANCELADA TO TRUE
                     MOVE REG-SOLICITACAO-BATCH
                          TO WS-SOLICITACAO-LINHA(WS-IDX-ACHADO)
                     PERFORM P800-REGRAVA-FILA
                     IF WS-BATCHREQ-OK
                        DISPLAY 'SOLICITACAO ' WS-NUMERO-INFORMADO
                                ' CANCELADA.'
                     END-IF
            END-EVALUATE.

       P800-REGRAVA-FILA.
            MOVE SPACES TO WS-BATCHREQ-STATUS
            OPEN OUTPUT FILA-SOLICITACOES
            IF WS-BATCHREQ-OK
               PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                       UNTIL WS-IDX-SOLICITACAO
                             > WS-QTD-SOLICITACOES-TAB
                   MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                        TO REG-SOLICITACAO-BATCH
                   WRITE REG-SOLICITACAO-BATCH
               END-PERFORM
               CLOSE FILA-SOLICITACOES
            ELSE
               DISPLAY 'ERRO AO GRAVAR BATCHREQ.dat - STATUS '
                       WS-BATCHREQ-STATUS
            END-IF.

           COPY OPERTBPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM BATCH-QUEUE.
