      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Autorizacao de devolucao de mercadoria (RMAFILE.dat
      *            - copybooks RMA*): quando o cliente pede para
      *            devolver, o atendimento abre a autorizacao contra o
      *            pedido FATURADO com o motivo e a quantidade de cada
      *            linha (ORDLINES.dat); na chegada o deposito informa
      *            a quantidade recebida e a condicao de cada linha -
      *            REVENDAVEL, AVARIADA ou SUCATA. So depois da
      *            inspecao o CREDIT-NOTE emite a nota do pedido, que
      *            devolve ao STOCKF.dat a parte revendavel. Consulta
      *            e cancelamento (so antes da chegada) completam o
      *            menu; o RMA-REPORT fecha o mes por item e motivo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMA-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY RMASL.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  DEVOLUCOES-MERCADORIA.
           COPY RMAF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-NAO-EXISTE               VALUE '23'.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-FIM-LINHAS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-LINHAS-SIM               VALUE 'S'.
       77  WS-PEDIDOS-ABERTOS      PIC X(01)   VALUE 'N'.
           88  WS-PEDIDOS-ABERTOS-SIM          VALUE 'S'.
       77  WS-PEDIDO-VALIDO        PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-VALIDO-SIM            VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - NIVEL DE
      * CONSULTA SO CONSULTA
           COPY OPERTBWS.

      * AUTORIZACOES DE DEVOLUCAO EM MEMORIA (COPYBOOKS RMA*) -
      * REGRAVADAS A CADA ABERTURA, INSPECAO OU CANCELAMENTO, PARA O
      * CREDIT-NOTE ENXERGAR A SITUACAO NA HORA
           COPY RMAWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       01  WS-MOTIVO-INFORMADO     PIC X(03)   VALUE SPACES.
       77  WS-QTD-INFORMADA        PIC 9(05)   VALUE ZEROS.
       01  WS-CONDICAO-INFORMADA   PIC X(01)   VALUE SPACE.
           88  WS-CONDICAO-VALIDA              VALUE 'R' 'D' 'S'.

      * LINHAS DO PEDIDO DEVOLVIDO - SO ENTRAM NA TABELA GERAL DEPOIS
      * DA CONFIRMACAO
       77  WS-MAX-LINHAS-DEV       PIC 9(02)   VALUE 20.
       77  WS-QTD-LINHAS-DEV       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-DEV        PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-A-DEVOLVER       PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-LINHAS-DEV.
           05  WS-LDV-ENTRADA      OCCURS 20 TIMES.
               10  WS-LDV-ITEM         PIC X(08).
               10  WS-LDV-QTD-VENDIDA  PIC 9(05).
               10  WS-LDV-QTD-DEVOLVER PIC 9(05).

       77  WS-QTD-ABERTAS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-INSPECOES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CANCELADAS       PIC 9(05)   VALUE ZEROS COMP.
       01  WS-SITUACAO-ED          PIC X(12)   VALUE SPACES.
       01  WS-CONDICAO-ED          PIC X(10)   VALUE SPACES.

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

            OPEN INPUT ORDER-MASTER
            IF WS-ORD-OK
               SET WS-PEDIDOS-ABERTOS-SIM TO TRUE
            END-IF
            PERFORM P8590-CARREGA-DEVOLUCOES

            IF NOT WS-ORD-OK OR WS-RMA-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                       WS-ORD-STATUS-ARQ
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== DEVOLUCAO DE MERCADORIA ====='
            DISPLAY '1 - ABRIR AUTORIZACAO DE DEVOLUCAO'
            DISPLAY '2 - INSPECIONAR MERCADORIA RECEBIDA'
            DISPLAY '3 - CONSULTAR AUTORIZACAO'
            DISPLAY '4 - CANCELAR AUTORIZACAO'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE TRUE
                WHEN WS-OPCAO-MENU = 0
                     SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN WS-OPCAO-MENU = 3
                     PERFORM P500-CONSULTA
                WHEN (WS-OPCAO-MENU = 1 OR WS-OPCAO-MENU = 2
                      OR WS-OPCAO-MENU = 4)
                     AND WS-OPERADOR-CONSULTA
                     DISPLAY 'OPERACAO EXIGE NIVEL DE OPERACAO - '
                             'ACESSO NEGADO.'
                WHEN WS-OPCAO-MENU = 1
                     PERFORM P300-ABRE-AUTORIZACAO
                WHEN WS-OPCAO-MENU = 2
                     PERFORM P400-INSPECIONA
                WHEN WS-OPCAO-MENU = 4
                     PERFORM P600-CANCELA
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P210-INFORMA-PEDIDO
      * Le o pedido digitado e resume a autorizacao dele (P8592).
      ******************************************************************
       P210-INFORMA-PEDIDO.
            MOVE 'N' TO WS-PEDIDO-VALIDO
            DISPLAY 'NUMERO DO PEDIDO: '
            MOVE ZEROS TO ORD-NUMERO
            ACCEPT ORD-NUMERO
            READ ORDER-MASTER KEY IS ORD-NUMERO
            EVALUATE TRUE
                WHEN WS-ORD-NAO-EXISTE
                     DISPLAY 'PEDIDO NAO ENCONTRADO.'
                WHEN NOT WS-ORD-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-ORD-STATUS-ARQ
                WHEN OTHER
                     SET WS-PEDIDO-VALIDO-SIM TO TRUE
                     MOVE ORD-NUMERO TO WS-RMA-PEDIDO-PROC
                     PERFORM P8592-RESUME-DEVOLUCAO
            END-EVALUATE.

      ******************************************************************
      * P300-ABRE-AUTORIZACAO
      * So pedido FATURADO e sem autorizacao em andamento (uma
      * cancelada pode ser refeita). Motivo da tabela de motivos e a
      * quantidade a devolver de cada linha do pedido, confirmados de
      * uma vez; as linhas nascem AUTORIZADAS.
      ******************************************************************
       P300-ABRE-AUTORIZACAO.
            PERFORM P210-INFORMA-PEDIDO
            IF WS-PEDIDO-VALIDO-SIM
               EVALUATE TRUE
                   WHEN NOT ORD-FATURADO
                        DISPLAY 'SO PEDIDO FATURADO PODE SER '
                                'DEVOLVIDO.'
                   WHEN WS-RMA-QTD-LINHAS > ZEROS
                        DISPLAY 'PEDIDO JA TEM AUTORIZACAO DE '
                                'DEVOLUCAO - CONSULTE PELA OPCAO 3.'
                   WHEN OTHER
                        PERFORM P310-INFORMA-MOTIVO
                        IF WS-RMA-MOTIVO-VALIDO-SIM
                           PERFORM P320-CARREGA-LINHAS
                           PERFORM P330-QUANTIDADES
                        END-IF
               END-EVALUATE
            END-IF.

       P310-INFORMA-MOTIVO.
            PERFORM VARYING WS-IDX-MOTIVO-RMA FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO-RMA > WS-QTD-MOTIVOS-RMA
                DISPLAY '  ' WS-MTR-CODIGO(WS-IDX-MOTIVO-RMA) ' - '
                        WS-MTR-DESCRICAO(WS-IDX-MOTIVO-RMA)
            END-PERFORM
            DISPLAY 'MOTIVO DA DEVOLUCAO: '
            MOVE SPACES TO WS-MOTIVO-INFORMADO
            ACCEPT WS-MOTIVO-INFORMADO
            MOVE WS-MOTIVO-INFORMADO TO WS-RMA-MOTIVO-PROC
            PERFORM P8593-DESCREVE-MOTIVO
            IF NOT WS-RMA-MOTIVO-VALIDO-SIM
               DISPLAY 'MOTIVO INVALIDO - AUTORIZACAO ABANDONADA.'
            END-IF.

      ******************************************************************
      * P320-CARREGA-LINHAS
      * Linhas do pedido no ORDLINES.dat; pedido anterior as linhas
      * (sem nenhuma) usa o espelho do cabecalho.
      ******************************************************************
       P320-CARREGA-LINHAS.
            MOVE ZEROS TO WS-QTD-LINHAS-DEV
            MOVE 'N' TO WS-FIM-LINHAS
            OPEN INPUT LINHAS-PEDIDO
            IF WS-LINHAS-OK
               PERFORM P325-LE-LINHA UNTIL WS-FIM-LINHAS-SIM
               CLOSE LINHAS-PEDIDO
            END-IF
            IF WS-QTD-LINHAS-DEV = ZEROS
               MOVE 1 TO WS-QTD-LINHAS-DEV
               MOVE ORD-ITEM(1:8)  TO WS-LDV-ITEM(1)
               MOVE ORD-QUANTIDADE TO WS-LDV-QTD-VENDIDA(1)
            END-IF.

       P325-LE-LINHA.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-LINHAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LINHAS-SIM
               IF ORL-NUMERO = ORD-NUMERO
                  AND WS-QTD-LINHAS-DEV < WS-MAX-LINHAS-DEV
                  ADD 1 TO WS-QTD-LINHAS-DEV
                  MOVE ORL-ITEM TO WS-LDV-ITEM(WS-QTD-LINHAS-DEV)
                  MOVE ORL-QUANTIDADE
                       TO WS-LDV-QTD-VENDIDA(WS-QTD-LINHAS-DEV)
               END-IF
            END-IF.

       P330-QUANTIDADES.
            MOVE ZEROS TO WS-QTD-A-DEVOLVER
            PERFORM P335-QUANTIDADE-LINHA
                    VARYING WS-IDX-LINHA-DEV FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-DEV > WS-QTD-LINHAS-DEV

            EVALUATE TRUE
                WHEN WS-QTD-A-DEVOLVER = ZEROS
                     DISPLAY 'NENHUMA QUANTIDADE A DEVOLVER - '
                             'AUTORIZACAO ABANDONADA.'
                WHEN WS-QTD-RMA-TAB + WS-QTD-A-DEVOLVER > WS-MAX-RMA
                     DISPLAY 'TABELA DE DEVOLUCOES CHEIA - '
                             'AUTORIZACAO ABANDONADA.'
                WHEN OTHER
                     DISPLAY WS-QTD-A-DEVOLVER ' LINHA(S) - MOTIVO '
                             WS-RMA-MOTIVO-DESCRICAO
                     DISPLAY 'CONFIRMA A AUTORIZACAO (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        PERFORM P350-GRAVA-AUTORIZACAO
                     ELSE
                        DISPLAY 'AUTORIZACAO DESISTIDA.'
                     END-IF
            END-EVALUATE.

       P335-QUANTIDADE-LINHA.
            DISPLAY 'ITEM ' WS-LDV-ITEM(WS-IDX-LINHA-DEV)
                    ' VENDIDO ' WS-LDV-QTD-VENDIDA(WS-IDX-LINHA-DEV)
                    ' - QUANTIDADE A DEVOLVER (0 = NENHUMA): '
            MOVE ZEROS TO WS-QTD-INFORMADA
            ACCEPT WS-QTD-INFORMADA
            IF WS-QTD-INFORMADA > WS-LDV-QTD-VENDIDA(WS-IDX-LINHA-DEV)
               DISPLAY 'MAIOR QUE A QUANTIDADE VENDIDA - LINHA '
                       'IGNORADA.'
               MOVE ZEROS TO WS-QTD-INFORMADA
            END-IF
            MOVE WS-QTD-INFORMADA
                 TO WS-LDV-QTD-DEVOLVER(WS-IDX-LINHA-DEV)
            IF WS-QTD-INFORMADA > ZEROS
               ADD 1 TO WS-QTD-A-DEVOLVER
            END-IF.

       P350-GRAVA-AUTORIZACAO.
            PERFORM VARYING WS-IDX-LINHA-DEV FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-DEV > WS-QTD-LINHAS-DEV
                IF WS-LDV-QTD-DEVOLVER(WS-IDX-LINHA-DEV) > ZEROS
                   ADD 1 TO WS-QTD-RMA-TAB
                   ADD 1 TO WS-RMA-ULTIMA-SEQUENCIA
                   MOVE ORD-NUMERO TO WS-RMT-PEDIDO(WS-QTD-RMA-TAB)
                   MOVE WS-RMA-ULTIMA-SEQUENCIA
                        TO WS-RMT-SEQUENCIA(WS-QTD-RMA-TAB)
                   MOVE ORD-CODIGO-CLIENTE
                        TO WS-RMT-CLIENTE(WS-QTD-RMA-TAB)
                   MOVE WS-DATA-HOJE
                        TO WS-RMT-DATA-ABERTURA(WS-QTD-RMA-TAB)
                   MOVE WS-RMA-MOTIVO-PROC
                        TO WS-RMT-MOTIVO(WS-QTD-RMA-TAB)
                   MOVE WS-LDV-ITEM(WS-IDX-LINHA-DEV)
                        TO WS-RMT-ITEM(WS-QTD-RMA-TAB)
                   MOVE WS-LDV-QTD-DEVOLVER(WS-IDX-LINHA-DEV)
                        TO WS-RMT-QTD-AUTORIZADA(WS-QTD-RMA-TAB)
                   MOVE ZEROS TO WS-RMT-QTD-RECEBIDA(WS-QTD-RMA-TAB)
                   MOVE SPACE TO WS-RMT-CONDICAO(WS-QTD-RMA-TAB)
                   MOVE ZEROS TO WS-RMT-DATA-INSPECAO(WS-QTD-RMA-TAB)
                   SET WS-RMT-AUTORIZADA(WS-QTD-RMA-TAB) TO TRUE
                   MOVE ZEROS TO WS-RMT-NOTA(WS-QTD-RMA-TAB)
                   MOVE WS-OPERADOR-VALIDADO
                        TO WS-RMT-OPERADOR(WS-QTD-RMA-TAB)
                END-IF
            END-PERFORM

            PERFORM P800-REGRAVA
            IF WS-RMA-GRAVADAS-SIM
               ADD 1 TO WS-QTD-ABERTAS
               DISPLAY 'AUTORIZACAO DE DEVOLUCAO ABERTA PARA O '
                       'PEDIDO ' ORD-NUMERO '.'
            END-IF.

      ******************************************************************
      * P400-INSPECIONA
      * Todas as linhas AUTORIZADAS do pedido de uma vez: quantidade
      * recebida (ate a autorizada) e a condicao de cada uma. Linha
      * que nao chegou fica com zero recebido e nao volta ao estoque.
      ******************************************************************
       P400-INSPECIONA.
            PERFORM P210-INFORMA-PEDIDO
            IF WS-PEDIDO-VALIDO-SIM
               IF WS-RMA-QTD-AUTORIZADAS = ZEROS
                  DISPLAY 'PEDIDO SEM MERCADORIA AUTORIZADA AGUARDANDO '
                          'CHEGADA.'
               ELSE
                  DISPLAY 'CONDICAO: R = REVENDAVEL  D = AVARIADA  '
                          'S = SUCATA'
                  PERFORM P410-INSPECIONA-LINHA
                          VARYING WS-IDX-RMA FROM 1 BY 1
                          UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                  DISPLAY 'CONFIRMA A INSPECAO (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P420-FECHA-INSPECAO
                             VARYING WS-IDX-RMA FROM 1 BY 1
                             UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                     PERFORM P800-REGRAVA
                     IF WS-RMA-GRAVADAS-SIM
                        ADD 1 TO WS-QTD-INSPECOES
                        DISPLAY 'INSPECAO REGISTRADA - A NOTA DE '
                                'CREDITO JA PODE SER EMITIDA.'
                     END-IF
                  ELSE
                     PERFORM P8590-CARREGA-DEVOLUCOES
                     DISPLAY 'INSPECAO DESISTIDA.'
                  END-IF
               END-IF
            END-IF.

       P410-INSPECIONA-LINHA.
            IF WS-RMT-PEDIDO(WS-IDX-RMA) = ORD-NUMERO
               AND WS-RMT-AUTORIZADA(WS-IDX-RMA)
               DISPLAY 'ITEM ' WS-RMT-ITEM(WS-IDX-RMA) ' AUTORIZADO '
                       WS-RMT-QTD-AUTORIZADA(WS-IDX-RMA)
                       ' - QUANTIDADE RECEBIDA: '
               MOVE ZEROS TO WS-QTD-INFORMADA
               ACCEPT WS-QTD-INFORMADA
               IF WS-QTD-INFORMADA > WS-RMT-QTD-AUTORIZADA(WS-IDX-RMA)
                  DISPLAY 'MAIOR QUE A AUTORIZADA - CONSIDERADA A '
                          'AUTORIZADA.'
                  MOVE WS-RMT-QTD-AUTORIZADA(WS-IDX-RMA)
                       TO WS-QTD-INFORMADA
               END-IF
               MOVE WS-QTD-INFORMADA TO WS-RMT-QTD-RECEBIDA(WS-IDX-RMA)
               MOVE SPACE TO WS-RMT-CONDICAO(WS-IDX-RMA)
               IF WS-QTD-INFORMADA > ZEROS
                  MOVE SPACE TO WS-CONDICAO-INFORMADA
                  PERFORM P415-INFORMA-CONDICAO
                          UNTIL WS-CONDICAO-VALIDA
                  MOVE WS-CONDICAO-INFORMADA
                       TO WS-RMT-CONDICAO(WS-IDX-RMA)
               END-IF
            END-IF.

       P415-INFORMA-CONDICAO.
            DISPLAY 'CONDICAO (R/D/S): '
            ACCEPT WS-CONDICAO-INFORMADA
            IF NOT WS-CONDICAO-VALIDA
               DISPLAY 'CONDICAO INVALIDA.'
            END-IF.

       P420-FECHA-INSPECAO.
            IF WS-RMT-PEDIDO(WS-IDX-RMA) = ORD-NUMERO
               AND WS-RMT-AUTORIZADA(WS-IDX-RMA)
               SET WS-RMT-INSPECIONADA(WS-IDX-RMA) TO TRUE
               MOVE WS-DATA-HOJE TO WS-RMT-DATA-INSPECAO(WS-IDX-RMA)
               MOVE WS-OPERADOR-VALIDADO TO WS-RMT-OPERADOR(WS-IDX-RMA)
            END-IF.

       P500-CONSULTA.
            PERFORM P210-INFORMA-PEDIDO
            IF WS-PEDIDO-VALIDO-SIM
               IF WS-RMA-QTD-LINHAS = ZEROS
                  AND WS-RMA-ULTIMA-SEQUENCIA = ZEROS
                  DISPLAY 'PEDIDO SEM AUTORIZACAO DE DEVOLUCAO.'
               ELSE
                  PERFORM P510-MOSTRA-LINHA
                          VARYING WS-IDX-RMA FROM 1 BY 1
                          UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
               END-IF
            END-IF.

       P510-MOSTRA-LINHA.
            IF WS-RMT-PEDIDO(WS-IDX-RMA) = ORD-NUMERO
               MOVE WS-RMT-MOTIVO(WS-IDX-RMA) TO WS-RMA-MOTIVO-PROC
               PERFORM P8593-DESCREVE-MOTIVO
               EVALUATE TRUE
                   WHEN WS-RMT-AUTORIZADA(WS-IDX-RMA)
                        MOVE 'AUTORIZADA' TO WS-SITUACAO-ED
                   WHEN WS-RMT-INSPECIONADA(WS-IDX-RMA)
                        MOVE 'INSPECIONADA' TO WS-SITUACAO-ED
                   WHEN WS-RMT-ENCERRADA(WS-IDX-RMA)
                        MOVE 'ENCERRADA' TO WS-SITUACAO-ED
                   WHEN OTHER
                        MOVE 'CANCELADA' TO WS-SITUACAO-ED
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-RMT-REVENDAVEL(WS-IDX-RMA)
                        MOVE 'REVENDAVEL' TO WS-CONDICAO-ED
                   WHEN WS-RMT-AVARIADA(WS-IDX-RMA)
                        MOVE 'AVARIADA' TO WS-CONDICAO-ED
                   WHEN WS-RMT-SUCATA(WS-IDX-RMA)
                        MOVE 'SUCATA' TO WS-CONDICAO-ED
                   WHEN OTHER
                        MOVE SPACES TO WS-CONDICAO-ED
               END-EVALUATE
               DISPLAY '  ' WS-RMT-SEQUENCIA(WS-IDX-RMA)
                       ' ' WS-RMT-ITEM(WS-IDX-RMA)
                       ' AUTORIZADA ' WS-RMT-QTD-AUTORIZADA(WS-IDX-RMA)
                       ' RECEBIDA ' WS-RMT-QTD-RECEBIDA(WS-IDX-RMA)
                       ' ' WS-CONDICAO-ED ' ' WS-SITUACAO-ED
               DISPLAY '      ABERTA EM '
                       WS-RMT-DATA-ABERTURA(WS-IDX-RMA)
                       ' - ' WS-RMA-MOTIVO-DESCRICAO
               IF WS-RMT-ENCERRADA(WS-IDX-RMA)
                  DISPLAY '      NOTA DE CREDITO '
                          WS-RMT-NOTA(WS-IDX-RMA)
               END-IF
            END-IF.

      ******************************************************************
      * P600-CANCELA
      * So autorizacao com todas as linhas ainda AUTORIZADAS - depois
      * da chegada a mercadoria ja esta no deposito.
      ******************************************************************
       P600-CANCELA.
            PERFORM P210-INFORMA-PEDIDO
            IF WS-PEDIDO-VALIDO-SIM
               IF WS-RMA-QTD-AUTORIZADAS = ZEROS
                  OR WS-RMA-QTD-AUTORIZADAS NOT = WS-RMA-QTD-LINHAS
                  DISPLAY 'SO AUTORIZACAO SEM MERCADORIA RECEBIDA '
                          'PODE SER CANCELADA.'
               ELSE
                  DISPLAY 'CONFIRMA O CANCELAMENTO DA AUTORIZACAO '
                          '(S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM VARYING WS-IDX-RMA FROM 1 BY 1
                             UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                         IF WS-RMT-PEDIDO(WS-IDX-RMA) = ORD-NUMERO
                            AND WS-RMT-AUTORIZADA(WS-IDX-RMA)
                            SET WS-RMT-CANCELADA(WS-IDX-RMA) TO TRUE
                            MOVE WS-OPERADOR-VALIDADO
                                 TO WS-RMT-OPERADOR(WS-IDX-RMA)
                         END-IF
                     END-PERFORM
                     PERFORM P800-REGRAVA
                     IF WS-RMA-GRAVADAS-SIM
                        ADD 1 TO WS-QTD-CANCELADAS
                        DISPLAY 'AUTORIZACAO CANCELADA.'
                     END-IF
                  ELSE
                     DISPLAY 'CANCELAMENTO DESISTIDO.'
                  END-IF
               END-IF
            END-IF.

       P800-REGRAVA.
            PERFORM P8598-GRAVA-DEVOLUCOES
            IF NOT WS-RMA-GRAVADAS-SIM
               DISPLAY 'ERRO AO GRAVAR DEVOLUCOES - STATUS '
                       WS-RMA-STATUS ' - SESSAO ENCERRADA.'
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-SESSAO-SIM TO TRUE
            END-IF.

       P900-FINAL.
            IF WS-PEDIDOS-ABERTOS-SIM
               CLOSE ORDER-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'DEVOLUCOES: ' WS-QTD-ABERTAS ' ABERTA(S), '
                       WS-QTD-INSPECOES ' INSPECIONADA(S), '
                       WS-QTD-CANCELADAS ' CANCELADA(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RMAPA.
           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM RMA-MAINT.
