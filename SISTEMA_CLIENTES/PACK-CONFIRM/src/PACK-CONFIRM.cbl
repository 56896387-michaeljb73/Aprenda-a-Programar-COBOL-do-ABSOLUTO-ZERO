      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Conferencia da embalagem dos pedidos faturados
      *            (PACKFILE.dat - copybooks PACK*): com o romaneio do
      *            PICK-LIST na mao, o deposito informa a quantidade
      *            separada de cada linha do pedido. Linha com a
      *            quantidade pedida fica CONFERIDA; com menos, fica
      *            com FALTA e pode ser conferida de novo quando a
      *            mercadoria aparecer. O SHIP-CONFIRM so embarca
      *            pedido com todas as linhas CONFERIDAS. Consulta da
      *            situacao completa o menu.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACK-CONFIRM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY PACKSL.

           SELECT ARQUIVO-EMBARQUES ASSIGN TO
           'src\assets\SHIPFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMBARQUES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  SEPARACAO-PEDIDOS.
           COPY PACKF.

       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-NAO-EXISTE               VALUE '23'.
       77  WS-EMBARQUES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-EMBARQUES-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-FIM-EMBARQUES        PIC X(01)   VALUE 'N'.
           88  WS-FIM-EMBARQUES-SIM            VALUE 'S'.
       77  WS-PEDIDOS-ABERTOS      PIC X(01)   VALUE 'N'.
           88  WS-PEDIDOS-ABERTOS-SIM          VALUE 'S'.
       77  WS-PEDIDO-VALIDO        PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-VALIDO-SIM            VALUE 'S'.
       77  WS-PEDIDO-EMBARCADO     PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-EMBARCADO-SIM         VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - NIVEL DE
      * CONSULTA SO CONSULTA
           COPY OPERTBWS.

      * SEPARACAO DOS PEDIDOS EM MEMORIA (COPYBOOKS PACK*) -
      * REGRAVADA A CADA CONFERENCIA, PARA O SHIP-CONFIRM ENXERGAR A
      * SITUACAO NA HORA
           COPY PACKWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-INFORMADA        PIC 9(05)   VALUE ZEROS.

      * QUANTIDADES DIGITADAS NA CONFERENCIA CORRENTE - SO VAO PARA A
      * TABELA DEPOIS DA CONFIRMACAO (INDICE = LINHA DA TABELA)
       77  WS-QTD-LINHAS-CONF      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-CONF       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-FALTAS-CONF      PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-LINHAS-CONF.
           05  WS-LCF-ENTRADA      OCCURS 100 TIMES.
               10  WS-LCF-IDX-PCK      PIC 9(04)   COMP.
               10  WS-LCF-QTD-SEPARADA PIC 9(05).

       77  WS-QTD-CONFERENCIAS     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PEDIDOS-FALTA    PIC 9(05)   VALUE ZEROS COMP.
       01  WS-SITUACAO-ED          PIC X(12)   VALUE SPACES.

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
            PERFORM P8690-CARREGA-SEPARACAO

            IF NOT WS-ORD-OK OR WS-PCK-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                       WS-ORD-STATUS-ARQ
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== CONFERENCIA DE EMBALAGEM ====='
            DISPLAY '1 - CONFERIR EMBALAGEM DO PEDIDO'
            DISPLAY '2 - CONSULTAR SEPARACAO DO PEDIDO'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE TRUE
                WHEN WS-OPCAO-MENU = 0
                     SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN WS-OPCAO-MENU = 2
                     PERFORM P500-CONSULTA
                WHEN WS-OPCAO-MENU = 1 AND WS-OPERADOR-CONSULTA
                     DISPLAY 'OPERACAO EXIGE NIVEL DE OPERACAO - '
                             'ACESSO NEGADO.'
                WHEN WS-OPCAO-MENU = 1
                     PERFORM P300-CONFERE-PEDIDO
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P210-INFORMA-PEDIDO
      * Le o pedido digitado e resume a separacao dele (P8692).
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
                     MOVE ORD-NUMERO TO WS-PCK-PEDIDO-PROC
                     PERFORM P8692-RESUME-SEPARACAO
            END-EVALUATE.

      ******************************************************************
      * P220-CONFERE-EMBARQUE
      * Pedido ja embarcado (SHIPFILE.dat) nao volta a ser conferido.
      ******************************************************************
       P220-CONFERE-EMBARQUE.
            MOVE 'N' TO WS-PEDIDO-EMBARCADO
            MOVE 'N' TO WS-FIM-EMBARQUES
            OPEN INPUT ARQUIVO-EMBARQUES
            IF WS-EMBARQUES-OK
               PERFORM P225-LE-EMBARQUE UNTIL WS-FIM-EMBARQUES-SIM
               CLOSE ARQUIVO-EMBARQUES
            END-IF.

       P225-LE-EMBARQUE.
            READ ARQUIVO-EMBARQUES
                 AT END SET WS-FIM-EMBARQUES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-EMBARQUES-SIM
               IF SHP-NUMERO-PEDIDO = ORD-NUMERO
                  SET WS-PEDIDO-EMBARCADO-SIM TO TRUE
                  SET WS-FIM-EMBARQUES-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P300-CONFERE-PEDIDO
      * So pedido FATURADO, ainda nao embarcado, listado pelo
      * PICK-LIST e com alguma linha ainda nao CONFERIDA. A
      * quantidade separada de cada linha LISTADA ou com FALTA e
      * digitada (de zero ate a pedida) e confirmada de uma vez.
      ******************************************************************
       P300-CONFERE-PEDIDO.
            PERFORM P210-INFORMA-PEDIDO
            IF WS-PEDIDO-VALIDO-SIM
               PERFORM P220-CONFERE-EMBARQUE
               EVALUATE TRUE
                   WHEN NOT ORD-FATURADO
                        DISPLAY 'SO PEDIDO FATURADO E CONFERIDO.'
                   WHEN WS-PEDIDO-EMBARCADO-SIM
                        DISPLAY 'PEDIDO JA EMBARCADO.'
                   WHEN WS-PCK-QTD-LINHAS = ZEROS
                        DISPLAY 'PEDIDO AINDA NAO ESTA EM LISTA DE '
                                'SEPARACAO - RODE O PICK-LIST.'
                   WHEN WS-PCK-QTD-CONFERIDAS = WS-PCK-QTD-LINHAS
                        DISPLAY 'EMBALAGEM DO PEDIDO JA CONFERIDA '
                                'COMPLETA.'
                   WHEN OTHER
                        PERFORM P310-QUANTIDADES
               END-EVALUATE
            END-IF.

       P310-QUANTIDADES.
            MOVE ZEROS TO WS-QTD-LINHAS-CONF
            MOVE ZEROS TO WS-QTD-FALTAS-CONF
            PERFORM P320-QUANTIDADE-LINHA
                    VARYING WS-IDX-PCK FROM 1 BY 1
                    UNTIL WS-IDX-PCK > WS-QTD-PCK-TAB

            IF WS-QTD-FALTAS-CONF > ZEROS
               DISPLAY 'FALTA NA SEPARACAO EM ' WS-QTD-FALTAS-CONF
                       ' LINHA(S) - O PEDIDO NAO EMBARCA ATE SER '
                       'CONFERIDO COMPLETO.'
            ELSE
               DISPLAY 'TODAS AS LINHAS SEPARADAS COMPLETAS.'
            END-IF
            DISPLAY 'CONFIRMA A CONFERENCIA (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM P330-FECHA-LINHA
                       VARYING WS-IDX-LINHA-CONF FROM 1 BY 1
                       UNTIL WS-IDX-LINHA-CONF > WS-QTD-LINHAS-CONF
               PERFORM P800-REGRAVA
               IF WS-PCK-GRAVADAS-SIM
                  ADD 1 TO WS-QTD-CONFERENCIAS
                  IF WS-QTD-FALTAS-CONF > ZEROS
                     ADD 1 TO WS-QTD-PEDIDOS-FALTA
                     DISPLAY 'CONFERENCIA REGISTRADA COM FALTA.'
                  ELSE
                     DISPLAY 'CONFERENCIA REGISTRADA - PEDIDO LIBERADO '
                             'PARA EMBARQUE.'
                  END-IF
               END-IF
            ELSE
               DISPLAY 'CONFERENCIA DESISTIDA.'
            END-IF.

       P320-QUANTIDADE-LINHA.
            IF WS-PKT-PEDIDO(WS-IDX-PCK) = ORD-NUMERO
               AND NOT WS-PKT-CONFERIDA(WS-IDX-PCK)
               AND WS-QTD-LINHAS-CONF < 100
               DISPLAY 'LINHA ' WS-PKT-SEQUENCIA(WS-IDX-PCK)
                       ' ITEM ' WS-PKT-ITEM(WS-IDX-PCK)
                       ' PEDIDO ' WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                       ' - QUANTIDADE SEPARADA: '
               MOVE ZEROS TO WS-QTD-INFORMADA
               ACCEPT WS-QTD-INFORMADA
               IF WS-QTD-INFORMADA > WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                  DISPLAY 'MAIOR QUE A PEDIDA - CONSIDERADA A PEDIDA.'
                  MOVE WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                       TO WS-QTD-INFORMADA
               END-IF
               IF WS-QTD-INFORMADA < WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                  ADD 1 TO WS-QTD-FALTAS-CONF
               END-IF
               ADD 1 TO WS-QTD-LINHAS-CONF
               MOVE WS-IDX-PCK TO WS-LCF-IDX-PCK(WS-QTD-LINHAS-CONF)
               MOVE WS-QTD-INFORMADA
                    TO WS-LCF-QTD-SEPARADA(WS-QTD-LINHAS-CONF)
            END-IF.

       P330-FECHA-LINHA.
            MOVE WS-LCF-IDX-PCK(WS-IDX-LINHA-CONF) TO WS-IDX-PCK
            MOVE WS-LCF-QTD-SEPARADA(WS-IDX-LINHA-CONF)
                 TO WS-PKT-QTD-SEPARADA(WS-IDX-PCK)
            IF WS-PKT-QTD-SEPARADA(WS-IDX-PCK)
               < WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
               SET WS-PKT-FALTA(WS-IDX-PCK) TO TRUE
            ELSE
               SET WS-PKT-CONFERIDA(WS-IDX-PCK) TO TRUE
            END-IF
            MOVE WS-DATA-HOJE TO WS-PKT-DATA-CONFERENCIA(WS-IDX-PCK)
            MOVE WS-OPERADOR-VALIDADO TO WS-PKT-OPERADOR(WS-IDX-PCK).

       P500-CONSULTA.
            PERFORM P210-INFORMA-PEDIDO
            IF WS-PEDIDO-VALIDO-SIM
               IF WS-PCK-QTD-LINHAS = ZEROS
                  DISPLAY 'PEDIDO SEM LISTA DE SEPARACAO.'
               ELSE
                  PERFORM P510-MOSTRA-LINHA
                          VARYING WS-IDX-PCK FROM 1 BY 1
                          UNTIL WS-IDX-PCK > WS-QTD-PCK-TAB
                  DISPLAY WS-PCK-QTD-LINHAS ' LINHA(S): '
                          WS-PCK-QTD-LISTADAS ' A CONFERIR, '
                          WS-PCK-QTD-CONFERIDAS ' CONFERIDA(S), '
                          WS-PCK-QTD-FALTAS ' COM FALTA.'
               END-IF
            END-IF.

       P510-MOSTRA-LINHA.
            IF WS-PKT-PEDIDO(WS-IDX-PCK) = ORD-NUMERO
               EVALUATE TRUE
                   WHEN WS-PKT-LISTADA(WS-IDX-PCK)
                        MOVE 'A CONFERIR' TO WS-SITUACAO-ED
                   WHEN WS-PKT-CONFERIDA(WS-IDX-PCK)
                        MOVE 'CONFERIDA' TO WS-SITUACAO-ED
                   WHEN OTHER
                        MOVE 'COM FALTA' TO WS-SITUACAO-ED
               END-EVALUATE
               DISPLAY '  ' WS-PKT-SEQUENCIA(WS-IDX-PCK)
                       ' ' WS-PKT-ITEM(WS-IDX-PCK)
                       ' DEP ' WS-PKT-DEPOSITO(WS-IDX-PCK)
                       ' PEDIDA ' WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                       ' SEPARADA ' WS-PKT-QTD-SEPARADA(WS-IDX-PCK)
                       ' ' WS-SITUACAO-ED
               IF NOT WS-PKT-LISTADA(WS-IDX-PCK)
                  DISPLAY '      CONFERIDA EM '
                          WS-PKT-DATA-CONFERENCIA(WS-IDX-PCK)
                          ' POR ' WS-PKT-OPERADOR(WS-IDX-PCK)
               END-IF
            END-IF.

       P800-REGRAVA.
            PERFORM P8698-GRAVA-SEPARACAO
            IF NOT WS-PCK-GRAVADAS-SIM
               DISPLAY 'ERRO AO GRAVAR SEPARACAO - STATUS '
                       WS-PCK-STATUS ' - SESSAO ENCERRADA.'
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
               DISPLAY 'CONFERENCIAS: ' WS-QTD-CONFERENCIAS
                       ' REGISTRADA(S), ' WS-QTD-PEDIDOS-FALTA
                       ' COM FALTA.'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY PACKPA.
           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM PACK-CONFIRM.
