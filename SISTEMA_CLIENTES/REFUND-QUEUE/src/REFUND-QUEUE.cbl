      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Pedido de reembolso de saldo credor do cliente, no
      *            modelo de fila do WOFF-QUEUE: o operador pede o
      *            reembolso do saldo disponivel do cliente - valores
      *            em suspenso do CASHSUSP.dat (excedente de pagamento
      *            que nao casou com parcela) mais o saldo restante
      *            das notas de credito do CREDNOTE.dat - com os dados
      *            bancarios do favorecido (fila REEMBOLS.dat); um
      *            supervisor aprova ou recusa. O pagamento sai no
      *            REFUND-PAY, que gera o arquivo de pagamento e
      *            consome os saldos. Cliente que saiu da carteira
      *            ligava pedindo o dinheiro de volta e o saldo
      *            ficava parado para sempre.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-QUEUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY RMBSL.

           SELECT VALORES-SUSPENSOS ASSIGN TO
           'src\assets\CASHSUSP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSOS-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO
           'src\assets\CREDNOTE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  PEDIDOS-REEMBOLSO.
           COPY RMBF.

       FD  VALORES-SUSPENSOS.
           COPY SUSPF.

       FD  NOTAS-CREDITO.
           COPY CREDNF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-REEMBOLSOS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-REEMBOLSOS-OK                VALUE '00'.
       77  WS-SUSPENSOS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-SUSPENSOS-OK                 VALUE '00'.
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-CADASTRO-ABERTO      PIC X(01)   VALUE 'N'.
           88  WS-CADASTRO-ABERTO-SIM          VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DECISAO              PIC X(01)   VALUE SPACES.
       77  WS-CODIGO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       77  WS-BANCO-INFORMADO      PIC 9(03)   VALUE ZEROS.
       77  WS-AGENCIA-INFORMADA    PIC 9(04)   VALUE ZEROS.
       01  WS-CONTA-INFORMADA      PIC X(12)   VALUE SPACES.
       77  WS-TIPO-CONTA-INFORMADO PIC X(01)   VALUE SPACES.
           88  WS-TIPO-CONTA-VALIDO            VALUE 'C' 'P'.
       01  WS-MOTIVO-INFORMADO     PIC X(30)   VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * FILA DE PEDIDOS EM MEMORIA - REGRAVADA NO FIM DA SESSAO.
      * FILA MAIOR QUE A TABELA NAO ABRE A SESSAO: A REGRAVACAO SAI
      * SO DA TABELA E APAGARIA TODO PEDIDO ALEM DO TETO
       77  WS-MAX-PEDIDOS          PIC 9(03)   VALUE 500.
       77  WS-QTD-PEDIDOS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PEDIDO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-ULT-NUMERO-PEDIDO    PIC 9(06)   VALUE ZEROS.
       77  WS-FILA-MUDOU           PIC X(01)   VALUE 'N'.
           88  WS-FILA-MUDOU-SIM               VALUE 'S'.
       01  WS-TAB-PEDIDOS.
           05  WS-PEDIDO-LINHA     PIC X(180) OCCURS 500 TIMES.

      * SALDO DISPONIVEL DO CLIENTE NO MOMENTO DO PEDIDO
       77  WS-VALOR-SUSPENSO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-NOTAS          PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-DISPONIVEL     PIC 9(09)V99 VALUE ZEROS.
       77  WS-TEM-PARCELA-ABERTA   PIC X(01)   VALUE 'N'.
           88  WS-TEM-PARCELA-ABERTA-SIM       VALUE 'S'.
       77  WS-TEM-PEDIDO-ABERTO    PIC X(01)   VALUE 'N'.
           88  WS-TEM-PEDIDO-ABERTO-SIM        VALUE 'S'.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               IF WS-FILA-MUDOU-SIM
                  PERFORM P800-REGRAVA-PEDIDOS
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT CUSTOMER-MASTER
            IF NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR CADASTRO - STATUS '
                       WS-CUST-STATUS
            ELSE
               SET WS-CADASTRO-ABERTO-SIM TO TRUE
               PERFORM P150-CARREGA-PEDIDOS
            END-IF.

       P150-CARREGA-PEDIDOS.
            OPEN INPUT PEDIDOS-REEMBOLSO
            IF WS-REEMBOLSOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P160-LE-PEDIDO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE PEDIDOS-REEMBOLSO
            END-IF.

       P160-LE-PEDIDO.
            READ PEDIDOS-REEMBOLSO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-PEDIDOS-TAB < WS-MAX-PEDIDOS
                  ADD 1 TO WS-QTD-PEDIDOS-TAB
                  MOVE REG-PEDIDO-REEMBOLSO
                       TO WS-PEDIDO-LINHA(WS-QTD-PEDIDOS-TAB)
                  IF RMB-NUMERO IS NUMERIC
                     AND RMB-NUMERO > WS-ULT-NUMERO-PEDIDO
                     MOVE RMB-NUMERO TO WS-ULT-NUMERO-PEDIDO
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PEDIDOS ' PEDIDOS NA '
                          'FILA (REEMBOLS.dat) - SESSAO ENCERRADA '
                          'PARA NAO PERDER PEDIDOS NA REGRAVACAO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== REEMBOLSO DE SALDO CREDOR ====='
            DISPLAY '1 - SOLICITAR REEMBOLSO'
            DISPLAY '2 - DECIDIR PEDIDOS (SUPERVISOR)'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-SOLICITA-REEMBOLSO
                WHEN 2 PERFORM P400-DECIDE-PEDIDOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P300-SOLICITA-REEMBOLSO
      * Qualquer operador pede. Cliente cadastrado e nao excluido,
      * com documento validado (o favorecido e o proprio cliente),
      * sem outro pedido em andamento e sem parcela aberta - saldo
      * credor de quem ainda deve compensa a divida, nao volta em
      * dinheiro. O valor pedido e todo o saldo disponivel hoje.
      ******************************************************************
       P300-SOLICITA-REEMBOLSO.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-CODIGO-INFORMADO
            MOVE WS-CODIGO-INFORMADO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK AND NOT CSV-REGISTRO-EXCLUIDO
               PERFORM P310-CONFERE-PEDIDO-ABERTO
               PERFORM P320-CONFERE-PARCELAS
               PERFORM P330-APURA-SALDO
            END-IF

            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO CADASTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN CSV-REGISTRO-EXCLUIDO
                     DISPLAY 'CLIENTE EXCLUIDO.'
                WHEN NOT CSV-DOCUMENTO-VALIDADO
                     DISPLAY 'DOCUMENTO DO CLIENTE NAO VALIDADO - '
                             'REEMBOLSO SO PARA O TITULAR VALIDADO.'
                WHEN WS-TEM-PEDIDO-ABERTO-SIM
                     DISPLAY 'CLIENTE JA TEM PEDIDO DE REEMBOLSO EM '
                             'ANDAMENTO.'
                WHEN WS-TEM-PARCELA-ABERTA-SIM
                     DISPLAY 'CLIENTE COM PARCELA ABERTA - O SALDO '
                             'COMPENSA A DIVIDA, NAO E REEMBOLSADO.'
                WHEN WS-VALOR-DISPONIVEL = ZEROS
                     DISPLAY 'CLIENTE SEM SALDO CREDOR DISPONIVEL.'
                WHEN WS-QTD-PEDIDOS-TAB >= WS-MAX-PEDIDOS
                     DISPLAY 'FILA DE PEDIDOS CHEIA.'
                WHEN OTHER
                     PERFORM P340-REGISTRA-PEDIDO
            END-EVALUATE.

       P310-CONFERE-PEDIDO-ABERTO.
            MOVE 'N' TO WS-TEM-PEDIDO-ABERTO
            PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                    UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                     TO REG-PEDIDO-REEMBOLSO
                IF RMB-CODIGO = CSV-CODIGO AND RMB-EM-ANDAMENTO
                   SET WS-TEM-PEDIDO-ABERTO-SIM TO TRUE
                END-IF
            END-PERFORM.

       P320-CONFERE-PARCELAS.
            MOVE 'N' TO WS-TEM-PARCELA-ABERTA
            MOVE SPACES TO WS-PARCELAS-STATUS
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P325-LE-PARCELA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF.

       P325-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF PCL-CODIGO = CSV-CODIGO AND PCL-ABERTA
                  SET WS-TEM-PARCELA-ABERTA-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P330-APURA-SALDO
      * Saldo disponivel = valores em suspenso do cliente mais o saldo
      * restante das suas notas de credito. O pedido guarda a
      * fotografia das duas parcelas; o REFUND-PAY reapura no dia do
      * pagamento.
      ******************************************************************
       P330-APURA-SALDO.
            MOVE ZEROS TO WS-VALOR-SUSPENSO
            MOVE ZEROS TO WS-VALOR-NOTAS
            MOVE SPACES TO WS-SUSPENSOS-STATUS
            OPEN INPUT VALORES-SUSPENSOS
            IF WS-SUSPENSOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P335-LE-SUSPENSO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE VALORES-SUSPENSOS
            END-IF
            MOVE SPACES TO WS-NOTAS-STATUS
            OPEN INPUT NOTAS-CREDITO
            IF WS-NOTAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P336-LE-NOTA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE NOTAS-CREDITO
            END-IF
            COMPUTE WS-VALOR-DISPONIVEL =
                    WS-VALOR-SUSPENSO + WS-VALOR-NOTAS.

       P335-LE-SUSPENSO.
            READ VALORES-SUSPENSOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF SUS-CODIGO = CSV-CODIGO AND SUS-VALOR IS NUMERIC
                  ADD SUS-VALOR TO WS-VALOR-SUSPENSO
               END-IF
            END-IF.

       P336-LE-NOTA.
            READ NOTAS-CREDITO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF CNT-CODIGO-CLIENTE = CSV-CODIGO
                  AND CNT-SALDO-RESTANTE IS NUMERIC
                  ADD CNT-SALDO-RESTANTE TO WS-VALOR-NOTAS
               END-IF
            END-IF.

       P340-REGISTRA-PEDIDO.
            MOVE WS-VALOR-SUSPENSO TO WS-TOTAL-ED
            DISPLAY 'EM SUSPENSO.......: ' WS-TOTAL-ED
            MOVE WS-VALOR-NOTAS TO WS-TOTAL-ED
            DISPLAY 'NOTAS DE CREDITO..: ' WS-TOTAL-ED
            MOVE WS-VALOR-DISPONIVEL TO WS-TOTAL-ED
            DISPLAY 'TOTAL A REEMBOLSAR: ' WS-TOTAL-ED

            DISPLAY 'BANCO (3 DIGITOS): '
            ACCEPT WS-BANCO-INFORMADO
            DISPLAY 'AGENCIA (4 DIGITOS): '
            ACCEPT WS-AGENCIA-INFORMADA
            DISPLAY 'CONTA COM DIGITO: '
            MOVE SPACES TO WS-CONTA-INFORMADA
            ACCEPT WS-CONTA-INFORMADA
            MOVE SPACE TO WS-TIPO-CONTA-INFORMADO
            PERFORM UNTIL WS-TIPO-CONTA-VALIDO
                DISPLAY 'TIPO DE CONTA (C = CORRENTE, P = POUPANCA): '
                ACCEPT WS-TIPO-CONTA-INFORMADO
            END-PERFORM
            DISPLAY 'MOTIVO DO REEMBOLSO: '
            MOVE SPACES TO WS-MOTIVO-INFORMADO
            ACCEPT WS-MOTIVO-INFORMADO

            IF WS-BANCO-INFORMADO = ZEROS
               OR WS-AGENCIA-INFORMADA = ZEROS
               OR WS-CONTA-INFORMADA = SPACES
               DISPLAY 'DADOS BANCARIOS INCOMPLETOS - PEDIDO NAO '
                       'REGISTRADO.'
            ELSE
               ADD 1 TO WS-ULT-NUMERO-PEDIDO
               MOVE SPACES TO REG-PEDIDO-REEMBOLSO
               MOVE WS-ULT-NUMERO-PEDIDO    TO RMB-NUMERO
               MOVE CSV-CODIGO              TO RMB-CODIGO
               MOVE WS-VALOR-SUSPENSO       TO RMB-VALOR-SUSPENSO
               MOVE WS-VALOR-NOTAS          TO RMB-VALOR-NOTAS
               MOVE WS-VALOR-DISPONIVEL     TO RMB-VALOR
               MOVE WS-BANCO-INFORMADO      TO RMB-BANCO
               MOVE WS-AGENCIA-INFORMADA    TO RMB-AGENCIA
               MOVE WS-CONTA-INFORMADA      TO RMB-CONTA
               MOVE WS-TIPO-CONTA-INFORMADO TO RMB-TIPO-CONTA
               MOVE CSV-DOCUMENTO           TO RMB-DOC-FAVORECIDO
               MOVE CSV-NOME                TO RMB-NOME-FAVORECIDO
               MOVE WS-MOTIVO-INFORMADO     TO RMB-MOTIVO
               MOVE WS-DATA-HOJE            TO RMB-DATA-PEDIDO
               MOVE WS-OPERADOR-VALIDADO    TO RMB-OPERADOR
               SET RMB-PEDIDO TO TRUE
               MOVE SPACES TO RMB-APROVADOR
               MOVE ZEROS  TO RMB-DATA-DECISAO
               MOVE ZEROS  TO RMB-DATA-PAGAMENTO
               ADD 1 TO WS-QTD-PEDIDOS-TAB
               MOVE REG-PEDIDO-REEMBOLSO
                    TO WS-PEDIDO-LINHA(WS-QTD-PEDIDOS-TAB)
               SET WS-FILA-MUDOU-SIM TO TRUE
               DISPLAY 'PEDIDO ' RMB-NUMERO ' REGISTRADO - AGUARDA '
                       'APROVACAO DO SUPERVISOR.'
            END-IF.

      ******************************************************************
      * P400-DECIDE-PEDIDOS
      * So supervisor decide, e nunca o proprio pedido. Cada pedido
      * em aberto e mostrado e o supervisor aprova (A - fica para o
      * REFUND-PAY), recusa (R) ou pula (qualquer outra tecla).
      ******************************************************************
       P400-DECIDE-PEDIDOS.
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'DECISAO DE REEMBOLSO E OPERACAO DE '
                       'SUPERVISOR.'
            ELSE
               PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                       UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                   MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                        TO REG-PEDIDO-REEMBOLSO
                   IF RMB-PEDIDO
                      PERFORM P410-DECIDE-UM
                   END-IF
               END-PERFORM
               DISPLAY 'FILA PERCORRIDA.'
            END-IF.

       P410-DECIDE-UM.
            MOVE RMB-VALOR TO WS-TOTAL-ED
            DISPLAY 'PEDIDO ' RMB-NUMERO ' CLIENTE ' RMB-CODIGO
                    ' VALOR ' WS-TOTAL-ED
            DISPLAY 'FAVORECIDO ' RMB-NOME-FAVORECIDO
                    ' DOC ' RMB-DOC-FAVORECIDO
            DISPLAY 'BANCO ' RMB-BANCO ' AG ' RMB-AGENCIA
                    ' CONTA ' RMB-CONTA ' TIPO ' RMB-TIPO-CONTA
            DISPLAY 'PEDIDO EM ' RMB-DATA-PEDIDO ' POR ' RMB-OPERADOR
                    ' - MOTIVO: ' RMB-MOTIVO

            IF RMB-OPERADOR = WS-OPERADOR-VALIDADO
               DISPLAY 'PEDIDO DO PROPRIO SUPERVISOR - OUTRO '
                       'SUPERVISOR DECIDE.'
            ELSE
               DISPLAY 'APROVA (A), RECUSA (R) OU PULA (OUTRA): '
               ACCEPT WS-DECISAO

               EVALUATE WS-DECISAO
                   WHEN 'A'
                   WHEN 'a'
                        SET RMB-APROVADO TO TRUE
                        MOVE WS-OPERADOR-VALIDADO TO RMB-APROVADOR
                        MOVE WS-DATA-HOJE TO RMB-DATA-DECISAO
                        MOVE REG-PEDIDO-REEMBOLSO
                             TO WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                        SET WS-FILA-MUDOU-SIM TO TRUE
                        DISPLAY 'PEDIDO APROVADO - PAGO NO PROXIMO '
                                'REFUND-PAY.'
                   WHEN 'R'
                   WHEN 'r'
                        SET RMB-RECUSADO TO TRUE
                        MOVE WS-OPERADOR-VALIDADO TO RMB-APROVADOR
                        MOVE WS-DATA-HOJE TO RMB-DATA-DECISAO
                        MOVE REG-PEDIDO-REEMBOLSO
                             TO WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                        SET WS-FILA-MUDOU-SIM TO TRUE
                        DISPLAY 'PEDIDO RECUSADO.'
               END-EVALUATE
            END-IF.

       P800-REGRAVA-PEDIDOS.
            MOVE SPACES TO WS-REEMBOLSOS-STATUS
            OPEN OUTPUT PEDIDOS-REEMBOLSO
            IF NOT WS-REEMBOLSOS-OK
               DISPLAY 'ERRO AO REGRAVAR PEDIDOS - STATUS '
                       WS-REEMBOLSOS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                       UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                   MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                        TO REG-PEDIDO-REEMBOLSO
                   WRITE REG-PEDIDO-REEMBOLSO
               END-PERFORM
               CLOSE PEDIDOS-REEMBOLSO
            END-IF.

       P900-FINAL.
            IF WS-CADASTRO-ABERTO-SIM
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM REFUND-QUEUE.
