      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Pagamento dos reembolsos de saldo credor aprovados
      *            no REFUND-QUEUE. Para cada pedido aprovado o saldo
      *            disponivel do cliente e reapurado (valores em
      *            suspenso do CASHSUSP.dat mais saldo restante das
      *            notas de credito do CREDNOTE.dat); cobrindo o valor
      *            aprovado, o reembolso sai no arquivo de pagamento
      *            REEMBPAG.txt (header, um detalhe por favorecido com
      *            os dados bancarios, trailer com contagem e total -
      *            e a linha do MANIFEST.txt), consome primeiro os
      *            valores em suspenso e depois o saldo das notas
      *            (CNT-VALOR-REEMBOLSADO), vai para o REEMBREG.dat
      *            (contabilizado pelo GL-JOURNAL) e deixa o cadastro
      *            do cliente no TRANS-LOG com o aprovador. Saldo que
      *            ja nao cobre o aprovado (compensado ou baixado
      *            depois do pedido) cancela o pedido com registro no
      *            ERROR-LOG - novo pedido sai com o saldo de hoje.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-PAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY TRANSLSL.
           COPY ERRLOGSL.
           COPY MANIFSL.
           COPY RMBSL.
           COPY RMBPSL.

           SELECT VALORES-SUSPENSOS ASSIGN TO
           'src\assets\CASHSUSP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSOS-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO
           'src\assets\CREDNOTE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.

           SELECT ARQUIVO-PAGAMENTO ASSIGN TO
           'src\assets\REEMBPAG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  PEDIDOS-REEMBOLSO.
           COPY RMBF.

       FD  REGISTRO-REEMBOLSOS.
           COPY RMBPF.

       FD  VALORES-SUSPENSOS.
           COPY SUSPF.

       FD  NOTAS-CREDITO.
           COPY CREDNF.

      * ARQUIVO DE PAGAMENTO - TIPO 0 = HEADER (DATA DE GERACAO),
      * 1 = FAVORECIDO, 9 = TRAILER (CONTAGEM E TOTAL PAGO)
       FD  ARQUIVO-PAGAMENTO.
       01  REG-PAGAMENTO               PIC X(100).
       01  REG-PAGAMENTO-HEADER REDEFINES REG-PAGAMENTO.
           05  RPH-TIPO                PIC X(01).
           05  RPH-DATA-GERACAO        PIC 9(08).
           05  RPH-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(81).
       01  REG-PAGAMENTO-DETALHE REDEFINES REG-PAGAMENTO.
           05  RPD-TIPO                PIC X(01).
           05  RPD-PEDIDO              PIC 9(06).
           05  RPD-CLIENTE             PIC 9(06).
           05  RPD-BANCO               PIC 9(03).
           05  RPD-AGENCIA             PIC 9(04).
           05  RPD-CONTA               PIC X(12).
           05  RPD-TIPO-CONTA          PIC X(01).
           05  RPD-DOC-FAVORECIDO      PIC 9(14).
           05  RPD-NOME-FAVORECIDO     PIC X(30).
           05  RPD-VALOR               PIC 9(11)V99.
           05  RPD-DATA-PAGAMENTO      PIC 9(08).
           05  FILLER                  PIC X(02).
       01  REG-PAGAMENTO-TRAILER REDEFINES REG-PAGAMENTO.
           05  RPT-TIPO                PIC X(01).
           05  RPT-QTD-PAGAMENTOS      PIC 9(07).
           05  RPT-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(77).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-REEMBOLSOS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-REEMBOLSOS-OK                VALUE '00'.
       77  WS-REGISTRO-REEMB-STATUS PIC X(02)  VALUE SPACES.
           88  WS-REGISTRO-REEMB-OK            VALUE '00'.
           88  WS-REGISTRO-REEMB-NAO-CRIADO    VALUE '35'.
       77  WS-SUSPENSOS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-SUSPENSOS-OK                 VALUE '00'.
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.
       77  WS-PAGAMENTO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-PAGAMENTO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-LOGS-ABERTOS         PIC X(01)   VALUE 'N'.
           88  WS-LOGS-ABERTOS-SIM             VALUE 'S'.

      * LOG DE TRANSACOES (ANTES-DA-IMAGEM) COMPARTILHADO
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'REFUNDPY'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'REFUNDPY'.

      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * PEDIDOS, VALORES EM SUSPENSO E NOTAS DE CREDITO EM MEMORIA -
      * OS TRES ARQUIVOS SAO REGRAVADOS DA TABELA NO FIM; ARQUIVO
      * MAIOR QUE A TABELA ABORTA A RODADA ANTES DE QUALQUER
      * GRAVACAO (MESMA DISCIPLINA DO CASH-APPLY)
       77  WS-MAX-PEDIDOS          PIC 9(03)   VALUE 500.
       77  WS-QTD-PEDIDOS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PEDIDO           PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PEDIDOS.
           05  WS-PEDIDO-LINHA     PIC X(180) OCCURS 500 TIMES.
       77  WS-MAX-SUSPENSOS        PIC 9(04)   VALUE 2000.
       77  WS-QTD-SUSPENSOS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-SUSPENSO         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-SUSPENSOS.
           05  WS-SUSPENSO-LINHA   PIC X(25)  OCCURS 2000 TIMES.
       77  WS-MAX-NOTAS            PIC 9(04)   VALUE 2000.
       77  WS-QTD-NOTAS-TAB        PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-NOTA             PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-NOTAS.
           05  WS-NOTA-LINHA       PIC X(108) OCCURS 2000 TIMES.

      * SALDO DO CLIENTE NO DIA E O QUE O PAGAMENTO CONSUMIU DELE
       77  WS-VALOR-DISPONIVEL     PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-A-CONSUMIR     PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONSUMIDO-SUSPENSO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONSUMIDO-NOTAS      PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-CONSUMO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-JA-REEMBOLSADO       PIC 9(09)V99 VALUE ZEROS.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-APROVADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PAGOS            PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-CANCELADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-NAO-PAGOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-PAGO           PIC 9(13)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-CONTA-APROVADOS
               IF WS-QTD-APROVADOS = ZEROS
                  DISPLAY 'NENHUM PEDIDO DE REEMBOLSO APROVADO - '
                          'ARQUIVO DE PAGAMENTO NAO GERADO.'
               ELSE
                  PERFORM P300-GERA-PAGAMENTOS
                  PERFORM P800-REGRAVA-ARQUIVOS
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT CUSTOMER-MASTER
            OPEN EXTEND ERROR-LOG
            IF NOT WS-CUST-OK OR NOT WS-ERRLOG-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS
            ELSE
               SET WS-LOGS-ABERTOS-SIM TO TRUE
               OPEN EXTEND TRANS-LOG
               PERFORM P110-CARREGA-PEDIDOS
               PERFORM P120-CARREGA-SUSPENSOS
               PERFORM P130-CARREGA-NOTAS
            END-IF.

       P110-CARREGA-PEDIDOS.
            OPEN INPUT PEDIDOS-REEMBOLSO
            IF WS-REEMBOLSOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P115-LE-PEDIDO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE PEDIDOS-REEMBOLSO
            END-IF.

       P115-LE-PEDIDO.
            READ PEDIDOS-REEMBOLSO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-PEDIDOS-TAB < WS-MAX-PEDIDOS
                  ADD 1 TO WS-QTD-PEDIDOS-TAB
                  MOVE REG-PEDIDO-REEMBOLSO
                       TO WS-PEDIDO-LINHA(WS-QTD-PEDIDOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PEDIDOS ' PEDIDOS NO '
                          'REEMBOLS.dat - RODADA ABORTADA PARA NAO '
                          'PERDER PEDIDOS NA REGRAVACAO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P120-CARREGA-SUSPENSOS.
            OPEN INPUT VALORES-SUSPENSOS
            IF WS-SUSPENSOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P125-LE-SUSPENSO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE VALORES-SUSPENSOS
            END-IF.

       P125-LE-SUSPENSO.
            READ VALORES-SUSPENSOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-SUSPENSOS-TAB < WS-MAX-SUSPENSOS
                  ADD 1 TO WS-QTD-SUSPENSOS-TAB
                  MOVE REG-SUSPENSO
                       TO WS-SUSPENSO-LINHA(WS-QTD-SUSPENSOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-SUSPENSOS ' VALORES EM '
                          'SUSPENSO - RODADA ABORTADA PARA NAO '
                          'PERDER LINHAS NA REGRAVACAO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P130-CARREGA-NOTAS.
            OPEN INPUT NOTAS-CREDITO
            IF WS-NOTAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P135-LE-NOTA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE NOTAS-CREDITO
            END-IF.

       P135-LE-NOTA.
            READ NOTAS-CREDITO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-NOTAS-TAB < WS-MAX-NOTAS
                  ADD 1 TO WS-QTD-NOTAS-TAB
                  MOVE REG-NOTA-CREDITO
                       TO WS-NOTA-LINHA(WS-QTD-NOTAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-NOTAS ' NOTAS DE CREDITO'
                          ' - RODADA ABORTADA PARA NAO PERDER NOTAS '
                          'NA REGRAVACAO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P200-CONTA-APROVADOS.
            PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                    UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                     TO REG-PEDIDO-REEMBOLSO
                IF RMB-APROVADO
                   ADD 1 TO WS-QTD-APROVADOS
                END-IF
            END-PERFORM.

      ******************************************************************
      * P300-GERA-PAGAMENTOS
      * Header, um detalhe por pedido aprovado que o saldo de hoje
      * cobre, trailer. O REEMBREG.dat e so acrescido.
      ******************************************************************
       P300-GERA-PAGAMENTOS.
            OPEN OUTPUT ARQUIVO-PAGAMENTO
            OPEN EXTEND REGISTRO-REEMBOLSOS
            IF WS-REGISTRO-REEMB-NAO-CRIADO
               OPEN OUTPUT REGISTRO-REEMBOLSOS
            END-IF
            IF NOT WS-PAGAMENTO-OK OR NOT WS-REGISTRO-REEMB-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DE SAIDA - PAGAMENTO: '
                       WS-PAGAMENTO-STATUS ' REGISTRO: '
                       WS-REGISTRO-REEMB-STATUS
               IF WS-PAGAMENTO-OK
                  CLOSE ARQUIVO-PAGAMENTO
               END-IF
               IF WS-REGISTRO-REEMB-OK
                  CLOSE REGISTRO-REEMBOLSOS
               END-IF
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               MOVE SPACES TO REG-PAGAMENTO
               MOVE '0'          TO RPH-TIPO
               MOVE WS-DATA-HOJE TO RPH-DATA-GERACAO
               MOVE 'REEMBOLSO'  TO RPH-ORIGEM
               WRITE REG-PAGAMENTO

               PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                       UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                   MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                        TO REG-PEDIDO-REEMBOLSO
                   IF RMB-APROVADO
                      PERFORM P310-TRATA-PEDIDO
                   END-IF
               END-PERFORM

               MOVE SPACES TO REG-PAGAMENTO
               MOVE '9'           TO RPT-TIPO
               MOVE WS-QTD-PAGOS  TO RPT-QTD-PAGAMENTOS
               MOVE WS-TOTAL-PAGO TO RPT-VALOR-TOTAL
               WRITE REG-PAGAMENTO
               CLOSE ARQUIVO-PAGAMENTO
               CLOSE REGISTRO-REEMBOLSOS

               MOVE 'REEMBPAG.txt' TO WS-MAN-ARQUIVO
               MOVE WS-QTD-PAGOS   TO WS-MAN-QTD
               MOVE WS-TOTAL-PAGO  TO WS-MAN-HASH
               PERFORM P8950-GRAVA-MANIFESTO
            END-IF.

      ******************************************************************
      * P310-TRATA-PEDIDO
      * Cliente ilegivel deixa o pedido aprovado para a proxima
      * rodada. Saldo de hoje abaixo do aprovado cancela o pedido.
      ******************************************************************
       P310-TRATA-PEDIDO.
            MOVE RMB-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF NOT WS-CUST-OK
               ADD 1 TO WS-QTD-NAO-PAGOS
               MOVE RMB-CODIGO TO WS-ERL-CHAVE
               MOVE SPACES TO WS-ERL-MOTIVO
               STRING 'REEMBOLSO NAO PAGO - CADASTRO STATUS '
                                       DELIMITED BY SIZE
                      WS-CUST-STATUS   DELIMITED BY SIZE
                      INTO WS-ERL-MOTIVO
               END-STRING
               PERFORM P8200-GRAVA-ERRO-LOG
            ELSE
               PERFORM P320-APURA-SALDO
               IF WS-VALOR-DISPONIVEL < RMB-VALOR
                  PERFORM P330-CANCELA-PEDIDO
               ELSE
                  PERFORM P340-PAGA-PEDIDO
               END-IF
            END-IF.

       P320-APURA-SALDO.
            MOVE ZEROS TO WS-VALOR-DISPONIVEL
            PERFORM VARYING WS-IDX-SUSPENSO FROM 1 BY 1
                    UNTIL WS-IDX-SUSPENSO > WS-QTD-SUSPENSOS-TAB
                MOVE WS-SUSPENSO-LINHA(WS-IDX-SUSPENSO)
                     TO REG-SUSPENSO
                IF SUS-CODIGO = RMB-CODIGO AND SUS-VALOR IS NUMERIC
                   ADD SUS-VALOR TO WS-VALOR-DISPONIVEL
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-NOTAS-TAB
                MOVE WS-NOTA-LINHA(WS-IDX-NOTA) TO REG-NOTA-CREDITO
                IF CNT-CODIGO-CLIENTE = RMB-CODIGO
                   AND CNT-SALDO-RESTANTE IS NUMERIC
                   ADD CNT-SALDO-RESTANTE TO WS-VALOR-DISPONIVEL
                END-IF
            END-PERFORM.

       P330-CANCELA-PEDIDO.
            ADD 1 TO WS-QTD-CANCELADOS
            SET RMB-CANCELADO TO TRUE
            MOVE WS-DATA-HOJE TO RMB-DATA-DECISAO
            MOVE REG-PEDIDO-REEMBOLSO
                 TO WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
            MOVE RMB-CODIGO TO WS-ERL-CHAVE
            MOVE SPACES TO WS-ERL-MOTIVO
            STRING 'REEMBOLSO ' DELIMITED BY SIZE
                   RMB-NUMERO   DELIMITED BY SIZE
                   ' CANCELADO - SALDO NAO COBRE'
                                DELIMITED BY SIZE
                   INTO WS-ERL-MOTIVO
            END-STRING
            PERFORM P8200-GRAVA-ERRO-LOG.

      ******************************************************************
      * P340-PAGA-PEDIDO
      * Antes-da-imagem do cliente no TRANS-LOG com o aprovador como
      * operador; consumo dos saldos; detalhe do pagamento; linha no
      * REEMBREG.dat; pedido PAGO.
      ******************************************************************
       P340-PAGA-PEDIDO.
            MOVE RMB-APROVADOR TO WS-TRN-OPERADOR
            MOVE RMB-CODIGO    TO WS-TRN-CHAVE
            MOVE 'REEMBOLS'    TO WS-TRN-ACAO
            PERFORM P8700-GRAVA-TRANS-LOG

            MOVE RMB-VALOR TO WS-VALOR-A-CONSUMIR
            MOVE ZEROS TO WS-CONSUMIDO-SUSPENSO
            MOVE ZEROS TO WS-CONSUMIDO-NOTAS
            PERFORM VARYING WS-IDX-SUSPENSO FROM 1 BY 1
                    UNTIL WS-IDX-SUSPENSO > WS-QTD-SUSPENSOS-TAB
                       OR WS-VALOR-A-CONSUMIR = ZEROS
                MOVE WS-SUSPENSO-LINHA(WS-IDX-SUSPENSO)
                     TO REG-SUSPENSO
                IF SUS-CODIGO = RMB-CODIGO AND SUS-VALOR IS NUMERIC
                   PERFORM P350-CONSOME-SUSPENSO
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > WS-QTD-NOTAS-TAB
                       OR WS-VALOR-A-CONSUMIR = ZEROS
                MOVE WS-NOTA-LINHA(WS-IDX-NOTA) TO REG-NOTA-CREDITO
                IF CNT-CODIGO-CLIENTE = RMB-CODIGO
                   AND CNT-SALDO-RESTANTE IS NUMERIC
                   AND CNT-SALDO-RESTANTE > ZEROS
                   PERFORM P360-CONSOME-NOTA
                END-IF
            END-PERFORM

            MOVE SPACES TO REG-PAGAMENTO
            MOVE '1'                 TO RPD-TIPO
            MOVE RMB-NUMERO          TO RPD-PEDIDO
            MOVE RMB-CODIGO          TO RPD-CLIENTE
            MOVE RMB-BANCO           TO RPD-BANCO
            MOVE RMB-AGENCIA         TO RPD-AGENCIA
            MOVE RMB-CONTA           TO RPD-CONTA
            MOVE RMB-TIPO-CONTA      TO RPD-TIPO-CONTA
            MOVE RMB-DOC-FAVORECIDO  TO RPD-DOC-FAVORECIDO
            MOVE RMB-NOME-FAVORECIDO TO RPD-NOME-FAVORECIDO
            MOVE RMB-VALOR           TO RPD-VALOR
            MOVE WS-DATA-HOJE        TO RPD-DATA-PAGAMENTO
            WRITE REG-PAGAMENTO

            MOVE SPACES TO REG-REEMBOLSO-PAGO
            MOVE RMB-NUMERO            TO RPG-NUMERO
            MOVE RMB-CODIGO            TO RPG-CODIGO
            MOVE CSV-FILIAL            TO RPG-FILIAL
            MOVE WS-DATA-HOJE          TO RPG-DATA-PAGAMENTO
            MOVE RMB-VALOR             TO RPG-VALOR
            MOVE WS-CONSUMIDO-SUSPENSO TO RPG-VALOR-SUSPENSO
            MOVE WS-CONSUMIDO-NOTAS    TO RPG-VALOR-NOTAS
            MOVE RMB-APROVADOR         TO RPG-APROVADOR
            WRITE REG-REEMBOLSO-PAGO

            SET RMB-PAGO TO TRUE
            MOVE WS-DATA-HOJE TO RMB-DATA-PAGAMENTO
            MOVE REG-PEDIDO-REEMBOLSO
                 TO WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
            ADD 1 TO WS-QTD-PAGOS
            ADD RMB-VALOR TO WS-TOTAL-PAGO.

      *     LINHA CONSUMIDA POR INTEIRO FICA EM BRANCO NA TABELA E NAO
      *     VOLTA PARA O CASHSUSP.dat NA REGRAVACAO
       P350-CONSOME-SUSPENSO.
            IF SUS-VALOR > WS-VALOR-A-CONSUMIR
               MOVE WS-VALOR-A-CONSUMIR TO WS-VALOR-CONSUMO
               SUBTRACT WS-VALOR-CONSUMO FROM SUS-VALOR
               MOVE REG-SUSPENSO
                    TO WS-SUSPENSO-LINHA(WS-IDX-SUSPENSO)
            ELSE
               MOVE SUS-VALOR TO WS-VALOR-CONSUMO
               MOVE SPACES TO WS-SUSPENSO-LINHA(WS-IDX-SUSPENSO)
            END-IF
            ADD WS-VALOR-CONSUMO TO WS-CONSUMIDO-SUSPENSO
            SUBTRACT WS-VALOR-CONSUMO FROM WS-VALOR-A-CONSUMIR.

      *     NOTA GRAVADA ANTES DO REEMBOLSO TRAZ O CAMPO EM BRANCO
       P360-CONSOME-NOTA.
            IF CNT-SALDO-RESTANTE > WS-VALOR-A-CONSUMIR
               MOVE WS-VALOR-A-CONSUMIR TO WS-VALOR-CONSUMO
            ELSE
               MOVE CNT-SALDO-RESTANTE TO WS-VALOR-CONSUMO
            END-IF
            IF CNT-VALOR-REEMBOLSADO IS NUMERIC
               MOVE CNT-VALOR-REEMBOLSADO TO WS-JA-REEMBOLSADO
            ELSE
               MOVE ZEROS TO WS-JA-REEMBOLSADO
            END-IF
            SUBTRACT WS-VALOR-CONSUMO FROM CNT-SALDO-RESTANTE
            COMPUTE CNT-VALOR-REEMBOLSADO =
                    WS-JA-REEMBOLSADO + WS-VALOR-CONSUMO
            MOVE REG-NOTA-CREDITO TO WS-NOTA-LINHA(WS-IDX-NOTA)
            ADD WS-VALOR-CONSUMO TO WS-CONSUMIDO-NOTAS
            SUBTRACT WS-VALOR-CONSUMO FROM WS-VALOR-A-CONSUMIR.

      ******************************************************************
      * P800-REGRAVA-ARQUIVOS
      * Com o arquivo de pagamento fechado: saldos consumidos voltam
      * para o CASHSUSP.dat e o CREDNOTE.dat, e a fila com os pedidos
      * pagos e cancelados para o REEMBOLS.dat.
      ******************************************************************
       P800-REGRAVA-ARQUIVOS.
            IF NOT WS-ERRO-ABERTURA-SIM
               IF WS-QTD-PAGOS > ZEROS
                  PERFORM P810-REGRAVA-SUSPENSOS
                  PERFORM P820-REGRAVA-NOTAS
               END-IF
               PERFORM P830-REGRAVA-PEDIDOS
            END-IF.

       P810-REGRAVA-SUSPENSOS.
            MOVE SPACES TO WS-SUSPENSOS-STATUS
            OPEN OUTPUT VALORES-SUSPENSOS
            IF NOT WS-SUSPENSOS-OK
               DISPLAY 'ERRO AO REGRAVAR CASHSUSP.dat - STATUS '
                       WS-SUSPENSOS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM VARYING WS-IDX-SUSPENSO FROM 1 BY 1
                       UNTIL WS-IDX-SUSPENSO > WS-QTD-SUSPENSOS-TAB
                   IF WS-SUSPENSO-LINHA(WS-IDX-SUSPENSO) NOT = SPACES
                      MOVE WS-SUSPENSO-LINHA(WS-IDX-SUSPENSO)
                           TO REG-SUSPENSO
                      WRITE REG-SUSPENSO
                   END-IF
               END-PERFORM
               CLOSE VALORES-SUSPENSOS
            END-IF.

       P820-REGRAVA-NOTAS.
            MOVE SPACES TO WS-NOTAS-STATUS
            OPEN OUTPUT NOTAS-CREDITO
            IF NOT WS-NOTAS-OK
               DISPLAY 'ERRO AO REGRAVAR CREDNOTE.dat - STATUS '
                       WS-NOTAS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > WS-QTD-NOTAS-TAB
                   MOVE WS-NOTA-LINHA(WS-IDX-NOTA) TO REG-NOTA-CREDITO
                   WRITE REG-NOTA-CREDITO
               END-PERFORM
               CLOSE NOTAS-CREDITO
            END-IF.

       P830-REGRAVA-PEDIDOS.
            MOVE SPACES TO WS-REEMBOLSOS-STATUS
            OPEN OUTPUT PEDIDOS-REEMBOLSO
            IF NOT WS-REEMBOLSOS-OK
               DISPLAY 'ERRO AO REGRAVAR REEMBOLS.dat - STATUS '
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
            IF WS-LOGS-ABERTOS-SIM
               CLOSE CUSTOMER-MASTER
               CLOSE ERROR-LOG
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG
               END-IF
            ELSE
               IF WS-CUST-OK
                  CLOSE CUSTOMER-MASTER
               END-IF
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
            END-IF
            MOVE WS-QTD-PAGOS TO WS-QTD-ED
            MOVE WS-TOTAL-PAGO TO WS-TOTAL-ED
            DISPLAY 'REEMBOLSOS PAGOS: ' WS-QTD-ED ' - ' WS-TOTAL-ED
            IF WS-QTD-CANCELADOS > ZEROS
               MOVE WS-QTD-CANCELADOS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' PEDIDO(S) CANCELADO(S) - SALDO DO '
                       'CLIENTE NAO COBRE MAIS O APROVADO. VER '
                       'ERROR-LOG.'
            END-IF
            IF WS-QTD-NAO-PAGOS > ZEROS
               MOVE WS-QTD-NAO-PAGOS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' PEDIDO(S) FICAM PARA A PROXIMA '
                       'RODADA - CLIENTE NAO LIDO. VER ERROR-LOG.'
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-CANCELADOS > ZEROS
                  OR WS-QTD-NAO-PAGOS > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY TRANSLPA.
           COPY ERRLOGPA.
           COPY MANIFPA.

           COPY ENVCFGPA.
       END PROGRAM REFUND-PAY.
