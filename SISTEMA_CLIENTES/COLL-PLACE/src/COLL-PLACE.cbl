      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Encaminhamento a cobranca externa dos clientes em
      *            PRE-JURIDICO (DUNSTAGE.dat, estagio 4 do
      *            DUN-LETTERS). Para cada cliente ainda nao entregue
      *            a uma agencia apura a divida na data de referencia
      *            (parcelas abertas vencidas do INSTFILE.dat mais os
      *            encargos do LATEFEE.dat), escolhe a agencia ativa
      *            (AGENCIAS.dat) com a menor carteira em cobranca
      *            e grava o arquivo de envio AGYPLACE.txt (header,
      *            cliente, parcelas, encargos, trailer - e a linha
      *            do MANIFEST.txt) e o encaminhamento no
      *            COLLPLAC.dat, que o COLL-RETURN atualiza com o
      *            retorno da agencia. Conta DEVOLVIDA por uma
      *            agencia vai para outra na rodada seguinte; conta
      *            QUITADA que volta ao PRE-JURIDICO e encaminhada de
      *            novo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro e tabela em memoria alargados - a
      *                  tarifa entra na conta como qualquer encargo.
      * 15/10/2026  MJB  INSTFILE.dat e LATEFEE.dat ganharam no fim a
      *                  sequencia do contrato (PCL-CONTRATO e
      *                  LFE-CONTRATO); registro e tabelas em memoria
      *                  alargados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL-PLACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY ERRLOGSL.
           COPY MANIFSL.
           COPY ASOFSL.
           COPY AGYSL.
           COPY CPLSL.

           SELECT ARQUIVO-ESTAGIOS ASSIGN TO
           'src\assets\DUNSTAGE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTAGIOS-STATUS.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT ARQUIVO-ENVIO ASSIGN TO
           'src\assets\AGYPLACE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENVIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CADASTRO-AGENCIAS.
           COPY AGYF.

       FD  ENCAMINHAMENTOS.
           COPY CPLF.

       FD  ARQUIVO-ESTAGIOS.
           COPY DUNF.

       FD  ARQUIVO-ENCARGOS.
       01  REG-ARQUIVO-ENCARGOS.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

      * ARQUIVO DE ENVIO AS AGENCIAS - TIPO 0 = HEADER, 1 = CLIENTE
      * ENCAMINHADO, 2 = PARCELA VENCIDA, 3 = ENCARGO, 9 = TRAILER
      * (CLIENTES E VALOR TOTAL ENCAMINHADO). A AGENCIA VAI EM CADA
      * LINHA DE DETALHE - UM SO ARQUIVO PARA TODAS AS AGENCIAS
       FD  ARQUIVO-ENVIO.
       01  REG-ENVIO                   PIC X(150).
       01  REG-ENVIO-HEADER REDEFINES REG-ENVIO.
           05  AEH-TIPO                PIC X(01).
           05  AEH-DATA-GERACAO        PIC 9(08).
           05  AEH-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(131).
       01  REG-ENVIO-CLIENTE REDEFINES REG-ENVIO.
           05  AEC-TIPO                PIC X(01).
           05  AEC-AGENCIA             PIC X(04).
           05  AEC-CODIGO              PIC 9(06).
           05  AEC-NOME                PIC X(30).
           05  AEC-DOCUMENTO           PIC 9(14).
           05  AEC-DDD                 PIC X(02).
           05  AEC-FONE                PIC X(09).
           05  AEC-ENDERECO            PIC X(15).
           05  AEC-CIDADE              PIC X(10).
           05  AEC-UF                  PIC X(02).
           05  AEC-CEP                 PIC 9(08).
           05  AEC-VALOR-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(36).
       01  REG-ENVIO-PARCELA REDEFINES REG-ENVIO.
           05  AEP-TIPO                PIC X(01).
           05  AEP-AGENCIA             PIC X(04).
           05  AEP-CODIGO              PIC 9(06).
           05  AEP-PARCELA             PIC 9(02).
           05  AEP-VENCIMENTO          PIC 9(08).
           05  AEP-VALOR               PIC 9(09)V99.
           05  AEP-NOSSO-NUMERO        PIC 9(10).
           05  FILLER                  PIC X(108).
       01  REG-ENVIO-ENCARGO REDEFINES REG-ENVIO.
           05  AEE-TIPO                PIC X(01).
           05  AEE-AGENCIA             PIC X(04).
           05  AEE-CODIGO              PIC 9(06).
           05  AEE-COMPETENCIA         PIC 9(06).
           05  AEE-VALOR               PIC 9(09)V99.
           05  FILLER                  PIC X(122).
       01  REG-ENVIO-TRAILER REDEFINES REG-ENVIO.
           05  AET-TIPO                PIC X(01).
           05  AET-QTD-CLIENTES        PIC 9(07).
           05  AET-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(127).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-ESTAGIOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ESTAGIOS-OK                  VALUE '00'.
       77  WS-ENCARGOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENCARGOS-OK                  VALUE '00'.
       77  WS-ENVIO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-ENVIO-OK                     VALUE '00'.
       77  WS-ENCAMINHAMENTOS-STATUS PIC X(02) VALUE SPACES.
           88  WS-ENCAMINHAMENTOS-OK           VALUE '00'.
           88  WS-ENCAMINHAMENTOS-NAO-CRIADO   VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-ARQUIVOS-ABERTOS     PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVOS-ABERTOS-SIM         VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-FIM-ESTAGIOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTAGIOS-SIM             VALUE 'S'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'COLLPLAC'.

      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * CADASTRO DE AGENCIAS (COPYBOOKS AGY*) E A CARTEIRA EM
      * COBRANCA DE CADA UMA (ENVIADO MENOS RECUPERADO DOS
      * ENCAMINHAMENTOS EM COBRANCA), NO MESMO INDICE DA TABELA
           COPY AGYWS.
       77  WS-QTD-AGY-ATIVAS       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-AGY-ESCOLHIDA    PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-CARTEIRAS.
           05  WS-CARTEIRA-AGENCIA PIC 9(13)V99 OCCURS 100 TIMES.
      * AGENCIAS QUE JA DEVOLVERAM O CLIENTE CORRENTE
       01  WS-TAB-DEVOLUCOES.
           05  WS-AGY-DEVOLVEU     PIC X(01)   OCCURS 100 TIMES.
               88  WS-AGY-DEVOLVEU-SIM         VALUE 'S'.

      * ENCAMINHAMENTOS JA FEITOS - SO CONSULTA; OS NOVOS SAO
      * ACRESCIDOS AO COLLPLAC.dat
       77  WS-MAX-ENCAMINHAMENTOS  PIC 9(04)   VALUE 2000.
       77  WS-QTD-CPL-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CPL              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-ENCAMINHAMENTOS.
           05  WS-CPL-LINHA        PIC X(64)  OCCURS 2000 TIMES.
       77  WS-JA-EM-COBRANCA       PIC X(01)   VALUE 'N'.
           88  WS-JA-EM-COBRANCA-SIM           VALUE 'S'.

      * DIVIDA DO CLIENTE CORRENTE - PARCELAS VENCIDAS EM ABERTO E
      * ENCARGOS
       77  WS-MAX-PARCELAS         PIC 9(03)   VALUE 500.
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.
       77  WS-DIVIDA-ESTOUROU      PIC X(01)   VALUE 'N'.
           88  WS-DIVIDA-ESTOUROU-SIM          VALUE 'S'.
       77  WS-VALOR-DIVIDA         PIC 9(11)V99 VALUE ZEROS.

       77  WS-QTD-PRE-JURIDICO     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-JA-ENCAMINHADOS  PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-DIVIDA       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ENCAMINHADOS     PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-ENCAMINHADO    PIC 9(13)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-GERA-ENVIO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Cadastro de agencias e encaminhamentos carregados antes de
      * qualquer gravacao; sem agencia ativa ou com tabela estourada
      * a rodada nao encaminha ninguem.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA

            PERFORM P8830-CARREGA-AGENCIAS
            MOVE ZEROS TO WS-QTD-AGY-ATIVAS
            PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                    UNTIL WS-IDX-AGY > WS-QTD-AGY-TAB
                MOVE ZEROS TO WS-CARTEIRA-AGENCIA(WS-IDX-AGY)
                IF WS-AGT-ATIVA(WS-IDX-AGY)
                   ADD 1 TO WS-QTD-AGY-ATIVAS
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-AGY-ESTOUROU-SIM
                     MOVE 'S' TO WS-ERRO-ABERTURA
                WHEN WS-QTD-AGY-ATIVAS = ZEROS
                     DISPLAY 'NENHUMA AGENCIA DE COBRANCA ATIVA NO '
                             'AGENCIAS.dat - RODE O AGENCY-MAINT.'
                     MOVE 'S' TO WS-ERRO-ABERTURA
                WHEN OTHER
                     PERFORM P110-CARREGA-ENCAMINHAMENTOS
            END-EVALUATE

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT CUSTOMER-MASTER
               OPEN INPUT ARQUIVO-ESTAGIOS
               OPEN EXTEND ERROR-LOG
               IF NOT WS-CUST-OK OR NOT WS-ESTAGIOS-OK
                  OR NOT WS-ERRLOG-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                          WS-CUST-STATUS ' ESTAGIOS: '
                          WS-ESTAGIOS-STATUS ' LOG DE ERROS: '
                          WS-ERRLOG-STATUS
                  IF WS-CUST-OK
                     CLOSE CUSTOMER-MASTER
                  END-IF
                  IF WS-ESTAGIOS-OK
                     CLOSE ARQUIVO-ESTAGIOS
                  END-IF
                  IF WS-ERRLOG-OK
                     CLOSE ERROR-LOG
                  END-IF
               ELSE
                  SET WS-ARQUIVOS-ABERTOS-SIM TO TRUE
               END-IF
            END-IF.

       P110-CARREGA-ENCAMINHAMENTOS.
            OPEN INPUT ENCAMINHAMENTOS
            IF WS-ENCAMINHAMENTOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P115-LE-ENCAMINHAMENTO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ENCAMINHAMENTOS
            END-IF.

       P115-LE-ENCAMINHAMENTO.
            READ ENCAMINHAMENTOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-CPL-TAB < WS-MAX-ENCAMINHAMENTOS
                  ADD 1 TO WS-QTD-CPL-TAB
                  MOVE REG-ENCAMINHAMENTO
                       TO WS-CPL-LINHA(WS-QTD-CPL-TAB)
                  IF CPL-EM-COBRANCA
                     MOVE CPL-AGENCIA TO WS-AGY-PROCURADA
                     PERFORM P8835-LOCALIZA-AGENCIA
                     IF WS-IDX-AGY-ACHADA > ZEROS
                        AND CPL-VALOR-ENVIADO > CPL-VALOR-RECUPERADO
                        COMPUTE WS-CARTEIRA-AGENCIA(WS-IDX-AGY-ACHADA)
                              = WS-CARTEIRA-AGENCIA(WS-IDX-AGY-ACHADA)
                              + CPL-VALOR-ENVIADO
                              - CPL-VALOR-RECUPERADO
                     END-IF
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-ENCAMINHAMENTOS
                          ' ENCAMINHAMENTOS NO COLLPLAC.dat - RODADA '
                          'ABORTADA PARA NAO ENCAMINHAR EM DOBRO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P200-GERA-ENVIO
      * Header, um bloco por cliente encaminhado, trailer. O
      * COLLPLAC.dat e so acrescido.
      ******************************************************************
       P200-GERA-ENVIO.
            OPEN OUTPUT ARQUIVO-ENVIO
            OPEN EXTEND ENCAMINHAMENTOS
            IF WS-ENCAMINHAMENTOS-NAO-CRIADO
               OPEN OUTPUT ENCAMINHAMENTOS
            END-IF
            IF NOT WS-ENVIO-OK OR NOT WS-ENCAMINHAMENTOS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DE SAIDA - ENVIO: '
                       WS-ENVIO-STATUS ' ENCAMINHAMENTOS: '
                       WS-ENCAMINHAMENTOS-STATUS
               IF WS-ENVIO-OK
                  CLOSE ARQUIVO-ENVIO
               END-IF
               IF WS-ENCAMINHAMENTOS-OK
                  CLOSE ENCAMINHAMENTOS
               END-IF
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               MOVE SPACES TO REG-ENVIO
               MOVE '0'                TO AEH-TIPO
               MOVE WS-DATA-REFERENCIA TO AEH-DATA-GERACAO
               MOVE 'COBRANCA'         TO AEH-ORIGEM
               WRITE REG-ENVIO

               PERFORM P210-LE-ESTAGIO UNTIL WS-FIM-ESTAGIOS-SIM

               MOVE SPACES TO REG-ENVIO
               MOVE '9'                  TO AET-TIPO
               MOVE WS-QTD-ENCAMINHADOS  TO AET-QTD-CLIENTES
               MOVE WS-TOTAL-ENCAMINHADO TO AET-VALOR-TOTAL
               WRITE REG-ENVIO
               CLOSE ARQUIVO-ENVIO
               CLOSE ENCAMINHAMENTOS

               MOVE 'AGYPLACE.txt'       TO WS-MAN-ARQUIVO
               MOVE WS-QTD-ENCAMINHADOS  TO WS-MAN-QTD
               MOVE WS-TOTAL-ENCAMINHADO TO WS-MAN-HASH
               PERFORM P8950-GRAVA-MANIFESTO
            END-IF.

       P210-LE-ESTAGIO.
            READ ARQUIVO-ESTAGIOS
                 AT END SET WS-FIM-ESTAGIOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ESTAGIOS-SIM AND DUN-PRE-JURIDICO
               ADD 1 TO WS-QTD-PRE-JURIDICO
               PERFORM P300-AVALIA-CLIENTE
            END-IF.

      ******************************************************************
      * P300-AVALIA-CLIENTE
      * Cliente com encaminhamento EM COBRANCA fica como esta. Os
      * demais so saem com cadastro lido, ativo e divida vencida.
      ******************************************************************
       P300-AVALIA-CLIENTE.
            PERFORM P310-VERIFICA-ENCAMINHAMENTOS
            IF WS-JA-EM-COBRANCA-SIM
               ADD 1 TO WS-QTD-JA-ENCAMINHADOS
            ELSE
               MOVE DUN-CODIGO TO CSV-CODIGO
               READ CUSTOMER-MASTER KEY IS CSV-CODIGO
               EVALUATE TRUE
                   WHEN NOT WS-CUST-OK
                        MOVE SPACES TO WS-ERL-MOTIVO
                        STRING 'NAO ENCAMINHADO - CADASTRO STATUS '
                                              DELIMITED BY SIZE
                               WS-CUST-STATUS DELIMITED BY SIZE
                               INTO WS-ERL-MOTIVO
                        END-STRING
                        PERFORM P390-REJEITA-CLIENTE
                   WHEN CSV-REGISTRO-EXCLUIDO
                        MOVE 'NAO ENCAMINHADO - CLIENTE EXCLUIDO'
                             TO WS-ERL-MOTIVO
                        PERFORM P390-REJEITA-CLIENTE
                   WHEN OTHER
                        PERFORM P320-APURA-DIVIDA
                        PERFORM P330-DECIDE-ENCAMINHAMENTO
               END-EVALUATE
            END-IF.

       P310-VERIFICA-ENCAMINHAMENTOS.
            MOVE 'N' TO WS-JA-EM-COBRANCA
            MOVE SPACES TO WS-TAB-DEVOLUCOES
            PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                    UNTIL WS-IDX-CPL > WS-QTD-CPL-TAB
                       OR WS-JA-EM-COBRANCA-SIM
                MOVE WS-CPL-LINHA(WS-IDX-CPL) TO REG-ENCAMINHAMENTO
                IF CPL-CODIGO = DUN-CODIGO
                   EVALUATE TRUE
                       WHEN CPL-EM-COBRANCA
                            SET WS-JA-EM-COBRANCA-SIM TO TRUE
                       WHEN CPL-DEVOLVIDO
                            MOVE CPL-AGENCIA TO WS-AGY-PROCURADA
                            PERFORM P8835-LOCALIZA-AGENCIA
                            IF WS-IDX-AGY-ACHADA > ZEROS
                               SET WS-AGY-DEVOLVEU-SIM
                                   (WS-IDX-AGY-ACHADA) TO TRUE
                            END-IF
                   END-EVALUATE
                END-IF
            END-PERFORM.

      ******************************************************************
      * P320-APURA-DIVIDA
      * Parcela ABERTA com vencimento anterior a data de referencia
      * e todo encargo do cliente (o LATEFEE.dat so perde linhas na
      * baixa por perda do WOFF-QUEUE).
      ******************************************************************
       P320-APURA-DIVIDA.
            MOVE ZEROS TO WS-VALOR-DIVIDA
            MOVE ZEROS TO WS-QTD-PARCELAS-TAB
            MOVE ZEROS TO WS-QTD-ENCARGOS-TAB
            MOVE 'N' TO WS-DIVIDA-ESTOUROU

            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P321-LE-PARCELA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF

            OPEN INPUT ARQUIVO-ENCARGOS
            IF WS-ENCARGOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P322-LE-ENCARGO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-ENCARGOS
            END-IF.

       P321-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF PCL-CODIGO = DUN-CODIGO AND PCL-ABERTA
                  AND PCL-VENCIMENTO < WS-DATA-REFERENCIA
                  IF WS-QTD-PARCELAS-TAB < WS-MAX-PARCELAS
                     ADD 1 TO WS-QTD-PARCELAS-TAB
                     MOVE REG-PARCELA
                          TO WS-PARCELA-LINHA(WS-QTD-PARCELAS-TAB)
                     ADD PCL-VALOR TO WS-VALOR-DIVIDA
                  ELSE
                     SET WS-DIVIDA-ESTOUROU-SIM TO TRUE
                     SET WS-FIM-ARQUIVO-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P322-LE-ENCARGO.
            READ ARQUIVO-ENCARGOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF LFE-CODIGO = DUN-CODIGO
                  AND LFE-VALOR-ENCARGO IS NUMERIC
                  IF WS-QTD-ENCARGOS-TAB < WS-MAX-ENCARGOS
                     ADD 1 TO WS-QTD-ENCARGOS-TAB
                     MOVE REG-ARQUIVO-ENCARGOS
                          TO WS-ENCARGO-LINHA(WS-QTD-ENCARGOS-TAB)
                     ADD LFE-VALOR-ENCARGO TO WS-VALOR-DIVIDA
                  ELSE
                     SET WS-DIVIDA-ESTOUROU-SIM TO TRUE
                     SET WS-FIM-ARQUIVO-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P330-DECIDE-ENCAMINHAMENTO.
            EVALUATE TRUE
                WHEN WS-DIVIDA-ESTOUROU-SIM
                     MOVE 'NAO ENCAMINHADO - MAIS DE 500 PARCELAS'
                          TO WS-ERL-MOTIVO
                     PERFORM P390-REJEITA-CLIENTE
                WHEN WS-VALOR-DIVIDA = ZEROS
                     ADD 1 TO WS-QTD-SEM-DIVIDA
                WHEN OTHER
                     PERFORM P340-ESCOLHE-AGENCIA
                     IF WS-IDX-AGY-ESCOLHIDA = ZEROS
                        MOVE 'NAO ENCAMINHADO - AGENCIAS DEVOLVERAM'
                             TO WS-ERL-MOTIVO
                        PERFORM P390-REJEITA-CLIENTE
                     ELSE
                        PERFORM P350-GRAVA-ENCAMINHAMENTO
                     END-IF
            END-EVALUATE.

      *     AGENCIA ATIVA QUE NAO DEVOLVEU O CLIENTE, COM A MENOR
      *     CARTEIRA EM COBRANCA (EMPATE FICA COM A PRIMEIRA)
       P340-ESCOLHE-AGENCIA.
            MOVE ZEROS TO WS-IDX-AGY-ESCOLHIDA
            PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                    UNTIL WS-IDX-AGY > WS-QTD-AGY-TAB
                IF WS-AGT-ATIVA(WS-IDX-AGY)
                   AND NOT WS-AGY-DEVOLVEU-SIM(WS-IDX-AGY)
                   IF WS-IDX-AGY-ESCOLHIDA = ZEROS
                      MOVE WS-IDX-AGY TO WS-IDX-AGY-ESCOLHIDA
                   ELSE
                      IF WS-CARTEIRA-AGENCIA(WS-IDX-AGY) <
                         WS-CARTEIRA-AGENCIA(WS-IDX-AGY-ESCOLHIDA)
                         MOVE WS-IDX-AGY TO WS-IDX-AGY-ESCOLHIDA
                      END-IF
                   END-IF
                END-IF
            END-PERFORM.

       P350-GRAVA-ENCAMINHAMENTO.
            MOVE SPACES TO REG-ENVIO
            MOVE '1'             TO AEC-TIPO
            MOVE WS-AGT-CODIGO(WS-IDX-AGY-ESCOLHIDA) TO AEC-AGENCIA
            MOVE CSV-CODIGO      TO AEC-CODIGO
            MOVE CSV-NOME        TO AEC-NOME
            MOVE CSV-DOCUMENTO   TO AEC-DOCUMENTO
            MOVE CSV-DDD         TO AEC-DDD
            MOVE CSV-FONE-NUM    TO AEC-FONE
            MOVE CSV-ENDERECO    TO AEC-ENDERECO
            MOVE CSV-CIDADE      TO AEC-CIDADE
            MOVE CSV-UF          TO AEC-UF
            MOVE CSV-CEP         TO AEC-CEP
            MOVE WS-VALOR-DIVIDA TO AEC-VALOR-TOTAL
            WRITE REG-ENVIO

            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA) TO REG-PARCELA
                MOVE SPACES TO REG-ENVIO
                MOVE '2'              TO AEP-TIPO
                MOVE WS-AGT-CODIGO(WS-IDX-AGY-ESCOLHIDA)
                     TO AEP-AGENCIA
                MOVE PCL-CODIGO       TO AEP-CODIGO
                MOVE PCL-NUMERO       TO AEP-PARCELA
                MOVE PCL-VENCIMENTO   TO AEP-VENCIMENTO
                MOVE PCL-VALOR        TO AEP-VALOR
                MOVE PCL-NOSSO-NUMERO TO AEP-NOSSO-NUMERO
                WRITE REG-ENVIO
            END-PERFORM

            PERFORM VARYING WS-IDX-ENCARGO FROM 1 BY 1
                    UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS-TAB
                MOVE WS-ENCARGO-LINHA(WS-IDX-ENCARGO)
                     TO REG-ARQUIVO-ENCARGOS
                MOVE SPACES TO REG-ENVIO
                MOVE '3'               TO AEE-TIPO
                MOVE WS-AGT-CODIGO(WS-IDX-AGY-ESCOLHIDA)
                     TO AEE-AGENCIA
                MOVE LFE-CODIGO        TO AEE-CODIGO
                MOVE LFE-COMPETENCIA   TO AEE-COMPETENCIA
                MOVE LFE-VALOR-ENCARGO TO AEE-VALOR
                WRITE REG-ENVIO
            END-PERFORM

            MOVE SPACES TO REG-ENCAMINHAMENTO
            MOVE CSV-CODIGO         TO CPL-CODIGO
            MOVE WS-AGT-CODIGO(WS-IDX-AGY-ESCOLHIDA) TO CPL-AGENCIA
            MOVE WS-DATA-REFERENCIA TO CPL-DATA-ENVIO
            MOVE WS-VALOR-DIVIDA    TO CPL-VALOR-ENVIADO
            MOVE ZEROS              TO CPL-VALOR-RECUPERADO
            MOVE ZEROS              TO CPL-VALOR-COMISSAO
            SET CPL-EM-COBRANCA TO TRUE
            MOVE WS-DATA-REFERENCIA TO CPL-DATA-SITUACAO
            WRITE REG-ENCAMINHAMENTO

            ADD WS-VALOR-DIVIDA
                TO WS-CARTEIRA-AGENCIA(WS-IDX-AGY-ESCOLHIDA)
            ADD 1 TO WS-QTD-ENCAMINHADOS
            ADD WS-VALOR-DIVIDA TO WS-TOTAL-ENCAMINHADO.

       P390-REJEITA-CLIENTE.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE DUN-CODIGO TO WS-ERL-CHAVE
            PERFORM P8200-GRAVA-ERRO-LOG.

       P900-FINAL.
            IF WS-ARQUIVOS-ABERTOS-SIM
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-ESTAGIOS
               CLOSE ERROR-LOG
            END-IF
            MOVE WS-QTD-PRE-JURIDICO TO WS-QTD-ED
            DISPLAY 'CLIENTES EM PRE-JURIDICO.....: ' WS-QTD-ED
            MOVE WS-QTD-JA-ENCAMINHADOS TO WS-QTD-ED
            DISPLAY 'JA EM COBRANCA EXTERNA.......: ' WS-QTD-ED
            MOVE WS-QTD-SEM-DIVIDA TO WS-QTD-ED
            DISPLAY 'SEM DIVIDA VENCIDA...........: ' WS-QTD-ED
            MOVE WS-QTD-ENCAMINHADOS TO WS-QTD-ED
            MOVE WS-TOTAL-ENCAMINHADO TO WS-TOTAL-ED
            DISPLAY 'ENCAMINHADOS.................: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            IF WS-QTD-REJEITADOS > ZEROS
               MOVE WS-QTD-REJEITADOS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' CLIENTE(S) NAO ENCAMINHADO(S) - '
                       'VER ERROR-LOG.'
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-REJEITADOS > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY ERRLOGPA.
           COPY MANIFPA.
           COPY ASOFPA.
           COPY AGYPA.

           COPY ENVCFGPA.
       END PROGRAM COLL-PLACE.
