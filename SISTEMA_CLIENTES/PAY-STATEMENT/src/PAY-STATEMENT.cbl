      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Informe anual de pagamentos por cliente, para a
      *            declaracao de imposto de renda. Le os recibos do
      *            ano-calendario no registro perene RCPTREG.dat e os
      *            reembolsos pagos no REEMBREG.dat, ordena por
      *            cliente e data (SORT, no esquema de quebra do
      *            CUST-STATEMENT) e imprime um informe por cliente
      *            no INFPAGTO.txt: nome, CPF/CNPJ do cadastro, cada
      *            pagamento com o contrato a que se refere (a
      *            sequencia do contrato vem da parcela liquidada no
      *            INSTFILE.dat - parcela sem contrato conta no
      *            principal), subtotal por mes, reembolsos devolvidos
      *            no ano e o valor liquido. Cada informe deixa um
      *            registro 'INFORME ' na fila de correspondencia
      *            (CORRQUE.dat) para o CORR-DISPATCH mandar por
      *            e-mail; a rodada fecha com a listagem de controle
      *            INFPCTL.txt e a linha do MANIFEST.txt da impressao.
      *            O ano-calendario e o anterior ao da data de
      *            referencia (ASOFDATE.dat); o INFPGCFG.dat, quando
      *            existe com um ano valido, escolhe outro ano (segunda
      *            via de informe antigo).
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Listagem de controle (INFPCTL.txt) guardada no
      *                  spool e no catalogo (RPT-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-STATEMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ASOFSL.
           COPY INSTSL.
           COPY RMBPSL.
           COPY MANIFSL.

           SELECT REGISTRO-RECIBOS ASSIGN TO
           'src\assets\RCPTREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT CONFIG-INFORME ASSIGN TO
           'src\assets\INFPGCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT WORK-PAGAMENTOS ASSIGN TO
           'src\assets\WKINFPG.tmp'.

           SELECT INFORME ASSIGN TO
           'src\assets\INFPAGTO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INFORME-STATUS.

           SELECT LISTAGEM-CONTROLE ASSIGN TO
           'src\assets\INFPCTL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  REGISTRO-REEMBOLSOS.
           COPY RMBPF.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  REGISTRO-RECIBOS.
           COPY RCPTF.

       FD  CONFIG-INFORME.
       01  REG-CONFIG-INFORME.
           05  INC-ANO                 PIC 9(04).

      * TIPO P = PAGAMENTO (RECIBO), R = REEMBOLSO PAGO AO CLIENTE
       SD  WORK-PAGAMENTOS.
       01  REG-WORK-PAGAMENTOS.
           05  WIP-CODIGO-CLIENTE      PIC 9(06).
           05  WIP-DATA                PIC 9(08).
           05  WIP-DATA-R REDEFINES WIP-DATA.
               10  WIP-ANO             PIC 9(04).
               10  WIP-MES             PIC 9(02).
               10  WIP-DIA             PIC 9(02).
           05  WIP-TIPO                PIC X(01).
               88  WIP-PAGAMENTO               VALUE 'P'.
               88  WIP-REEMBOLSO               VALUE 'R'.
           05  WIP-NUMERO              PIC 9(06).
           05  WIP-CONTRATO            PIC 9(02).
           05  WIP-PARCELA             PIC 9(02).
           05  WIP-VALOR               PIC 9(09)V99.

       FD  INFORME.
       01  REG-INFORME                 PIC X(90).

       FD  LISTAGEM-CONTROLE.
       01  REG-CONTROLE                PIC X(90).

       FD  FILA-CORRESP.
           COPY CORRQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-RECIBOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RECIBOS-OK                   VALUE '00'.
       77  WS-REGISTRO-REEMB-STATUS PIC X(02)  VALUE SPACES.
           88  WS-REGISTRO-REEMB-OK            VALUE '00'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-INFORME-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-INFORME-OK                   VALUE '00'.
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTROLE-OK                  VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.

      * ANO-CALENDARIO DO INFORME - ANTERIOR AO DA DATA DE REFERENCIA,
      * OU O DO INFPGCFG.dat QUANDO VALIDO
           COPY ASOFWS.
       01  WS-DATA-REFERENCIA-R REDEFINES WS-DATA-REFERENCIA.
           05  WS-ANO-REFERENCIA       PIC 9(04).
           05  FILLER                  PIC 9(04).
       77  WS-ANO-INFORME          PIC 9(04)   VALUE ZEROS.

      * PARCELAS EM MEMORIA SO PARA ACHAR O CONTRATO DO RECIBO.
      * PARCELA FORA DA TABELA (OU SEM CONTRATO) CONTA NO PRINCIPAL
       77  WS-MAX-PARCELAS         PIC 9(04)   VALUE 5000.
       77  WS-QTD-PARCELAS-TAB     PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PARCELAS-ESTOUROU    PIC X(01)   VALUE 'N'.
           88  WS-PARCELAS-ESTOUROU-SIM        VALUE 'S'.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-ENTRADA  OCCURS 5000 TIMES.
               10  WS-PCT-CODIGO       PIC 9(06).
               10  WS-PCT-NUMERO       PIC 9(02).
               10  WS-PCT-CONTRATO     PIC 9(02).
       77  WS-CONTRATO-ACHADO      PIC 9(02)   VALUE ZEROS.

      * CONTROLE DE QUEBRA POR CLIENTE E POR MES. ZEROS = SEM QUEBRA
       77  WS-CLIENTE-QUEBRA       PIC 9(06)   VALUE ZEROS.
       77  WS-MES-QUEBRA           PIC 9(02)   VALUE ZEROS.
       77  WS-CLIENTE-IMPRIME      PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-IMPRIME-SIM          VALUE 'S'.

       77  WS-PAGO-MES             PIC 9(09)V99 VALUE ZEROS.
       77  WS-REEMB-MES            PIC 9(09)V99 VALUE ZEROS.
       77  WS-PAGO-CLIENTE         PIC 9(11)V99 VALUE ZEROS.
       77  WS-REEMB-CLIENTE        PIC 9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO-CLIENTE      PIC S9(11)V99 VALUE ZEROS.
       77  WS-PAGO-GERAL           PIC 9(13)V99 VALUE ZEROS.
       77  WS-REEMB-GERAL          PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-LIDOS            PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-INFORMES         PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ENFILEIRADOS     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SO-IMPRESSOS     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-CADASTRO     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-PARCELA      PIC 9(05)   VALUE ZEROS COMP.

       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-LIQUIDO-ED           PIC $$$.$$$.$$9,99-.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

       77  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.
       77  WS-PONTEIRO             PIC 9(03)   VALUE ZEROS COMP.
       01  WS-NOME-MES             PIC X(09)   VALUE SPACES.
       01  WS-TAB-MESES-VALORES.
           05  FILLER              PIC X(09)   VALUE 'JANEIRO'.
           05  FILLER              PIC X(09)   VALUE 'FEVEREIRO'.
           05  FILLER              PIC X(09)   VALUE 'MARCO'.
           05  FILLER              PIC X(09)   VALUE 'ABRIL'.
           05  FILLER              PIC X(09)   VALUE 'MAIO'.
           05  FILLER              PIC X(09)   VALUE 'JUNHO'.
           05  FILLER              PIC X(09)   VALUE 'JULHO'.
           05  FILLER              PIC X(09)   VALUE 'AGOSTO'.
           05  FILLER              PIC X(09)   VALUE 'SETEMBRO'.
           05  FILLER              PIC X(09)   VALUE 'OUTUBRO'.
           05  FILLER              PIC X(09)   VALUE 'NOVEMBRO'.
           05  FILLER              PIC X(09)   VALUE 'DEZEMBRO'.
       01  WS-TAB-MESES REDEFINES WS-TAB-MESES-VALORES.
           05  WS-MES-DESC         PIC X(09)   OCCURS 12 TIMES.

      * CPF (11 DIGITOS A DIREITA) OU CNPJ (14) FORMATADO
       01  WS-DOC-NUMERO           PIC 9(14)   VALUE ZEROS.
       01  WS-DOC-CNPJ REDEFINES WS-DOC-NUMERO.
           05  WS-CNPJ-P1              PIC 9(02).
           05  WS-CNPJ-P2              PIC 9(03).
           05  WS-CNPJ-P3              PIC 9(03).
           05  WS-CNPJ-P4              PIC 9(04).
           05  WS-CNPJ-DV              PIC 9(02).
       01  WS-DOC-CPF REDEFINES WS-DOC-NUMERO.
           05  FILLER                  PIC 9(03).
           05  WS-CPF-P1               PIC 9(03).
           05  WS-CPF-P2               PIC 9(03).
           05  WS-CPF-P3               PIC 9(03).
           05  WS-CPF-DV               PIC 9(02).
       01  WS-DOC-ED               PIC X(24)   VALUE SPACES.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * FILA DE CORRESPONDENCIA (CORRQUE.dat) - UM REGISTRO POR
      * INFORME GERADO, DESPACHADO PELO CORR-DISPATCH
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - RECIBOS E REEMBOLSOS DO ANO PARA O SORT
       S1-EXTRACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO

            IF NOT WS-ERRO-ABERTURA-SIM
               SORT WORK-PAGAMENTOS
                    ON ASCENDING KEY WIP-CODIGO-CLIENTE
                                     WIP-DATA
                                     WIP-TIPO
                                     WIP-NUMERO
                    INPUT PROCEDURE IS P200-EXTRAI-PAGAMENTOS
                    OUTPUT PROCEDURE IS P300-EMITE-INFORMES
            END-IF

            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            COMPUTE WS-ANO-INFORME = WS-ANO-REFERENCIA - 1

            OPEN INPUT CONFIG-INFORME
            IF WS-CONFIG-OK
               READ CONFIG-INFORME
               IF WS-CONFIG-OK AND INC-ANO IS NUMERIC
                  AND INC-ANO > 1900 AND INC-ANO < WS-ANO-REFERENCIA
                  MOVE INC-ANO TO WS-ANO-INFORME
               END-IF
               CLOSE CONFIG-INFORME
            END-IF

            OPEN INPUT REGISTRO-RECIBOS
            IF NOT WS-RECIBOS-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE RECIBOS - STATUS '
                       WS-RECIBOS-STATUS
            ELSE
               CLOSE REGISTRO-RECIBOS
               PERFORM P110-CARREGA-PARCELAS
            END-IF.

       P110-CARREGA-PARCELAS.
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P115-LE-PARCELA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF.

      *     TABELA CHEIA NAO ABORTA: O INFORME SO PERDE A SEQUENCIA DO
      *     CONTRATO DAS PARCELAS QUE FICARAM DE FORA (VAI O PRINCIPAL)
       P115-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-PARCELAS-TAB < WS-MAX-PARCELAS
                  ADD 1 TO WS-QTD-PARCELAS-TAB
                  MOVE PCL-CODIGO
                       TO WS-PCT-CODIGO(WS-QTD-PARCELAS-TAB)
                  MOVE PCL-NUMERO
                       TO WS-PCT-NUMERO(WS-QTD-PARCELAS-TAB)
                  IF PCL-CONTRATO IS NUMERIC
                     MOVE PCL-CONTRATO
                          TO WS-PCT-CONTRATO(WS-QTD-PARCELAS-TAB)
                  ELSE
                     MOVE ZEROS
                          TO WS-PCT-CONTRATO(WS-QTD-PARCELAS-TAB)
                  END-IF
               ELSE
                  SET WS-PARCELAS-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P200-EXTRAI-PAGAMENTOS.
            OPEN INPUT REGISTRO-RECIBOS
            MOVE 'N' TO WS-FIM-ARQUIVO
            PERFORM P210-LE-RECIBO UNTIL WS-FIM-ARQUIVO-SIM
            CLOSE REGISTRO-RECIBOS

            OPEN INPUT REGISTRO-REEMBOLSOS
            IF WS-REGISTRO-REEMB-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P230-LE-REEMBOLSO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE REGISTRO-REEMBOLSOS
            END-IF.

       P210-LE-RECIBO.
            READ REGISTRO-RECIBOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               ADD 1 TO WS-QTD-LIDOS
               MOVE RCP-DATA-PAGTO TO WIP-DATA
               IF RCP-VALOR IS NUMERIC
                  AND WIP-ANO = WS-ANO-INFORME
                  AND WIP-MES > ZEROS AND WIP-MES < 13
                  MOVE RCP-CODIGO     TO WIP-CODIGO-CLIENTE
                  SET WIP-PAGAMENTO   TO TRUE
                  MOVE RCP-NUMERO     TO WIP-NUMERO
                  MOVE RCP-PARCELA    TO WIP-PARCELA
                  MOVE RCP-VALOR      TO WIP-VALOR
                  PERFORM P220-LOCALIZA-CONTRATO
                  MOVE WS-CONTRATO-ACHADO TO WIP-CONTRATO
                  RELEASE REG-WORK-PAGAMENTOS
               END-IF
            END-IF.

       P220-LOCALIZA-CONTRATO.
            MOVE ZEROS TO WS-CONTRATO-ACHADO
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                    OR WS-CONTRATO-ACHADO > ZEROS
                IF WS-PCT-CODIGO(WS-IDX-PARCELA) = RCP-CODIGO
                   AND WS-PCT-NUMERO(WS-IDX-PARCELA) = RCP-PARCELA
                   MOVE WS-PCT-CONTRATO(WS-IDX-PARCELA)
                        TO WS-CONTRATO-ACHADO
                   IF WS-CONTRATO-ACHADO = ZEROS
                      MOVE 01 TO WS-CONTRATO-ACHADO
                   END-IF
                END-IF
            END-PERFORM
            IF WS-CONTRATO-ACHADO = ZEROS
               ADD 1 TO WS-QTD-SEM-PARCELA
               MOVE 01 TO WS-CONTRATO-ACHADO
            END-IF.

       P230-LE-REEMBOLSO.
            READ REGISTRO-REEMBOLSOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               MOVE RPG-DATA-PAGAMENTO TO WIP-DATA
               IF RPG-VALOR IS NUMERIC
                  AND WIP-ANO = WS-ANO-INFORME
                  AND WIP-MES > ZEROS AND WIP-MES < 13
                  MOVE RPG-CODIGO     TO WIP-CODIGO-CLIENTE
                  SET WIP-REEMBOLSO   TO TRUE
                  MOVE RPG-NUMERO     TO WIP-NUMERO
                  MOVE ZEROS          TO WIP-CONTRATO
                  MOVE ZEROS          TO WIP-PARCELA
                  MOVE RPG-VALOR      TO WIP-VALOR
                  RELEASE REG-WORK-PAGAMENTOS
               END-IF
            END-IF.

      * FASE DE EMISSAO - QUEBRA POR CLIENTE E MES, IMPRIME E ENFILEIRA
       S2-EMISSAO SECTION.
       P300-EMITE-INFORMES.
            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT INFORME
            OPEN OUTPUT LISTAGEM-CONTROLE
            OPEN EXTEND FILA-CORRESP
            IF WS-CORRESP-NAO-CRIADA
               OPEN OUTPUT FILA-CORRESP
            END-IF
            IF NOT WS-CUST-OK OR NOT WS-INFORME-OK
               OR NOT WS-CONTROLE-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' INFORME: ' WS-INFORME-STATUS
                       ' CONTROLE: ' WS-CONTROLE-STATUS
               SET WS-SORT-FIM TO TRUE
            ELSE
               PERFORM P305-CABECALHO-CONTROLE
               PERFORM P310-RETORNA-E-IMPRIME UNTIL WS-SORT-FIM
               IF WS-CLIENTE-QUEBRA NOT = ZEROS
                  AND WS-CLIENTE-IMPRIME-SIM
                  PERFORM P340-FECHA-MES
                  PERFORM P350-FECHA-CLIENTE
               END-IF
               PERFORM P380-TOTAIS-CONTROLE
               CLOSE INFORME
               CLOSE LISTAGEM-CONTROLE
               MOVE 'PAY-STATEMENT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\INFPCTL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO

               MOVE 'INFPAGTO.txt'  TO WS-MAN-ARQUIVO
               MOVE WS-QTD-INFORMES TO WS-MAN-QTD
               MOVE WS-PAGO-GERAL   TO WS-MAN-HASH
               PERFORM P8950-GRAVA-MANIFESTO
            END-IF

            IF WS-CUST-OK
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-CORRESP-OK
               CLOSE FILA-CORRESP
            END-IF.

       P305-CABECALHO-CONTROLE.
            MOVE SPACES TO REG-CONTROLE
            STRING '===== INFORME DE PAGAMENTOS - ANO-CALENDARIO '
                   DELIMITED BY SIZE
                   WS-ANO-INFORME   DELIMITED BY SIZE
                   ' - LISTAGEM DE CONTROLE =====' DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE SPACES TO REG-CONTROLE
            WRITE REG-CONTROLE.

       P310-RETORNA-E-IMPRIME.
            RETURN WORK-PAGAMENTOS
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WIP-CODIGO-CLIENTE NOT = WS-CLIENTE-QUEBRA
                  IF WS-CLIENTE-QUEBRA NOT = ZEROS
                     AND WS-CLIENTE-IMPRIME-SIM
                     PERFORM P340-FECHA-MES
                     PERFORM P350-FECHA-CLIENTE
                  END-IF
                  MOVE WIP-CODIGO-CLIENTE TO WS-CLIENTE-QUEBRA
                  MOVE ZEROS TO WS-MES-QUEBRA
                  PERFORM P320-ABRE-CLIENTE
               END-IF

               IF WS-CLIENTE-IMPRIME-SIM
                  IF WIP-MES NOT = WS-MES-QUEBRA
                     IF WS-MES-QUEBRA NOT = ZEROS
                        PERFORM P340-FECHA-MES
                     END-IF
                     MOVE WIP-MES TO WS-MES-QUEBRA
                     PERFORM P325-ABRE-MES
                  END-IF
                  PERFORM P330-IMPRIME-LANCAMENTO
               END-IF
            END-IF.

      ******************************************************************
      * P320-ABRE-CLIENTE
      * Na quebra de cliente le o cadastro pela chave. O informe sai
      * tambem para cliente excluido - o pagamento aconteceu e entra
      * na declaracao - mas so o ativo vai para a fila de e-mail; o
      * excluido fica na listagem de controle como so impresso.
      * Cliente que nao existe mais no cadastro nao tem nome nem
      * documento para o informe: vai so para a listagem.
      ******************************************************************
       P320-ABRE-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-IMPRIME
            MOVE ZEROS TO WS-PAGO-CLIENTE
            MOVE ZEROS TO WS-REEMB-CLIENTE
            MOVE WIP-CODIGO-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF NOT WS-CUST-OK
               ADD 1 TO WS-QTD-SEM-CADASTRO
               MOVE SPACES TO REG-CONTROLE
               STRING 'CLIENTE '          DELIMITED BY SIZE
                      WIP-CODIGO-CLIENTE  DELIMITED BY SIZE
                      ' - NAO ENCONTRADO NO CADASTRO (STATUS '
                                          DELIMITED BY SIZE
                      WS-CUST-STATUS      DELIMITED BY SIZE
                      ') - INFORME NAO EMITIDO'
                                          DELIMITED BY SIZE
                      INTO REG-CONTROLE
               END-STRING
               WRITE REG-CONTROLE
            ELSE
               MOVE 'S' TO WS-CLIENTE-IMPRIME
               ADD 1 TO WS-QTD-INFORMES

               MOVE SPACES TO WS-NOME-COMPLETO
               STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-MEIO      DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-ULTIMO    DELIMITED BY SPACE
                      INTO WS-NOME-COMPLETO
               END-STRING
               PERFORM P360-FORMATA-DOCUMENTO

               MOVE SPACES TO REG-INFORME
               STRING '===== INFORME DE PAGAMENTOS - ANO-CALENDARIO '
                      DELIMITED BY SIZE
                      WS-ANO-INFORME DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO REG-INFORME
               END-STRING
               WRITE REG-INFORME
               MOVE SPACES TO REG-INFORME
               STRING 'CLIENTE '       DELIMITED BY SIZE
                      CSV-CODIGO       DELIMITED BY SIZE
                      ' - '            DELIMITED BY SIZE
                      WS-NOME-COMPLETO DELIMITED BY SIZE
                      INTO REG-INFORME
               END-STRING
               WRITE REG-INFORME
               MOVE SPACES TO REG-INFORME
               STRING WS-DOC-ED        DELIMITED BY SIZE
                      INTO REG-INFORME
               END-STRING
               WRITE REG-INFORME
               MOVE SPACES TO REG-INFORME
               WRITE REG-INFORME
            END-IF.

       P325-ABRE-MES.
            MOVE ZEROS TO WS-PAGO-MES
            MOVE ZEROS TO WS-REEMB-MES
            MOVE WS-MES-DESC(WIP-MES) TO WS-NOME-MES
            MOVE SPACES TO REG-INFORME
            STRING WS-NOME-MES    DELIMITED BY SPACE
                   '/'            DELIMITED BY SIZE
                   WS-ANO-INFORME DELIMITED BY SIZE
                   INTO REG-INFORME
            END-STRING
            WRITE REG-INFORME.

       P330-IMPRIME-LANCAMENTO.
            MOVE WIP-DATA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WIP-VALOR TO WS-VALOR-ED
            MOVE SPACES TO REG-INFORME
            IF WIP-PAGAMENTO
               STRING '  '          DELIMITED BY SIZE
                      WS-DATA-BR    DELIMITED BY SIZE
                      ' RECIBO '    DELIMITED BY SIZE
                      WIP-NUMERO    DELIMITED BY SIZE
                      ' CONTRATO '  DELIMITED BY SIZE
                      WIP-CONTRATO  DELIMITED BY SIZE
                      ' PARCELA '   DELIMITED BY SIZE
                      WIP-PARCELA   DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      WS-VALOR-ED   DELIMITED BY SIZE
                      INTO REG-INFORME
               END-STRING
               ADD WIP-VALOR TO WS-PAGO-MES
               ADD WIP-VALOR TO WS-PAGO-CLIENTE
               ADD WIP-VALOR TO WS-PAGO-GERAL
            ELSE
               STRING '  '          DELIMITED BY SIZE
                      WS-DATA-BR    DELIMITED BY SIZE
                      ' REEMBOLSO ' DELIMITED BY SIZE
                      WIP-NUMERO    DELIMITED BY SIZE
                      ' DEVOLVIDO AO CLIENTE    '
                                    DELIMITED BY SIZE
                      WS-VALOR-ED   DELIMITED BY SIZE
                      '-'           DELIMITED BY SIZE
                      INTO REG-INFORME
               END-STRING
               ADD WIP-VALOR TO WS-REEMB-MES
               ADD WIP-VALOR TO WS-REEMB-CLIENTE
               ADD WIP-VALOR TO WS-REEMB-GERAL
            END-IF
            WRITE REG-INFORME.

       P340-FECHA-MES.
            MOVE WS-PAGO-MES TO WS-VALOR-ED
            MOVE SPACES TO REG-INFORME
            STRING '  PAGO NO MES: ' DELIMITED BY SIZE
                   WS-VALOR-ED       DELIMITED BY SIZE
                   INTO REG-INFORME
            END-STRING
            IF WS-REEMB-MES > ZEROS
               MOVE WS-REEMB-MES TO WS-VALOR-ED
               MOVE 33 TO WS-PONTEIRO
               STRING '  REEMBOLSADO: '   DELIMITED BY SIZE
                      WS-VALOR-ED         DELIMITED BY SIZE
                      INTO REG-INFORME
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-IF
            WRITE REG-INFORME.

      ******************************************************************
      * P350-FECHA-CLIENTE
      * Totais do ano no informe, linha na listagem de controle e o
      * registro na fila de correspondencia (so cliente ativo).
      ******************************************************************
       P350-FECHA-CLIENTE.
            COMPUTE WS-LIQUIDO-CLIENTE =
                    WS-PAGO-CLIENTE - WS-REEMB-CLIENTE
            MOVE SPACES TO REG-INFORME
            WRITE REG-INFORME
            MOVE WS-PAGO-CLIENTE TO WS-VALOR-ED
            MOVE SPACES TO REG-INFORME
            STRING 'TOTAL PAGO NO ANO.........: ' DELIMITED BY SIZE
                   WS-VALOR-ED                     DELIMITED BY SIZE
                   INTO REG-INFORME
            END-STRING
            WRITE REG-INFORME
            MOVE WS-REEMB-CLIENTE TO WS-VALOR-ED
            MOVE SPACES TO REG-INFORME
            STRING 'REEMBOLSADO NO ANO........: ' DELIMITED BY SIZE
                   WS-VALOR-ED                     DELIMITED BY SIZE
                   INTO REG-INFORME
            END-STRING
            WRITE REG-INFORME
            MOVE WS-LIQUIDO-CLIENTE TO WS-LIQUIDO-ED
            MOVE SPACES TO REG-INFORME
            STRING 'VALOR LIQUIDO PAGO........: ' DELIMITED BY SIZE
                   WS-LIQUIDO-ED                   DELIMITED BY SIZE
                   INTO REG-INFORME
            END-STRING
            WRITE REG-INFORME
            MOVE SPACES TO REG-INFORME
            WRITE REG-INFORME

            MOVE SPACES TO REG-CONTROLE
            MOVE 1 TO WS-PONTEIRO
            STRING 'CLIENTE '     DELIMITED BY SIZE
                   CSV-CODIGO     DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-DOC-ED      DELIMITED BY SIZE
                   ' LIQUIDO '    DELIMITED BY SIZE
                   WS-LIQUIDO-ED  DELIMITED BY SIZE
                   INTO REG-CONTROLE
                   WITH POINTER WS-PONTEIRO
            END-STRING
            IF CSV-REGISTRO-ATIVO
               PERFORM P8960-ENFILEIRA-CORRESP
            ELSE
               ADD 1 TO WS-QTD-SO-IMPRESSOS
               STRING ' SO IMPRESSO'       DELIMITED BY SIZE
                      INTO REG-CONTROLE
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-IF
            WRITE REG-CONTROLE.

      *     CPF VEM ALINHADO A DIREITA NAS 14 POSICOES DO DOCUMENTO
       P360-FORMATA-DOCUMENTO.
            MOVE SPACES TO WS-DOC-ED
            IF CSV-DOCUMENTO IS NUMERIC
               MOVE CSV-DOCUMENTO TO WS-DOC-NUMERO
            ELSE
               MOVE ZEROS TO WS-DOC-NUMERO
            END-IF
            EVALUATE TRUE
                WHEN WS-DOC-NUMERO = ZEROS
                     MOVE 'DOCUMENTO NAO INFORMADO' TO WS-DOC-ED
                WHEN CSV-PESSOA-JURIDICA
                     STRING 'CNPJ '     DELIMITED BY SIZE
                            WS-CNPJ-P1  DELIMITED BY SIZE
                            '.'         DELIMITED BY SIZE
                            WS-CNPJ-P2  DELIMITED BY SIZE
                            '.'         DELIMITED BY SIZE
                            WS-CNPJ-P3  DELIMITED BY SIZE
                            '/'         DELIMITED BY SIZE
                            WS-CNPJ-P4  DELIMITED BY SIZE
                            '-'         DELIMITED BY SIZE
                            WS-CNPJ-DV  DELIMITED BY SIZE
                            INTO WS-DOC-ED
                     END-STRING
                WHEN OTHER
                     STRING 'CPF '      DELIMITED BY SIZE
                            WS-CPF-P1   DELIMITED BY SIZE
                            '.'         DELIMITED BY SIZE
                            WS-CPF-P2   DELIMITED BY SIZE
                            '.'         DELIMITED BY SIZE
                            WS-CPF-P3   DELIMITED BY SIZE
                            '-'         DELIMITED BY SIZE
                            WS-CPF-DV   DELIMITED BY SIZE
                            INTO WS-DOC-ED
                     END-STRING
            END-EVALUATE.

       P380-TOTAIS-CONTROLE.
            MOVE SPACES TO REG-CONTROLE
            WRITE REG-CONTROLE
            MOVE WS-QTD-INFORMES TO WS-QTD-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'INFORMES EMITIDOS.....: ' DELIMITED BY SIZE
                   WS-QTD-ED                  DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE WS-QTD-ENFILEIRADOS TO WS-QTD-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'ENFILEIRADOS P/ E-MAIL: ' DELIMITED BY SIZE
                   WS-QTD-ED                  DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE WS-QTD-SO-IMPRESSOS TO WS-QTD-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'SO IMPRESSOS..........: ' DELIMITED BY SIZE
                   WS-QTD-ED                  DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE WS-QTD-SEM-CADASTRO TO WS-QTD-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'SEM CADASTRO..........: ' DELIMITED BY SIZE
                   WS-QTD-ED                  DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE WS-QTD-SEM-PARCELA TO WS-QTD-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'RECIBOS SEM PARCELA...: ' DELIMITED BY SIZE
                   WS-QTD-ED                  DELIMITED BY SIZE
                   ' (LANCADOS NO CONTRATO 01)'
                                              DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE WS-PAGO-GERAL TO WS-TOTAL-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'TOTAL PAGO............: ' DELIMITED BY SIZE
                   WS-TOTAL-ED                DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE
            MOVE WS-REEMB-GERAL TO WS-TOTAL-ED
            MOVE SPACES TO REG-CONTROLE
            STRING 'TOTAL REEMBOLSADO.....: ' DELIMITED BY SIZE
                   WS-TOTAL-ED                DELIMITED BY SIZE
                   INTO REG-CONTROLE
            END-STRING
            WRITE REG-CONTROLE.

      * FECHAMENTO - FORA DAS SECTIONS DO SORT
       S3-FINAL SECTION.
       P900-FINAL.
            MOVE WS-QTD-INFORMES TO WS-QTD-ED
            DISPLAY 'INFORME DE PAGAMENTOS ' WS-ANO-INFORME ': '
                    WS-QTD-ED ' INFORME(S) NO INFPAGTO.txt - '
                    'CONTROLE NO INFPCTL.txt.'
            IF WS-PARCELAS-ESTOUROU-SIM
               DISPLAY 'AVISO - MAIS DE ' WS-MAX-PARCELAS
                       ' PARCELAS; AS EXCEDENTES SAIRAM NO CONTRATO '
                       'PRINCIPAL.'
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-SEM-CADASTRO > ZEROS
                  OR WS-PARCELAS-ESTOUROU-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

      ******************************************************************
      * P8960-ENFILEIRA-CORRESP
      * Um registro na fila de correspondencia por informe - fila
      * indisponivel nao segura o informe, so deixa de enfileirar.
      ******************************************************************
       P8960-ENFILEIRA-CORRESP.
            IF WS-CORRESP-OK
               MOVE CSV-CODIGO TO CRQ-CODIGO
               MOVE 'INFORME ' TO CRQ-TIPO-DOC
               MOVE 'INFPAGTO.txt' TO CRQ-REFERENCIA
               ACCEPT CRQ-DATA FROM DATE YYYYMMDD
               SET CRQ-PENDENTE TO TRUE
               WRITE REG-FILA-CORRESP
               ADD 1 TO WS-QTD-ENFILEIRADOS
            END-IF.

           COPY ASOFPA.
           COPY DTCONVP.
           COPY MANIFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM PAY-STATEMENT.
