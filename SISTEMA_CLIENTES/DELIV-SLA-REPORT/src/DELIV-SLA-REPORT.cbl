      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Relatorio de prazo de entrega (DELIVSLA.txt):
      *            varre os embarques (SHIPFILE.dat) e compara cada um
      *            com o retorno da transportadora carregado pelo
      *            POD-LOAD (ENTREGA.dat, copybooks POD*) e com o
      *            prazo prometido para a transportadora e a UF do
      *            cliente (PRAZO.dat, copybooks PRZ*, mantido no
      *            CARRIER-MAINT). Lista as entregas da competencia
      *            da data de referencia feitas fora do prazo e todo
      *            embarque ainda nao entregue que ja passou do prazo
      *            ou teve tentativa frustrada, e fecha com o resumo
      *            por transportadora. Embarque sem prazo cadastrado
      *            (ou anterior ao cadastro de transportadoras) so
      *            entra na contagem 'SEM PRAZO'.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIV-SLA-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY CUSTSEL.
           COPY ASOFSL.
           COPY TRPSL.
           COPY PRZSL.
           COPY PODSL.

           SELECT ARQUIVO-EMBARQUES ASSIGN TO
           'src\assets\SHIPFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMBARQUES-STATUS.

           SELECT RELATORIO-PRAZOS ASSIGN TO
           'src\assets\DELIVSLA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CADASTRO-TRANSPORTADORAS.
           COPY TRPF.

       FD  TABELA-PRAZOS.
           COPY PRZF.

       FD  ARQUIVO-ENTREGAS.
           COPY PODF.

       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       FD  RELATORIO-PRAZOS.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-EMBARQUES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-EMBARQUES-OK                 VALUE '00'.
       77  WS-ENTREGAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENTREGAS-OK                  VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-EMBARQUES        PIC X(01)   VALUE 'N'.
           88  WS-FIM-EMBARQUES-SIM            VALUE 'S'.
       77  WS-FIM-ENTREGAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENTREGAS-SIM             VALUE 'S'.

      * DATA DE REFERENCIA - COMPETENCIA DAS ENTREGAS E CORTE DOS
      * EMBARQUES EM ABERTO
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIA-JULIANO-EMB      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-CORRIDOS        PIC S9(05)  VALUE ZEROS COMP.

      * CADASTRO DE TRANSPORTADORAS E PRAZOS (COPYBOOKS TRP*/PRZ*)
           COPY TRPWS.
           COPY PRZWS.

      * ULTIMO RETORNO DE CADA PEDIDO (ENTREGA.dat) - A LINHA MAIS
      * RECENTE DO PEDIDO SUBSTITUI A ANTERIOR
       77  WS-MAX-ENTREGAS         PIC 9(04)   VALUE 2000.
       77  WS-QTD-ENTREGAS-TAB     PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ENTREGA          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ENT-ACHADA       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-ENTREGAS.
           05  WS-ENTREGA-ENTRADA  OCCURS 2000 TIMES.
               10  WS-ENT-PEDIDO       PIC 9(06).
               10  WS-ENT-SITUACAO     PIC X(01).
                   88  WS-ENT-ENTREGUE         VALUE 'E'.
                   88  WS-ENT-FRUSTRADA        VALUE 'F'.
               10  WS-ENT-DATA         PIC 9(08).
               10  WS-ENT-RECEBEDOR    PIC X(30).
               10  WS-ENT-MOTIVO       PIC X(30).

      * TOTAIS POR CODIGO DE TRANSPORTADORA - CODIGO EM BRANCO E O
      * EMBARQUE EM TEXTO LIVRE, ANTERIOR AO CADASTRO
       77  WS-MAX-TOTAIS           PIC 9(03)   VALUE 101.
       77  WS-QTD-TOTAIS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-TOTAL            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-TOT-ACHADO       PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-TOTAIS.
           05  WS-TOTAL-ENTRADA    OCCURS 101 TIMES.
               10  WS-TOT-CODIGO       PIC X(04).
               10  WS-TOT-NO-PRAZO     PIC 9(05)   COMP.
               10  WS-TOT-ATRASADAS    PIC 9(05)   COMP.
               10  WS-TOT-VENCIDOS     PIC 9(05)   COMP.
               10  WS-TOT-EM-TRANSITO  PIC 9(05)   COMP.
               10  WS-TOT-SEM-PRAZO    PIC 9(05)   COMP.

      * EMBARQUE EM ANALISE
       01  WS-UF-DESTINO           PIC X(02)   VALUE SPACES.
       77  WS-CLIENTE-EMBARQUE     PIC 9(06)   VALUE ZEROS.
       77  WS-PRAZO-DIAS           PIC 9(03)   VALUE ZEROS.
       77  WS-TEM-PRAZO            PIC X(01)   VALUE 'N'.
           88  WS-TEM-PRAZO-SIM                VALUE 'S'.
       01  WS-SITUACAO-LINHA       PIC X(12)   VALUE SPACES.
       01  WS-COMPLEMENTO-LINHA    PIC X(26)   VALUE SPACES.

       77  WS-QTD-ATRASADAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-VENCIDOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FRUSTRADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DESPREZADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-ENTREGUES-MES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-PERCENTUAL           PIC 9(03)V9 VALUE ZEROS.
       01  WS-NOME-TRANSP          PIC X(20)   VALUE SPACES.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-DIAS-ED              PIC -ZZZ9.
       77  WS-PRAZO-ED             PIC ZZ9.
       77  WS-PERC-ED              PIC ZZ9,9.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P300-VARRE-EMBARQUES UNTIL WS-FIM-EMBARQUES-SIM
               PERFORM P600-IMPRIME-RESUMO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF

            PERFORM P8760-CARREGA-TRANSPORTADORAS
            PERFORM P8780-CARREGA-PRAZOS
            PERFORM P150-CARREGA-ENTREGAS

            IF WS-PRZ-ESTOUROU-SIM OR WS-QTD-PRZ-TAB = ZEROS
               DISPLAY 'TABELA DE PRAZOS AUSENTE OU INCOMPLETA - '
                       'CADASTRE NO CARRIER-MAINT.'
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT ORDER-MASTER
               OPEN INPUT CUSTOMER-MASTER
               OPEN INPUT ARQUIVO-EMBARQUES
               OPEN OUTPUT RELATORIO-PRAZOS

               IF NOT WS-ORD-OK OR NOT WS-CUST-OK
                  OR NOT WS-EMBARQUES-OK OR NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                          WS-ORD-STATUS-ARQ ' CADASTRO: '
                          WS-CUST-STATUS ' EMBARQUES: '
                          WS-EMBARQUES-STATUS ' RELATORIO: '
                          WS-RELATORIO-STATUS
               ELSE
                  PERFORM P170-IMPRIME-CABECALHO
               END-IF
            END-IF.

      ******************************************************************
      * P150-CARREGA-ENTREGAS
      * ENTREGA.dat ausente = nenhum retorno ainda (tudo em aberto).
      * Estouro da tabela aborta o relatorio: os pedidos que ficassem
      * de fora sairiam como nao entregues.
      ******************************************************************
       P150-CARREGA-ENTREGAS.
            OPEN INPUT ARQUIVO-ENTREGAS
            IF WS-ENTREGAS-OK
               PERFORM P160-LE-ENTREGA UNTIL WS-FIM-ENTREGAS-SIM
               CLOSE ARQUIVO-ENTREGAS
            END-IF.

       P160-LE-ENTREGA.
            READ ARQUIVO-ENTREGAS
                 AT END SET WS-FIM-ENTREGAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ENTREGAS-SIM
               PERFORM P350-LOCALIZA-ENTREGA-LIDA
               IF WS-IDX-ENT-ACHADA = ZEROS
                  IF WS-QTD-ENTREGAS-TAB < WS-MAX-ENTREGAS
                     ADD 1 TO WS-QTD-ENTREGAS-TAB
                     MOVE WS-QTD-ENTREGAS-TAB TO WS-IDX-ENT-ACHADA
                  ELSE
                     DISPLAY 'MAIS DE ' WS-MAX-ENTREGAS ' PEDIDOS NO '
                             'ENTREGA.dat - RELATORIO ABORTADO.'
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     SET WS-FIM-ENTREGAS-SIM TO TRUE
                  END-IF
               END-IF
               IF WS-IDX-ENT-ACHADA > ZEROS
                  MOVE ENT-NUMERO-PEDIDO
                       TO WS-ENT-PEDIDO(WS-IDX-ENT-ACHADA)
                  MOVE ENT-SITUACAO
                       TO WS-ENT-SITUACAO(WS-IDX-ENT-ACHADA)
                  MOVE ENT-DATA
                       TO WS-ENT-DATA(WS-IDX-ENT-ACHADA)
                  MOVE ENT-RECEBEDOR
                       TO WS-ENT-RECEBEDOR(WS-IDX-ENT-ACHADA)
                  MOVE ENT-MOTIVO-FALHA
                       TO WS-ENT-MOTIVO(WS-IDX-ENT-ACHADA)
               END-IF
            END-IF.

       P170-IMPRIME-CABECALHO.
            MOVE SPACES TO REG-RELATORIO
            STRING '===== PRAZO DE ENTREGA - COMPETENCIA '
                   DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   ' - REFERENCIA ' DELIMITED BY SIZE
                   WS-DATA-REFERENCIA DELIMITED BY SIZE
                   ' =====' DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'PEDIDO CLIENT TRSP UF EMBARQUE PRZ  DIAS SITUACAO'
                 TO REG-RELATORIO
            MOVE 'RECEBEDOR / MOTIVO' TO REG-RELATORIO(55:18)
            WRITE REG-RELATORIO.

       P300-VARRE-EMBARQUES.
            READ ARQUIVO-EMBARQUES
                 AT END SET WS-FIM-EMBARQUES-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-EMBARQUES-SIM
               AND SHP-DATA-EMBARQUE NOT > WS-DATA-REFERENCIA
               PERFORM P310-OBTEM-PRAZO
               PERFORM P340-LOCALIZA-ENTREGA
               MOVE SHP-DATA-EMBARQUE TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-EMB
               IF WS-IDX-ENT-ACHADA > ZEROS
                  AND WS-ENT-ENTREGUE(WS-IDX-ENT-ACHADA)
                  PERFORM P400-AVALIA-ENTREGUE
               ELSE
                  PERFORM P450-AVALIA-EM-ABERTO
               END-IF
            END-IF.

      ******************************************************************
      * P310-OBTEM-PRAZO
      * UF de destino pelo cliente do pedido; prazo pela
      * transportadora do embarque e a UF. Embarque sem codigo de
      * transportadora (texto livre) nao tem prazo.
      ******************************************************************
       P310-OBTEM-PRAZO.
            MOVE SPACES TO WS-UF-DESTINO
            MOVE ZEROS TO WS-CLIENTE-EMBARQUE
            MOVE 'N' TO WS-TEM-PRAZO
            MOVE ZEROS TO WS-PRAZO-DIAS

            MOVE SHP-NUMERO-PEDIDO TO ORD-NUMERO
            READ ORDER-MASTER KEY IS ORD-NUMERO
            IF WS-ORD-OK
               MOVE ORD-CODIGO-CLIENTE TO WS-CLIENTE-EMBARQUE
               MOVE ORD-CODIGO-CLIENTE TO CSV-CODIGO
               READ CUSTOMER-MASTER KEY IS CSV-CODIGO
               IF WS-CUST-OK
                  MOVE CSV-UF TO WS-UF-DESTINO
               END-IF
            END-IF

            IF SHP-CODIGO-TRANSP NOT = SPACES
               AND WS-UF-DESTINO NOT = SPACES
               MOVE SHP-CODIGO-TRANSP TO WS-PRZ-TRP-PROCURADA
               MOVE WS-UF-DESTINO     TO WS-PRZ-UF-PROCURADA
               PERFORM P8785-LOCALIZA-PRAZO
               IF WS-IDX-PRZ-ACHADO > ZEROS
                  SET WS-TEM-PRAZO-SIM TO TRUE
                  MOVE WS-PZT-DIAS(WS-IDX-PRZ-ACHADO) TO WS-PRAZO-DIAS
               END-IF
            END-IF

            PERFORM P320-LOCALIZA-TOTAL.

       P320-LOCALIZA-TOTAL.
            MOVE ZEROS TO WS-IDX-TOT-ACHADO
            PERFORM VARYING WS-IDX-TOTAL FROM 1 BY 1
                    UNTIL WS-IDX-TOTAL > WS-QTD-TOTAIS-TAB
                    OR WS-IDX-TOT-ACHADO > ZEROS
                IF WS-TOT-CODIGO(WS-IDX-TOTAL) = SHP-CODIGO-TRANSP
                   MOVE WS-IDX-TOTAL TO WS-IDX-TOT-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-TOT-ACHADO = ZEROS
               IF WS-QTD-TOTAIS-TAB < WS-MAX-TOTAIS
                  ADD 1 TO WS-QTD-TOTAIS-TAB
                  MOVE WS-QTD-TOTAIS-TAB TO WS-IDX-TOT-ACHADO
                  INITIALIZE WS-TOTAL-ENTRADA(WS-IDX-TOT-ACHADO)
                  MOVE SHP-CODIGO-TRANSP
                       TO WS-TOT-CODIGO(WS-IDX-TOT-ACHADO)
               ELSE
                  ADD 1 TO WS-QTD-DESPREZADOS
               END-IF
            END-IF.

      ******************************************************************
      * P340-LOCALIZA-ENTREGA / P350-LOCALIZA-ENTREGA-LIDA
      * Procura o pedido na tabela de retornos (indice em
      * WS-IDX-ENT-ACHADA, zero se a transportadora ainda nao deu
      * retorno). O P350 e usado na carga, com o registro lido.
      ******************************************************************
       P340-LOCALIZA-ENTREGA.
            MOVE ZEROS TO WS-IDX-ENT-ACHADA
            PERFORM VARYING WS-IDX-ENTREGA FROM 1 BY 1
                    UNTIL WS-IDX-ENTREGA > WS-QTD-ENTREGAS-TAB
                    OR WS-IDX-ENT-ACHADA > ZEROS
                IF WS-ENT-PEDIDO(WS-IDX-ENTREGA) = SHP-NUMERO-PEDIDO
                   MOVE WS-IDX-ENTREGA TO WS-IDX-ENT-ACHADA
                END-IF
            END-PERFORM.

       P350-LOCALIZA-ENTREGA-LIDA.
            MOVE ZEROS TO WS-IDX-ENT-ACHADA
            PERFORM VARYING WS-IDX-ENTREGA FROM 1 BY 1
                    UNTIL WS-IDX-ENTREGA > WS-QTD-ENTREGAS-TAB
                    OR WS-IDX-ENT-ACHADA > ZEROS
                IF WS-ENT-PEDIDO(WS-IDX-ENTREGA) = ENT-NUMERO-PEDIDO
                   MOVE WS-IDX-ENTREGA TO WS-IDX-ENT-ACHADA
                END-IF
            END-PERFORM.

      ******************************************************************
      * P400-AVALIA-ENTREGUE
      * So as entregas da competencia contam; as anteriores ja sairam
      * nos relatorios dos meses delas.
      ******************************************************************
       P400-AVALIA-ENTREGUE.
            IF WS-ENT-DATA(WS-IDX-ENT-ACHADA)(1:6) = WS-COMPETENCIA
               MOVE WS-ENT-DATA(WS-IDX-ENT-ACHADA) TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               COMPUTE WS-DIAS-CORRIDOS =
                       WS-DIA-JULIANO - WS-DIA-JULIANO-EMB
               EVALUATE TRUE
                   WHEN NOT WS-TEM-PRAZO-SIM
                        PERFORM P480-CONTA-SEM-PRAZO
                   WHEN WS-DIAS-CORRIDOS > WS-PRAZO-DIAS
                        ADD 1 TO WS-QTD-ATRASADAS
                        IF WS-IDX-TOT-ACHADO > ZEROS
                           ADD 1 TO WS-TOT-ATRASADAS(WS-IDX-TOT-ACHADO)
                        END-IF
                        MOVE 'ATRASADA' TO WS-SITUACAO-LINHA
                        MOVE WS-ENT-RECEBEDOR(WS-IDX-ENT-ACHADA)
                             TO WS-COMPLEMENTO-LINHA
                        PERFORM P500-IMPRIME-DETALHE
                   WHEN OTHER
                        IF WS-IDX-TOT-ACHADO > ZEROS
                           ADD 1 TO WS-TOT-NO-PRAZO(WS-IDX-TOT-ACHADO)
                        END-IF
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P450-AVALIA-EM-ABERTO
      * Sem entrega: dias corridos ate a data de referencia. Passou
      * do prazo = VENCIDO; dentro do prazo = em transito, mas a
      * tentativa frustrada sai na lista mesmo dentro do prazo.
      ******************************************************************
       P450-AVALIA-EM-ABERTO.
            COMPUTE WS-DIAS-CORRIDOS =
                    WS-DIA-JULIANO-REF - WS-DIA-JULIANO-EMB
            MOVE SPACES TO WS-COMPLEMENTO-LINHA
            IF WS-IDX-ENT-ACHADA > ZEROS
               ADD 1 TO WS-QTD-FRUSTRADOS
               MOVE WS-ENT-MOTIVO(WS-IDX-ENT-ACHADA)
                    TO WS-COMPLEMENTO-LINHA
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-TEM-PRAZO-SIM
                     PERFORM P480-CONTA-SEM-PRAZO
                     IF WS-IDX-ENT-ACHADA > ZEROS
                        MOVE 'FRUSTRADA' TO WS-SITUACAO-LINHA
                        PERFORM P500-IMPRIME-DETALHE
                     END-IF
                WHEN WS-DIAS-CORRIDOS > WS-PRAZO-DIAS
                     ADD 1 TO WS-QTD-VENCIDOS
                     IF WS-IDX-TOT-ACHADO > ZEROS
                        ADD 1 TO WS-TOT-VENCIDOS(WS-IDX-TOT-ACHADO)
                     END-IF
                     MOVE 'NAO ENTREGUE' TO WS-SITUACAO-LINHA
                     PERFORM P500-IMPRIME-DETALHE
                WHEN OTHER
                     IF WS-IDX-TOT-ACHADO > ZEROS
                        ADD 1 TO WS-TOT-EM-TRANSITO(WS-IDX-TOT-ACHADO)
                     END-IF
                     IF WS-IDX-ENT-ACHADA > ZEROS
                        MOVE 'FRUSTRADA' TO WS-SITUACAO-LINHA
                        PERFORM P500-IMPRIME-DETALHE
                     END-IF
            END-EVALUATE.

       P480-CONTA-SEM-PRAZO.
            IF WS-IDX-TOT-ACHADO > ZEROS
               ADD 1 TO WS-TOT-SEM-PRAZO(WS-IDX-TOT-ACHADO)
            END-IF.

       P500-IMPRIME-DETALHE.
            MOVE WS-DIAS-CORRIDOS TO WS-DIAS-ED
            MOVE WS-PRAZO-DIAS    TO WS-PRAZO-ED
            MOVE SPACES TO REG-RELATORIO
            MOVE SHP-NUMERO-PEDIDO    TO REG-RELATORIO(1:6)
            MOVE WS-CLIENTE-EMBARQUE  TO REG-RELATORIO(8:6)
            MOVE SHP-CODIGO-TRANSP    TO REG-RELATORIO(15:4)
            MOVE WS-UF-DESTINO        TO REG-RELATORIO(20:2)
            MOVE SHP-DATA-EMBARQUE    TO REG-RELATORIO(23:8)
            IF WS-TEM-PRAZO-SIM
               MOVE WS-PRAZO-ED       TO REG-RELATORIO(32:3)
            ELSE
               MOVE '---'             TO REG-RELATORIO(32:3)
            END-IF
            MOVE WS-DIAS-ED           TO REG-RELATORIO(36:5)
            MOVE WS-SITUACAO-LINHA    TO REG-RELATORIO(42:12)
            MOVE WS-COMPLEMENTO-LINHA TO REG-RELATORIO(55:26)
            WRITE REG-RELATORIO.

       P600-IMPRIME-RESUMO.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '===== RESUMO POR TRANSPORTADORA =====' TO
                 REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'COD  TRANSPORTADORA       NOPRAZ ATRASA VENCID'
                 TO REG-RELATORIO
            MOVE 'TRANSI SEMPRZ %PRAZO' TO REG-RELATORIO(48:20)
            WRITE REG-RELATORIO

            PERFORM P610-IMPRIME-TRANSPORTADORA
                    VARYING WS-IDX-TOTAL FROM 1 BY 1
                    UNTIL WS-IDX-TOTAL > WS-QTD-TOTAIS-TAB

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-ATRASADAS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'ENTREGAS ATRASADAS NO MES: ' DELIMITED BY SIZE
                   WS-QTD-ED                     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-VENCIDOS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'NAO ENTREGUES FORA DO PRAZO: ' DELIMITED BY SIZE
                   WS-QTD-ED                       DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P610-IMPRIME-TRANSPORTADORA
      * %PRAZO = entregas do mes no prazo sobre as entregas do mes
      * com prazo cadastrado (no prazo + atrasadas).
      ******************************************************************
       P610-IMPRIME-TRANSPORTADORA.
            IF WS-TOT-CODIGO(WS-IDX-TOTAL) = SPACES
               MOVE 'SEM CODIGO (TEXTO)' TO WS-NOME-TRANSP
            ELSE
               MOVE WS-TOT-CODIGO(WS-IDX-TOTAL) TO WS-TRP-PROCURADA
               PERFORM P8765-LOCALIZA-TRANSPORTADORA
               IF WS-IDX-TRP-ACHADA = ZEROS
                  MOVE 'NAO CADASTRADA' TO WS-NOME-TRANSP
               ELSE
                  MOVE WS-TRT-NOME(WS-IDX-TRP-ACHADA)
                       TO WS-NOME-TRANSP
               END-IF
            END-IF

            COMPUTE WS-ENTREGUES-MES = WS-TOT-NO-PRAZO(WS-IDX-TOTAL)
                                     + WS-TOT-ATRASADAS(WS-IDX-TOTAL)
            IF WS-ENTREGUES-MES > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-TOT-NO-PRAZO(WS-IDX-TOTAL) * 100
                       / WS-ENTREGUES-MES
            ELSE
               MOVE ZEROS TO WS-PERCENTUAL
            END-IF

            MOVE SPACES TO REG-RELATORIO
            MOVE WS-TOT-CODIGO(WS-IDX-TOTAL) TO REG-RELATORIO(1:4)
            MOVE WS-NOME-TRANSP              TO REG-RELATORIO(6:20)
            MOVE WS-TOT-NO-PRAZO(WS-IDX-TOTAL)    TO WS-QTD-ED
            MOVE WS-QTD-ED                   TO REG-RELATORIO(27:6)
            MOVE WS-TOT-ATRASADAS(WS-IDX-TOTAL)   TO WS-QTD-ED
            MOVE WS-QTD-ED                   TO REG-RELATORIO(34:6)
            MOVE WS-TOT-VENCIDOS(WS-IDX-TOTAL)    TO WS-QTD-ED
            MOVE WS-QTD-ED                   TO REG-RELATORIO(41:6)
            MOVE WS-TOT-EM-TRANSITO(WS-IDX-TOTAL) TO WS-QTD-ED
            MOVE WS-QTD-ED                   TO REG-RELATORIO(48:6)
            MOVE WS-TOT-SEM-PRAZO(WS-IDX-TOTAL)   TO WS-QTD-ED
            MOVE WS-QTD-ED                   TO REG-RELATORIO(55:6)
            IF WS-ENTREGUES-MES > ZEROS
               MOVE WS-PERCENTUAL            TO WS-PERC-ED
               MOVE WS-PERC-ED               TO REG-RELATORIO(63:5)
            ELSE
               MOVE '  ---'                  TO REG-RELATORIO(63:5)
            END-IF
            WRITE REG-RELATORIO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE ORDER-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-EMBARQUES
               CLOSE RELATORIO-PRAZOS
               MOVE 'DELIV-SLA-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\DELIVSLA.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PRAZO DE ENTREGA - ' WS-QTD-ATRASADAS
                       ' ATRASADA(S) NO MES, ' WS-QTD-VENCIDOS
                       ' NAO ENTREGUE(S) FORA DO PRAZO, '
                       WS-QTD-FRUSTRADOS ' COM TENTATIVA FRUSTRADA.'
               IF WS-QTD-DESPREZADOS > ZEROS
                  DISPLAY 'TABELA DE TOTAIS CHEIA - '
                          WS-QTD-DESPREZADOS
                          ' EMBARQUE(S) FORA DO RESUMO.'
               END-IF
               IF WS-QTD-ATRASADAS > ZEROS OR WS-QTD-VENCIDOS > ZEROS
                  OR WS-QTD-DESPREZADOS > ZEROS
                  OR WS-TRP-ESTOUROU-SIM OR WS-PRZ-ESTOUROU-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DTCONVP.
           COPY ASOFPA.
           COPY TRPPA.
           COPY PRZPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM DELIV-SLA-REPORT.
