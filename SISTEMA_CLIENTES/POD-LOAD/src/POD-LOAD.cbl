      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga diaria do retorno de entrega das
      *            transportadoras (CARRPOD.txt - pedido, codigo da
      *            transportadora, E = entregue ou F = tentativa
      *            frustrada, data, nome de quem recebeu ou motivo da
      *            falha): confere cada linha contra o embarque do
      *            pedido (SHIPFILE.dat, gravado pelo SHIP-CONFIRM) e
      *            acrescenta as aceitas no ENTREGA.dat (copybooks
      *            POD*), que o DELIV-SLA-REPORT compara com o prazo
      *            prometido e o CUST-360 mostra ao lado do pedido.
      *            Linha sem embarque, de outra transportadora, com
      *            data invalida, anterior ao embarque ou para pedido
      *            ja entregue vai para o ERROR-LOG e nao entra. O
      *            embarque saia e ninguem sabia se tinha chegado.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POD-LOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.
           COPY PODSL.

           SELECT RETORNO-ENTREGAS ASSIGN TO
           'src\assets\CARRPOD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.

           SELECT ARQUIVO-EMBARQUES ASSIGN TO
           'src\assets\SHIPFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMBARQUES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-ENTREGAS.
           COPY PODF.

       FD  RETORNO-ENTREGAS.
       01  REG-RETORNO.
           05  RET-NUMERO-PEDIDO       PIC 9(06).
           05  RET-CODIGO-TRANSP       PIC X(04).
           05  RET-SITUACAO            PIC X(01).
               88  RET-ENTREGUE                VALUE 'E'.
               88  RET-FRUSTRADA               VALUE 'F'.
           05  RET-DATA                PIC 9(08).
           05  RET-RECEBEDOR           PIC X(30).
           05  RET-MOTIVO-FALHA        PIC X(30).

       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-RETORNO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RETORNO-OK                   VALUE '00'.
       77  WS-EMBARQUES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-EMBARQUES-OK                 VALUE '00'.
       77  WS-ENTREGAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENTREGAS-OK                  VALUE '00'.
           88  WS-ENTREGAS-NAO-CRIADO          VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-RETORNO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETORNO-SIM              VALUE 'S'.
       77  WS-FIM-EMBARQUES        PIC X(01)   VALUE 'N'.
           88  WS-FIM-EMBARQUES-SIM            VALUE 'S'.
       77  WS-FIM-ENTREGAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENTREGAS-SIM             VALUE 'S'.
       77  WS-LINHA-REJEITADA      PIC X(01)   VALUE 'N'.
           88  WS-LINHA-REJEITADA-SIM          VALUE 'S'.

      * EMBARQUES EM MEMORIA - PEDIDO, TRANSPORTADORA E DATA
       77  WS-MAX-EMBARQUES        PIC 9(04)   VALUE 2000.
       77  WS-QTD-EMBARQUES-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-EMBARQUE         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-EMB-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-EMBARQUES.
           05  WS-EMBARQUE-ENTRADA OCCURS 2000 TIMES.
               10  WS-EMB-PEDIDO       PIC 9(06).
               10  WS-EMB-TRANSP       PIC X(04).
               10  WS-EMB-DATA         PIC 9(08).

      * PEDIDOS JA ENTREGUES (ENTREGA.dat DAS CARGAS ANTERIORES E
      * DESTA) - NAO RECEBEM MAIS RETORNO
       77  WS-MAX-ENTREGUES        PIC 9(04)   VALUE 2000.
       77  WS-QTD-ENTREGUES-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ENTREGUE         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PEDIDO-ENTREGUE      PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-ENTREGUE-SIM          VALUE 'S'.
       01  WS-TAB-ENTREGUES.
           05  WS-ENT-PEDIDO       PIC 9(06)  OCCURS 2000 TIMES.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ENTREGUES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FRUSTRADAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.

      * CONVERSAO E VALIDACAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'PODLOAD'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-RETORNO
                       UNTIL WS-FIM-RETORNO-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P110-CARREGA-EMBARQUES
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P130-CARREGA-ENTREGUES
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT RETORNO-ENTREGAS
               OPEN EXTEND ARQUIVO-ENTREGAS
               IF WS-ENTREGAS-NAO-CRIADO
                  OPEN OUTPUT ARQUIVO-ENTREGAS
               END-IF
               OPEN EXTEND ERROR-LOG

               IF NOT WS-RETORNO-OK OR NOT WS-ENTREGAS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - RETORNO: '
                          WS-RETORNO-STATUS ' ENTREGAS: '
                          WS-ENTREGAS-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P110-CARREGA-EMBARQUES
      * Sem o arquivo de embarques nenhuma linha pode ser conferida;
      * estouro da tabela aborta a carga, senao os embarques que
      * ficaram de fora seriam rejeitados como inexistentes.
      ******************************************************************
       P110-CARREGA-EMBARQUES.
            OPEN INPUT ARQUIVO-EMBARQUES
            IF NOT WS-EMBARQUES-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMBARQUES - STATUS '
                       WS-EMBARQUES-STATUS
            ELSE
               PERFORM P120-LE-EMBARQUE UNTIL WS-FIM-EMBARQUES-SIM
               CLOSE ARQUIVO-EMBARQUES
            END-IF.

       P120-LE-EMBARQUE.
            READ ARQUIVO-EMBARQUES
                 AT END SET WS-FIM-EMBARQUES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-EMBARQUES-SIM
               IF WS-QTD-EMBARQUES-TAB < WS-MAX-EMBARQUES
                  ADD 1 TO WS-QTD-EMBARQUES-TAB
                  MOVE SHP-NUMERO-PEDIDO
                       TO WS-EMB-PEDIDO(WS-QTD-EMBARQUES-TAB)
                  MOVE SHP-CODIGO-TRANSP
                       TO WS-EMB-TRANSP(WS-QTD-EMBARQUES-TAB)
                  MOVE SHP-DATA-EMBARQUE
                       TO WS-EMB-DATA(WS-QTD-EMBARQUES-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-EMBARQUES ' EMBARQUES NO '
                          'SHIPFILE - CARGA ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-EMBARQUES-SIM TO TRUE
               END-IF
            END-IF.

       P130-CARREGA-ENTREGUES.
            OPEN INPUT ARQUIVO-ENTREGAS
            IF WS-ENTREGAS-OK
               PERFORM P140-LE-ENTREGA UNTIL WS-FIM-ENTREGAS-SIM
               CLOSE ARQUIVO-ENTREGAS
            END-IF.

       P140-LE-ENTREGA.
            READ ARQUIVO-ENTREGAS
                 AT END SET WS-FIM-ENTREGAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ENTREGAS-SIM AND ENT-ENTREGUE
               IF WS-QTD-ENTREGUES-TAB < WS-MAX-ENTREGUES
                  ADD 1 TO WS-QTD-ENTREGUES-TAB
                  MOVE ENT-NUMERO-PEDIDO
                       TO WS-ENT-PEDIDO(WS-QTD-ENTREGUES-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-ENTREGUES ' ENTREGAS NO '
                          'ENTREGA.dat - CARGA ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ENTREGAS-SIM TO TRUE
               END-IF
            END-IF.

       P200-PROCESSA-RETORNO.
            READ RETORNO-ENTREGAS
                 AT END SET WS-FIM-RETORNO-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-RETORNO-SIM
               ADD 1 TO WS-QTD-LIDAS
               PERFORM P300-VALIDA-RETORNO
               IF WS-LINHA-REJEITADA-SIM
                  ADD 1 TO WS-QTD-REJEITADAS
                  PERFORM P8200-GRAVA-ERRO-LOG
               ELSE
                  PERFORM P400-GRAVA-ENTREGA
               END-IF
            END-IF.

      ******************************************************************
      * P300-VALIDA-RETORNO
      * Cada teste so roda se os anteriores passaram; o primeiro
      * motivo encontrado vai para o ERROR-LOG com o pedido na chave.
      ******************************************************************
       P300-VALIDA-RETORNO.
            MOVE 'N' TO WS-LINHA-REJEITADA
            MOVE SPACES TO WS-ERL-CHAVE
            MOVE RET-NUMERO-PEDIDO TO WS-ERL-CHAVE
            MOVE ZEROS TO WS-IDX-EMB-ACHADO

            IF RET-NUMERO-PEDIDO NOT NUMERIC
               OR NOT (RET-ENTREGUE OR RET-FRUSTRADA)
               SET WS-LINHA-REJEITADA-SIM TO TRUE
               MOVE 'RETORNO COM PEDIDO OU SITUACAO INVALIDA'
                    TO WS-ERL-MOTIVO
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM VARYING WS-IDX-EMBARQUE FROM 1 BY 1
                       UNTIL WS-IDX-EMBARQUE > WS-QTD-EMBARQUES-TAB
                       OR WS-IDX-EMB-ACHADO > ZEROS
                   IF WS-EMB-PEDIDO(WS-IDX-EMBARQUE) =
                      RET-NUMERO-PEDIDO
                      MOVE WS-IDX-EMBARQUE TO WS-IDX-EMB-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-EMB-ACHADO = ZEROS
                  SET WS-LINHA-REJEITADA-SIM TO TRUE
                  MOVE 'PEDIDO SEM EMBARQUE NO SHIPFILE'
                       TO WS-ERL-MOTIVO
               END-IF
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               IF WS-EMB-TRANSP(WS-IDX-EMB-ACHADO) NOT = SPACES
                  AND WS-EMB-TRANSP(WS-IDX-EMB-ACHADO)
                      NOT = RET-CODIGO-TRANSP
                  SET WS-LINHA-REJEITADA-SIM TO TRUE
                  MOVE 'TRANSPORTADORA DIFERENTE DA DO EMBARQUE'
                       TO WS-ERL-MOTIVO
               END-IF
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM P310-VALIDA-DATA
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               EVALUATE TRUE
                   WHEN RET-ENTREGUE AND RET-RECEBEDOR = SPACES
                        SET WS-LINHA-REJEITADA-SIM TO TRUE
                        MOVE 'ENTREGA SEM NOME DE QUEM RECEBEU'
                             TO WS-ERL-MOTIVO
                   WHEN RET-FRUSTRADA AND RET-MOTIVO-FALHA = SPACES
                        SET WS-LINHA-REJEITADA-SIM TO TRUE
                        MOVE 'TENTATIVA FRUSTRADA SEM MOTIVO'
                             TO WS-ERL-MOTIVO
               END-EVALUATE
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               MOVE 'N' TO WS-PEDIDO-ENTREGUE
               PERFORM VARYING WS-IDX-ENTREGUE FROM 1 BY 1
                       UNTIL WS-IDX-ENTREGUE > WS-QTD-ENTREGUES-TAB
                       OR WS-PEDIDO-ENTREGUE-SIM
                   IF WS-ENT-PEDIDO(WS-IDX-ENTREGUE) =
                      RET-NUMERO-PEDIDO
                      SET WS-PEDIDO-ENTREGUE-SIM TO TRUE
                   END-IF
               END-PERFORM
               IF WS-PEDIDO-ENTREGUE-SIM
                  SET WS-LINHA-REJEITADA-SIM TO TRUE
                  MOVE 'PEDIDO JA CONSTA COMO ENTREGUE'
                       TO WS-ERL-MOTIVO
               END-IF
            END-IF.

      ******************************************************************
      * P310-VALIDA-DATA
      * A data do retorno tem de existir no calendario, nao pode ser
      * futura nem anterior ao embarque do pedido.
      ******************************************************************
       P310-VALIDA-DATA.
            MOVE 'N' TO WS-DATA-CONV-SW
            IF RET-DATA IS NUMERIC
               MOVE RET-DATA TO WS-DATA-ISO
               CALL 'DATE-VALID' USING WS-DATA-ISO-DD
                                        WS-DATA-ISO-MM
                                        WS-DATA-ISO-AAAA
                                        WS-DATA-CONV-SW
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-DATA-CONV-OK
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO RETORNO INVALIDA'
                          TO WS-ERL-MOTIVO
                WHEN RET-DATA > WS-DATA-HOJE
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO RETORNO NO FUTURO'
                          TO WS-ERL-MOTIVO
                WHEN RET-DATA < WS-EMB-DATA(WS-IDX-EMB-ACHADO)
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO RETORNO ANTERIOR AO EMBARQUE'
                          TO WS-ERL-MOTIVO
            END-EVALUATE.

       P400-GRAVA-ENTREGA.
            MOVE SPACES TO REG-ENTREGA
            MOVE RET-NUMERO-PEDIDO TO ENT-NUMERO-PEDIDO
            MOVE WS-EMB-TRANSP(WS-IDX-EMB-ACHADO)
                 TO ENT-CODIGO-TRANSP
            MOVE RET-SITUACAO      TO ENT-SITUACAO
            MOVE RET-DATA          TO ENT-DATA
            MOVE WS-DATA-HOJE      TO ENT-DATA-CARGA
            IF RET-ENTREGUE
               MOVE RET-RECEBEDOR    TO ENT-RECEBEDOR
            ELSE
               MOVE RET-MOTIVO-FALHA TO ENT-MOTIVO-FALHA
            END-IF
            WRITE REG-ENTREGA

            IF NOT WS-ENTREGAS-OK
               DISPLAY 'ERRO DE GRAVACAO NO ENTREGA.dat - STATUS '
                       WS-ENTREGAS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-RETORNO-SIM TO TRUE
            ELSE
               IF RET-ENTREGUE
                  ADD 1 TO WS-QTD-ENTREGUES
                  IF WS-QTD-ENTREGUES-TAB < WS-MAX-ENTREGUES
                     ADD 1 TO WS-QTD-ENTREGUES-TAB
                     MOVE RET-NUMERO-PEDIDO
                          TO WS-ENT-PEDIDO(WS-QTD-ENTREGUES-TAB)
                  END-IF
               ELSE
                  ADD 1 TO WS-QTD-FRUSTRADAS
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RETORNO-ENTREGAS
               CLOSE ARQUIVO-ENTREGAS
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
               DISPLAY 'RETORNO DE ENTREGAS: ' WS-QTD-LIDAS
                       ' LIDA(S), ' WS-QTD-ENTREGUES ' ENTREGUE(S), '
                       WS-QTD-FRUSTRADAS ' FRUSTRADA(S), '
                       WS-QTD-REJEITADAS ' REJEITADA(S) - VER '
                       'ERROR-LOG.'
               IF WS-QTD-REJEITADAS > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ERRLOGPA.

           COPY ENVCFGPA.
       END PROGRAM POD-LOAD.
