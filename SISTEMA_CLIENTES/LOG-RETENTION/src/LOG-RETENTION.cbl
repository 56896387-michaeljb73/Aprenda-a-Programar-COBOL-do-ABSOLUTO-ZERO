      *                  linha mantida e arquivada - corrompendo em
      *                  silencio justamente o log de auditoria de 5
      *                  anos.
      * 15/10/2026  MJB  Comentario da largura atualizado: o TRANS-LOG
      *                  passou a 239 posicoes (imagem de 189 com o
      *                  documento fiscal) e ainda cabe nas 240.
      * 15/10/2026  MJB  Incluido o expurgo do spool de relatorios: cada
      *                  rodada catalogada pelo RPT-SPOOL (RPTCAT.dat)
      *                  com idade acima do prazo do seu programa
      *                  (RPTRET.dat; na falta da linha, 90 dias) tem a
      *                  copia datada apagada e a linha do catalogo
      *                  movida para o LOGARC.txt, como as dos logs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-RETENTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           COPY RPTCATSL.

           SELECT RETENCAO-RELATORIOS ASSIGN TO
           'src\assets\RPTRET.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETREL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO.
           05  ARC-ORIGEM              PIC X(09).
      *    LARGURA DA MAIOR LINHA DE LOG - HOJE O TRANS-LOG, COM 239
      *    POSICOES (50 DE CABECALHO + IMAGEM DE 189); APERTAR ISTO
      *    TRUNCA A CAUDA DA IMAGEM NO ARQUIVO-MORTO
           05  ARC-LINHA               PIC X(240).

           05  RTC-DIAS-PERFLOG        PIC 9(05).
           05  RTC-DIAS-JOBLOG         PIC 9(05).

       FD  CATALOGO-RELATORIOS.
           COPY RPTCATF.

      * PRAZO DE GUARDA DO SPOOL POR PROGRAMA DE RELATORIO, EM DIAS -
      * PROGRAMA SEM LINHA FICA COM O PADRAO WS-DIAS-RELATORIO
       FD  RETENCAO-RELATORIOS.
       01  REG-RETENCAO-RELATORIO.
           05  RTR-PROGRAMA            PIC X(16).
           05  RTR-DIAS                PIC 9(05).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
           88  WS-MANTIDAS-OK                  VALUE '00'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-RPTCAT-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-RPTCAT-OK                    VALUE '00'.
       77  WS-RETREL-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-RETREL-OK                    VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
           05  WS-DIAS-TRANSLOG    PIC 9(05)   VALUE 01825.
           05  WS-DIAS-PERFLOG     PIC 9(05)   VALUE 00180.
           05  WS-DIAS-JOBLOG      PIC 9(05)   VALUE 00180.
       77  WS-DIAS-RELATORIO       PIC 9(05)   VALUE 00090.

      * PRAZOS DO SPOOL POR PROGRAMA (RPTRET.dat)
       77  WS-MAX-RETREL           PIC 9(03)   VALUE 100.
       77  WS-QTD-RETREL           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-RETREL           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-FIM-RETREL           PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETREL-SIM               VALUE 'S'.
       01  WS-TAB-RETREL.
           05  WS-RETREL-ENTRADA   OCCURS 100 TIMES.
               10  WS-RTR-PROGRAMA     PIC X(16).
               10  WS-RTR-DIAS         PIC 9(05).
      * COPIA DATADA A APAGAR (CBL_DELETE_FILE)
       01  WS-ARQ-EXPURGO          PIC X(64)   VALUE SPACES.
       77  WS-QTD-COPIAS-APAGADAS  PIC 9(07)   VALUE ZEROS COMP.

      * LOG CORRENTE DA VARREDURA
       01  WS-LOG-CORRENTE         PIC X(09)   VALUE SPACES.
               MOVE WS-DIAS-JOBLOG TO WS-DIAS-RETENCAO
               PERFORM P600-RODA-JOBLOG

               MOVE 'RPTCAT'   TO WS-LOG-CORRENTE
               MOVE WS-DIAS-RELATORIO TO WS-DIAS-RETENCAO
               PERFORM P700-RODA-CATALOGO

               CLOSE ARQUIVO-MORTO
            END-IF
            PERFORM P900-FINAL
                  MOVE RTC-DIAS-JOBLOG   TO WS-DIAS-JOBLOG
               END-IF
               CLOSE RETENCAO-CONFIG
            END-IF

            OPEN INPUT RETENCAO-RELATORIOS
            IF WS-RETREL-OK
               PERFORM P115-LE-RETENCAO-RELATORIO
                       UNTIL WS-FIM-RETREL-SIM
               CLOSE RETENCAO-RELATORIOS
            END-IF.

       P115-LE-RETENCAO-RELATORIO.
            READ RETENCAO-RELATORIOS
                 AT END SET WS-FIM-RETREL-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RETREL-SIM
               IF WS-QTD-RETREL < WS-MAX-RETREL
                  AND RTR-DIAS IS NUMERIC
                  ADD 1 TO WS-QTD-RETREL
                  MOVE RTR-PROGRAMA TO WS-RTR-PROGRAMA(WS-QTD-RETREL)
                  MOVE RTR-DIAS     TO WS-RTR-DIAS(WS-QTD-RETREL)
               END-IF
            END-IF.

      ******************************************************************
               WRITE REG-JOB-LOG
            END-IF.

      ******************************************************************
      * P700-RODA-CATALOGO
      * Spool de relatorios: a linha do catalogo comeca pelo programa,
      * nao pela data, entao nao passa pelo P200 - a idade vem da data
      * da rodada e o prazo, do programa. Vencida, a copia datada e
      * apagada e a linha vai para o arquivo-morto; no prazo, fica.
      ******************************************************************
       P700-RODA-CATALOGO.
            MOVE 'N' TO WS-FIM-LOG
            OPEN INPUT CATALOGO-RELATORIOS
            IF NOT WS-RPTCAT-OK
               DISPLAY 'RPTCAT AUSENTE OU INDISPONIVEL - PULADO.'
            ELSE
               OPEN OUTPUT ARQUIVO-MANTIDAS
               PERFORM P710-LE-CATALOGO UNTIL WS-FIM-LOG-SIM
               CLOSE CATALOGO-RELATORIOS
               CLOSE ARQUIVO-MANTIDAS

               OPEN OUTPUT CATALOGO-RELATORIOS
               OPEN INPUT ARQUIVO-MANTIDAS
               MOVE 'N' TO WS-FIM-LOG
               PERFORM P720-REGRAVA-CATALOGO UNTIL WS-FIM-LOG-SIM
               CLOSE CATALOGO-RELATORIOS
               CLOSE ARQUIVO-MANTIDAS
               DISPLAY 'RPTCAT: ' WS-QTD-COPIAS-APAGADAS
                       ' COPIA(S) DE RELATORIO APAGADA(S) DO SPOOL.'
               MOVE WS-DIAS-RELATORIO TO WS-DIAS-RETENCAO
               PERFORM P290-MOSTRA-CONTAGEM
            END-IF.

       P710-LE-CATALOGO.
            READ CATALOGO-RELATORIOS
                 AT END SET WS-FIM-LOG-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LOG-SIM
               MOVE WS-DIAS-RELATORIO TO WS-DIAS-RETENCAO
               PERFORM VARYING WS-IDX-RETREL FROM 1 BY 1
                       UNTIL WS-IDX-RETREL > WS-QTD-RETREL
                   IF WS-RTR-PROGRAMA(WS-IDX-RETREL) = RCT-PROGRAMA
                      MOVE WS-RTR-DIAS(WS-IDX-RETREL)
                           TO WS-DIAS-RETENCAO
                   END-IF
               END-PERFORM

               IF RCT-DATA-EXECUCAO IS NUMERIC
                  MOVE RCT-DATA-EXECUCAO TO WS-DATA-ISO
                  PERFORM P8500-CALCULA-DIA-JULIANO
                  COMPUTE WS-IDADE-DIAS =
                          WS-DIA-JULIANO-HOJE - WS-DIA-JULIANO
               ELSE
                  MOVE ZEROS TO WS-IDADE-DIAS
               END-IF

               IF WS-IDADE-DIAS > WS-DIAS-RETENCAO
                  MOVE RCT-ARQUIVO-GUARDADO TO WS-ARQ-EXPURGO
                  CALL 'CBL_DELETE_FILE' USING WS-ARQ-EXPURGO
                  IF RETURN-CODE = ZEROS
                     ADD 1 TO WS-QTD-COPIAS-APAGADAS
                  END-IF
                  ADD 1 TO WS-QTD-ARQUIVADAS
                  ADD 1 TO WS-TOT-ARQUIVADAS
                  MOVE WS-LOG-CORRENTE TO ARC-ORIGEM
                  MOVE REG-CATALOGO-RELATORIO TO ARC-LINHA
                  WRITE REG-ARQUIVO-MORTO
               ELSE
                  ADD 1 TO WS-QTD-MANTIDAS
                  MOVE REG-CATALOGO-RELATORIO TO REG-ARQUIVO-MANTIDAS
                  WRITE REG-ARQUIVO-MANTIDAS
               END-IF
            END-IF.

       P720-REGRAVA-CATALOGO.
            READ ARQUIVO-MANTIDAS
                 AT END SET WS-FIM-LOG-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LOG-SIM
               MOVE REG-ARQUIVO-MANTIDAS TO REG-CATALOGO-RELATORIO
               WRITE REG-CATALOGO-RELATORIO
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
