      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Gasto mensal de frete por transportadora
      *            (FRTSPEND.txt): varre o arquivo de embarques
      *            (SHIPFILE.dat, copybook SHIPF) do SHIP-CONFIRM,
      *            filtra a competencia da data de referencia e
      *            totaliza por codigo de transportadora (TRANSP.dat,
      *            copybooks TRP*) os embarques, os volumes, o peso e
      *            o frete da tabela FRETE.dat gravado no despacho.
      *            Embarque anterior ao cadastro de transportadoras
      *            (transportadora em texto livre, sem codigo) sai
      *            numa linha propria, sem peso nem frete. E o numero
      *            que compras usa para negociar a tabela.
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
       PROGRAM-ID. FREIGHT-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY TRPSL.

           SELECT ARQUIVO-EMBARQUES ASSIGN TO
           'src\assets\SHIPFILE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMBARQUES-STATUS.

           SELECT RELATORIO-FRETE ASSIGN TO
           'src\assets\FRTSPEND.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CADASTRO-TRANSPORTADORAS.
           COPY TRPF.

       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       FD  RELATORIO-FRETE.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EMBARQUES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-EMBARQUES-OK                 VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-EMBARQUES        PIC X(01)   VALUE 'N'.
           88  WS-FIM-EMBARQUES-SIM            VALUE 'S'.

      * DATA DE REFERENCIA - COMPETENCIA DO RELATORIO
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.

      * CADASTRO DE TRANSPORTADORAS (COPYBOOKS TRP*) - SO O NOME
           COPY TRPWS.

      * TOTAIS POR CODIGO DE TRANSPORTADORA - CODIGO EM BRANCO E O
      * EMBARQUE EM TEXTO LIVRE, ANTERIOR AO CADASTRO
       77  WS-MAX-TOTAIS           PIC 9(03)   VALUE 101.
       77  WS-QTD-TOTAIS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-TOTAL            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-TOTAL-ACHADO         PIC X(01)   VALUE 'N'.
           88  WS-TOTAL-ACHADO-SIM             VALUE 'S'.
       01  WS-TAB-TOTAIS.
           05  WS-TOTAL-ENTRADA    OCCURS 101 TIMES.
               10  WS-TOT-CODIGO       PIC X(04).
               10  WS-TOT-EMBARQUES    PIC 9(05)   COMP.
               10  WS-TOT-VOLUMES      PIC 9(07)   COMP.
               10  WS-TOT-PESO         PIC 9(09)V999.
               10  WS-TOT-FRETE        PIC 9(11)V99.

       77  WS-QTD-EMBARQUES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DESPREZADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-PESO           PIC 9(09)V999 VALUE ZEROS.
       77  WS-TOTAL-FRETE          PIC 9(11)V99 VALUE ZEROS.
       01  WS-NOME-TRANSP          PIC X(20)   VALUE SPACES.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VOL-ED               PIC ZZZ.ZZ9.
       77  WS-PESO-ED              PIC ZZ.ZZZ.ZZ9,999.
       77  WS-FRETE-ED             PIC $$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-VARRE-EMBARQUES UNTIL WS-FIM-EMBARQUES-SIM
               PERFORM P400-IMPRIME-TOTAIS
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA
            PERFORM P8760-CARREGA-TRANSPORTADORAS

            OPEN INPUT ARQUIVO-EMBARQUES
            OPEN OUTPUT RELATORIO-FRETE

            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
            ELSE
               IF NOT WS-EMBARQUES-OK
                  DISPLAY 'ARQUIVO DE EMBARQUES AUSENTE - RELATORIO '
                          'SAI VAZIO.'
                  SET WS-FIM-EMBARQUES-SIM TO TRUE
               END-IF
               MOVE SPACES TO REG-RELATORIO
               STRING '===== GASTO DE FRETE POR TRANSPORTADORA - '
                      DELIMITED BY SIZE
                      'COMPETENCIA ' DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      ' ====='       DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'COD  TRANSPORTADORA        EMBARQ VOLUMES'
                    TO REG-RELATORIO
               MOVE '     PESO (KG)             FRETE'
                    TO REG-RELATORIO(42:32)
               WRITE REG-RELATORIO
            END-IF.

       P200-VARRE-EMBARQUES.
            READ ARQUIVO-EMBARQUES
                 AT END SET WS-FIM-EMBARQUES-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-EMBARQUES-SIM
               IF SHP-DATA-EMBARQUE(1:6) = WS-COMPETENCIA
                  ADD 1 TO WS-QTD-EMBARQUES
                  PERFORM P300-ACUMULA-TRANSPORTADORA
               END-IF
            END-IF.

      ******************************************************************
      * P300-ACUMULA-TRANSPORTADORA
      * Embarque anterior ao peso e ao frete (linha curta - campos
      * nao numericos) conta como embarque, sem peso e sem frete.
      ******************************************************************
       P300-ACUMULA-TRANSPORTADORA.
            IF SHP-PESO-KG NOT NUMERIC
               MOVE ZEROS TO SHP-PESO-KG
            END-IF
            IF SHP-VALOR-FRETE NOT NUMERIC
               MOVE ZEROS TO SHP-VALOR-FRETE
            END-IF
            IF SHP-QTD-VOLUMES NOT NUMERIC
               MOVE ZEROS TO SHP-QTD-VOLUMES
            END-IF
            ADD SHP-PESO-KG     TO WS-TOTAL-PESO
            ADD SHP-VALOR-FRETE TO WS-TOTAL-FRETE

            MOVE 'N' TO WS-TOTAL-ACHADO
            PERFORM VARYING WS-IDX-TOTAL FROM 1 BY 1
                    UNTIL WS-IDX-TOTAL > WS-QTD-TOTAIS-TAB
                    OR WS-TOTAL-ACHADO-SIM
                IF WS-TOT-CODIGO(WS-IDX-TOTAL) = SHP-CODIGO-TRANSP
                   SET WS-TOTAL-ACHADO-SIM TO TRUE
                   ADD 1 TO WS-TOT-EMBARQUES(WS-IDX-TOTAL)
                   ADD SHP-QTD-VOLUMES
                       TO WS-TOT-VOLUMES(WS-IDX-TOTAL)
                   ADD SHP-PESO-KG
                       TO WS-TOT-PESO(WS-IDX-TOTAL)
                   ADD SHP-VALOR-FRETE
                       TO WS-TOT-FRETE(WS-IDX-TOTAL)
                END-IF
            END-PERFORM

            IF NOT WS-TOTAL-ACHADO-SIM
               IF WS-QTD-TOTAIS-TAB < WS-MAX-TOTAIS
                  ADD 1 TO WS-QTD-TOTAIS-TAB
                  MOVE SHP-CODIGO-TRANSP
                       TO WS-TOT-CODIGO(WS-QTD-TOTAIS-TAB)
                  MOVE 1 TO WS-TOT-EMBARQUES(WS-QTD-TOTAIS-TAB)
                  MOVE SHP-QTD-VOLUMES
                       TO WS-TOT-VOLUMES(WS-QTD-TOTAIS-TAB)
                  MOVE SHP-PESO-KG
                       TO WS-TOT-PESO(WS-QTD-TOTAIS-TAB)
                  MOVE SHP-VALOR-FRETE
                       TO WS-TOT-FRETE(WS-QTD-TOTAIS-TAB)
               ELSE
                  ADD 1 TO WS-QTD-DESPREZADOS
               END-IF
            END-IF.

       P400-IMPRIME-TOTAIS.
            PERFORM P410-IMPRIME-LINHA
                    VARYING WS-IDX-TOTAL FROM 1 BY 1
                    UNTIL WS-IDX-TOTAL > WS-QTD-TOTAIS-TAB

            MOVE WS-QTD-EMBARQUES TO WS-QTD-ED
            MOVE WS-TOTAL-PESO    TO WS-PESO-ED
            MOVE WS-TOTAL-FRETE   TO WS-FRETE-ED
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING 'TOTAL DO MES: ' DELIMITED BY SIZE
                   WS-QTD-ED        DELIMITED BY SIZE
                   ' EMBARQUE(S), ' DELIMITED BY SIZE
                   WS-PESO-ED       DELIMITED BY SIZE
                   ' KG, FRETE '    DELIMITED BY SIZE
                   WS-FRETE-ED      DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P410-IMPRIME-LINHA.
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
            MOVE WS-TOT-EMBARQUES(WS-IDX-TOTAL) TO WS-QTD-ED
            MOVE WS-TOT-VOLUMES(WS-IDX-TOTAL)   TO WS-VOL-ED
            MOVE WS-TOT-PESO(WS-IDX-TOTAL)      TO WS-PESO-ED
            MOVE WS-TOT-FRETE(WS-IDX-TOTAL)     TO WS-FRETE-ED
            MOVE SPACES TO REG-RELATORIO
            MOVE WS-TOT-CODIGO(WS-IDX-TOTAL) TO REG-RELATORIO(1:4)
            MOVE WS-NOME-TRANSP              TO REG-RELATORIO(6:20)
            MOVE WS-QTD-ED                   TO REG-RELATORIO(27:6)
            MOVE WS-VOL-ED                   TO REG-RELATORIO(34:7)
            MOVE WS-PESO-ED                  TO REG-RELATORIO(42:14)
            MOVE WS-FRETE-ED                 TO REG-RELATORIO(57:17)
            WRITE REG-RELATORIO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-EMBARQUES-OK
                  CLOSE ARQUIVO-EMBARQUES
               END-IF
               CLOSE RELATORIO-FRETE
               MOVE 'FREIGHT-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\FRTSPEND.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'GASTO DE FRETE GERADO - '
                       WS-QTD-EMBARQUES ' EMBARQUE(S) NO MES.'
               IF WS-QTD-DESPREZADOS > ZEROS OR WS-TRP-ESTOUROU-SIM
                  DISPLAY 'TABELA DE TOTAIS CHEIA - ' WS-QTD-DESPREZADOS
                          ' EMBARQUE(S) SO NO TOTAL DO MES.'
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY TRPPA.
           COPY RPTSPLPA.
       END PROGRAM FREIGHT-REPORT.
