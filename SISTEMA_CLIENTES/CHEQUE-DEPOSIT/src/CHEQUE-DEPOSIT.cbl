      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Lista diaria de cheques a depositar (CHQDEP.txt),
      *            lida da custodia de cheques pre-datados
      *            (CHEQUES.dat, mantida pelo CHEQUE-MAINT). Pelo
      *            calendario de dias uteis (BUSDAY-CHECK): em dia
      *            util entram os cheques em custodia com "bom para"
      *            ate a vespera do proximo dia util - o cheque bom
      *            para sabado, domingo ou feriado vai no deposito de
      *            hoje -, com os atrasados (bom para antes de hoje,
      *            esquecidos na custodia) marcados; em dia nao util
      *            nada e listado. Totais por banco e geral. O
      *            deposito feito e confirmado no CHEQUE-MAINT.
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
       PROGRAM-ID. CHEQUE-DEPOSIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CHQSL.

           SELECT RELATORIO-DEPOSITO ASSIGN TO
           'src\assets\CHQDEP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTODIA-CHEQUES.
           COPY CHQF.

       FD  RELATORIO-DEPOSITO.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CHEQUES-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CHEQUES-OK                   VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-DIA-UTIL             PIC X(01)   VALUE 'S'.
           88  WS-DIA-UTIL-SIM                 VALUE 'S'.
       77  WS-DIA-UTIL-VARRE       PIC X(01)   VALUE 'N'.
           88  WS-DIA-UTIL-VARRE-SIM           VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * CONVERSAO DE DATA ISO -> BR (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * PROXIMO DIA UTIL - VARRIDO DIA A DIA A PARTIR DA REFERENCIA
       01  WS-DATA-VARRE           PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-VARRE-R REDEFINES WS-DATA-VARRE.
           05  WS-VAR-AAAA             PIC 9(04).
           05  WS-VAR-MM               PIC 9(02).
           05  WS-VAR-DD               PIC 9(02).
       77  WS-ULTIMO-DIA-MES       PIC 9(02)   VALUE ZEROS.
       77  WS-QUOCIENTE-BISSEXTO   PIC 9(04)   VALUE ZEROS COMP.
       77  WS-RESTO-BISSEXTO       PIC 9(01)   VALUE ZEROS COMP.
       77  WS-QTD-DIAS-VARRIDOS    PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PROXIMO-DIA-UTIL     PIC 9(08)   VALUE ZEROS.

      * TOTAIS POR BANCO - SO OS BANCOS COM CHEQUE NA LISTA
       77  WS-QTD-BANCOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-BANCO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-BANCO-ACHADO     PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-BANCOS.
           05  WS-BANCO-ENTRADA    OCCURS 999 TIMES.
               10  WS-BTB-BANCO        PIC 9(03).
               10  WS-BTB-QTD          PIC 9(05)   COMP.
               10  WS-BTB-VALOR        PIC 9(11)V99.

       77  WS-QTD-LISTADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ATRASADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FUTUROS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-LISTADO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-FUTURO         PIC 9(13)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               IF WS-DIA-UTIL-SIM
                  PERFORM P200-LE-CHEQUE UNTIL WS-FIM-ARQUIVO-SIM
                  PERFORM P700-IMPRIME-TOTAIS
               ELSE
                  MOVE 'DIA NAO UTIL - NENHUM DEPOSITO HOJE.'
                       TO REG-RELATORIO
                  WRITE REG-RELATORIO
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            CALL 'BUSDAY-CHECK' USING WS-DATA-REFERENCIA
                                      WS-DIA-UTIL
            IF WS-DIA-UTIL-SIM
               PERFORM P150-PROXIMO-DIA-UTIL
            END-IF

            OPEN INPUT CUSTODIA-CHEQUES
            OPEN OUTPUT RELATORIO-DEPOSITO
            IF NOT WS-CHEQUES-OK OR NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CHEQUES: '
                       WS-CHEQUES-STATUS ' CHQDEP: '
                       WS-RELATORIO-STATUS
               IF WS-CHEQUES-OK
                  CLOSE CUSTODIA-CHEQUES
               END-IF
               IF WS-RELATORIO-OK
                  CLOSE RELATORIO-DEPOSITO
               END-IF
            ELSE
               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE SPACES TO REG-RELATORIO
               STRING '===== CHEQUES A DEPOSITAR EM ' DELIMITED BY SIZE
                      WS-DATA-BR                   DELIMITED BY SIZE
                      ' ====='                     DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               IF WS-DIA-UTIL-SIM
                  MOVE WS-PROXIMO-DIA-UTIL TO WS-DATA-ISO
                  PERFORM P8200-CONVERTE-ISO-PARA-BR
                  MOVE SPACES TO REG-RELATORIO
                  STRING 'BOM PARA ATE A VESPERA DO PROXIMO DIA UTIL ('
                                                   DELIMITED BY SIZE
                         WS-DATA-BR                DELIMITED BY SIZE
                         ')'                       DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  MOVE ' ID     CLIENTE PC BCO AGEN CONTA        CHEQUE'
                       TO REG-RELATORIO
                  MOVE 'BOM PARA           VALOR'
                       TO REG-RELATORIO(48:24)
                  WRITE REG-RELATORIO
               END-IF
            END-IF.

      ******************************************************************
      * P150-PROXIMO-DIA-UTIL
      * Avanca um dia por vez (virada de mes e ano pelo tamanho do
      * mes) ate o BUSDAY-CHECK responder dia util. Trinta dias sem
      * dia util so com calendario corrompido - para ali.
      ******************************************************************
       P150-PROXIMO-DIA-UTIL.
            MOVE WS-DATA-REFERENCIA TO WS-DATA-VARRE
            MOVE 'N' TO WS-DIA-UTIL-VARRE
            MOVE ZEROS TO WS-QTD-DIAS-VARRIDOS
            PERFORM UNTIL WS-DIA-UTIL-VARRE-SIM
                    OR WS-QTD-DIAS-VARRIDOS > 30
                PERFORM P155-SOMA-UM-DIA
                ADD 1 TO WS-QTD-DIAS-VARRIDOS
                CALL 'BUSDAY-CHECK' USING WS-DATA-VARRE
                                          WS-DIA-UTIL-VARRE
            END-PERFORM
            MOVE WS-DATA-VARRE TO WS-PROXIMO-DIA-UTIL.

       P155-SOMA-UM-DIA.
            EVALUATE WS-VAR-MM
                WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                WHEN 10 WHEN 12
                     MOVE 31 TO WS-ULTIMO-DIA-MES
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                     MOVE 30 TO WS-ULTIMO-DIA-MES
                WHEN OTHER
                     DIVIDE WS-VAR-AAAA BY 4
                            GIVING WS-QUOCIENTE-BISSEXTO
                            REMAINDER WS-RESTO-BISSEXTO
                     IF WS-RESTO-BISSEXTO = ZEROS
                        MOVE 29 TO WS-ULTIMO-DIA-MES
                     ELSE
                        MOVE 28 TO WS-ULTIMO-DIA-MES
                     END-IF
            END-EVALUATE
            IF WS-VAR-DD < WS-ULTIMO-DIA-MES
               ADD 1 TO WS-VAR-DD
            ELSE
               MOVE 1 TO WS-VAR-DD
               IF WS-VAR-MM < 12
                  ADD 1 TO WS-VAR-MM
               ELSE
                  MOVE 1 TO WS-VAR-MM
                  ADD 1 TO WS-VAR-AAAA
               END-IF
            END-IF.

       P200-LE-CHEQUE.
            READ CUSTODIA-CHEQUES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF CHQ-EM-CUSTODIA AND CHQ-BOM-PARA IS NUMERIC
                  AND CHQ-VALOR IS NUMERIC
                  IF CHQ-BOM-PARA < WS-PROXIMO-DIA-UTIL
                     PERFORM P300-LISTA-CHEQUE
                  ELSE
                     ADD 1 TO WS-QTD-FUTUROS
                     ADD CHQ-VALOR TO WS-VALOR-FUTURO
                  END-IF
               END-IF
            END-IF.

       P300-LISTA-CHEQUE.
            ADD 1 TO WS-QTD-LISTADOS
            ADD CHQ-VALOR TO WS-VALOR-LISTADO

            MOVE CHQ-BOM-PARA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE CHQ-VALOR TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            MOVE CHQ-ID          TO REG-RELATORIO(2:6)
            MOVE CHQ-CODIGO      TO REG-RELATORIO(9:6)
            MOVE CHQ-PARCELA     TO REG-RELATORIO(16:2)
            MOVE CHQ-BANCO       TO REG-RELATORIO(19:3)
            MOVE CHQ-AGENCIA     TO REG-RELATORIO(23:4)
            MOVE CHQ-CONTA       TO REG-RELATORIO(28:12)
            MOVE CHQ-NUMERO      TO REG-RELATORIO(41:6)
            MOVE WS-DATA-BR      TO REG-RELATORIO(48:10)
            MOVE WS-VALOR-ED     TO REG-RELATORIO(58:14)
            IF CHQ-BOM-PARA < WS-DATA-REFERENCIA
               MOVE 'ATRASADO'   TO REG-RELATORIO(73:8)
               ADD 1 TO WS-QTD-ATRASADOS
            END-IF
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-IDX-BANCO-ACHADO
            PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                    UNTIL WS-IDX-BANCO > WS-QTD-BANCOS-TAB
                       OR WS-IDX-BANCO-ACHADO > ZEROS
                IF WS-BTB-BANCO(WS-IDX-BANCO) = CHQ-BANCO
                   MOVE WS-IDX-BANCO TO WS-IDX-BANCO-ACHADO
                END-IF
            END-PERFORM
            IF WS-IDX-BANCO-ACHADO = ZEROS
               ADD 1 TO WS-QTD-BANCOS-TAB
               MOVE WS-QTD-BANCOS-TAB TO WS-IDX-BANCO-ACHADO
               MOVE CHQ-BANCO TO WS-BTB-BANCO(WS-IDX-BANCO-ACHADO)
               MOVE ZEROS TO WS-BTB-QTD(WS-IDX-BANCO-ACHADO)
                             WS-BTB-VALOR(WS-IDX-BANCO-ACHADO)
            END-IF
            ADD 1 TO WS-BTB-QTD(WS-IDX-BANCO-ACHADO)
            ADD CHQ-VALOR TO WS-BTB-VALOR(WS-IDX-BANCO-ACHADO).

       P700-IMPRIME-TOTAIS.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- TOTAL POR BANCO ---' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-BANCO FROM 1 BY 1
                    UNTIL WS-IDX-BANCO > WS-QTD-BANCOS-TAB
                MOVE WS-BTB-QTD(WS-IDX-BANCO)   TO WS-QTD-ED
                MOVE WS-BTB-VALOR(WS-IDX-BANCO) TO WS-TOTAL-ED
                MOVE SPACES TO REG-RELATORIO
                STRING 'BANCO '                 DELIMITED BY SIZE
                       WS-BTB-BANCO(WS-IDX-BANCO) DELIMITED BY SIZE
                       ': '                     DELIMITED BY SIZE
                       WS-QTD-ED                DELIMITED BY SIZE
                       ' CHEQUE(S) '            DELIMITED BY SIZE
                       WS-TOTAL-ED              DELIMITED BY SIZE
                       INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
            END-PERFORM

            MOVE WS-QTD-LISTADOS  TO WS-QTD-ED
            MOVE WS-VALOR-LISTADO TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'TOTAL A DEPOSITAR: '  DELIMITED BY SIZE
                   WS-QTD-ED              DELIMITED BY SIZE
                   ' CHEQUE(S) '          DELIMITED BY SIZE
                   WS-TOTAL-ED            DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            IF WS-QTD-ATRASADOS > ZEROS
               MOVE WS-QTD-ATRASADOS TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING WS-QTD-ED           DELIMITED BY SIZE
                      ' CHEQUE(S) ATRASADO(S) NA CUSTODIA.'
                                          DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF
            MOVE WS-QTD-FUTUROS  TO WS-QTD-ED
            MOVE WS-VALOR-FUTURO TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'EM CUSTODIA PARA DATAS FUTURAS: ' DELIMITED BY SIZE
                   WS-QTD-ED              DELIMITED BY SIZE
                   ' CHEQUE(S) '          DELIMITED BY SIZE
                   WS-TOTAL-ED            DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P900-FINAL.
            IF NOT WS-ERRO-ABERTURA-SIM
               CLOSE CUSTODIA-CHEQUES
               CLOSE RELATORIO-DEPOSITO
               MOVE 'CHEQUE-DEPOSIT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CHQDEP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            MOVE WS-QTD-LISTADOS TO WS-QTD-ED
            MOVE WS-VALOR-LISTADO TO WS-TOTAL-ED
            DISPLAY 'CHEQUES A DEPOSITAR..........: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            IF NOT WS-DIA-UTIL-SIM
               DISPLAY WS-DATA-REFERENCIA ' NAO E DIA UTIL - NENHUM '
                       'DEPOSITO LISTADO.'
            END-IF
            IF WS-QTD-ATRASADOS > ZEROS
               MOVE WS-QTD-ATRASADOS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' CHEQUE(S) ATRASADO(S) NA CUSTODIA '
                       '- VER CHQDEP.txt.'
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-ATRASADOS > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY DTCONVP.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CHEQUE-DEPOSIT.
