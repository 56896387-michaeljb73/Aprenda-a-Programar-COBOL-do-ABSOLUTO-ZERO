      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Desempenho das agencias de cobranca externa
      *            (COLLREP.txt): para cada agencia do cadastro
      *            (AGENCIAS.dat) as contas encaminhadas pelo
      *            COLL-PLACE (COLLPLAC.dat) por situacao - em
      *            cobranca, devolvidas, quitadas -, o valor
      *            encaminhado contra o recuperado nos retornos do
      *            COLL-RETURN, o percentual de recuperacao e a
      *            comissao devida a agencia; total geral no fim.
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
       PROGRAM-ID. COLL-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY AGYSL.
           COPY CPLSL.

           SELECT RELATORIO-AGENCIAS ASSIGN TO
           'src\assets\COLLREP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CADASTRO-AGENCIAS.
           COPY AGYF.

       FD  ENCAMINHAMENTOS.
           COPY CPLF.

       FD  RELATORIO-AGENCIAS.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-ENCAMINHAMENTOS-STATUS PIC X(02) VALUE SPACES.
           88  WS-ENCAMINHAMENTOS-OK           VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ENCAMINHAMENTOS  PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENCAMINHAMENTOS-SIM      VALUE 'S'.
       77  WS-ENCAMINHAMENTOS-ABERTO PIC X(01) VALUE 'N'.
           88  WS-ENCAMINHAMENTOS-ABERTO-SIM   VALUE 'S'.

      * DATA DE REFERENCIA - CABECALHO DO RELATORIO
           COPY ASOFWS.

      * CADASTRO DE AGENCIAS (COPYBOOKS AGY*) E OS TOTAIS DE CADA
      * UMA, NO MESMO INDICE DA TABELA
           COPY AGYWS.
       01  WS-TAB-TOTAIS.
           05  WS-TOTAL-AGENCIA    OCCURS 100 TIMES.
               10  WS-TAG-QTD          PIC 9(05)  COMP.
               10  WS-TAG-EM-COBRANCA  PIC 9(05)  COMP.
               10  WS-TAG-DEVOLVIDAS   PIC 9(05)  COMP.
               10  WS-TAG-QUITADAS     PIC 9(05)  COMP.
               10  WS-TAG-ENVIADO      PIC 9(13)V99.
               10  WS-TAG-RECUPERADO   PIC 9(13)V99.
               10  WS-TAG-COMISSAO     PIC 9(11)V99.

       77  WS-QTD-GERAL            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-EM-COBRANCA-GERAL    PIC 9(05)   VALUE ZEROS COMP.
       77  WS-DEVOLVIDAS-GERAL     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QUITADAS-GERAL       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-ENVIADO-GERAL        PIC 9(13)V99 VALUE ZEROS.
       77  WS-RECUPERADO-GERAL     PIC 9(13)V99 VALUE ZEROS.
       77  WS-COMISSAO-GERAL       PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-SEM-AGENCIA      PIC 9(05)   VALUE ZEROS COMP.

      * CAMPOS DA LINHA CORRENTE (AGENCIA OU TOTAL GERAL)
       77  WS-LIN-QTD              PIC 9(05)   VALUE ZEROS COMP.
       77  WS-LIN-EM-COBRANCA      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-LIN-DEVOLVIDAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-LIN-QUITADAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-LIN-ENVIADO          PIC 9(13)V99 VALUE ZEROS.
       77  WS-LIN-RECUPERADO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-LIN-COMISSAO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-PCT-RECUPERADO       PIC 9(03)V9 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-QTD2-ED              PIC ZZ.ZZ9.
       77  WS-QTD3-ED              PIC ZZ.ZZ9.
       77  WS-QTD4-ED              PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.
       77  WS-TOTAL2-ED            PIC $$$.$$$.$$$.$$9,99.
       77  WS-PCT-ED               PIC ZZ9,9.
       77  WS-PCT-COMISSAO-ED      PIC Z9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-VARRE-ENCAMINHAMENTOS
                       UNTIL WS-FIM-ENCAMINHAMENTOS-SIM
               PERFORM P400-IMPRIME-AGENCIAS
               PERFORM P500-IMPRIME-TOTAL
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA

            PERFORM P8830-CARREGA-AGENCIAS
            PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                    UNTIL WS-IDX-AGY > WS-MAX-AGENCIAS
                INITIALIZE WS-TOTAL-AGENCIA(WS-IDX-AGY)
            END-PERFORM

            IF WS-AGY-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               OPEN INPUT ENCAMINHAMENTOS
               OPEN OUTPUT RELATORIO-AGENCIAS
               IF NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                          WS-RELATORIO-STATUS
                  IF WS-ENCAMINHAMENTOS-OK
                     CLOSE ENCAMINHAMENTOS
                  END-IF
               ELSE
                  IF WS-ENCAMINHAMENTOS-OK
                     SET WS-ENCAMINHAMENTOS-ABERTO-SIM TO TRUE
                  ELSE
                     DISPLAY 'COLLPLAC.dat AUSENTE - NENHUMA CONTA '
                             'ENCAMINHADA.'
                     SET WS-FIM-ENCAMINHAMENTOS-SIM TO TRUE
                  END-IF
                  MOVE SPACES TO REG-RELATORIO
                  STRING '===== DESEMPENHO DAS AGENCIAS DE COBRANCA '
                                             DELIMITED BY SIZE
                         'EM '               DELIMITED BY SIZE
                         WS-DATA-REFERENCIA  DELIMITED BY SIZE
                         ' ====='            DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
               END-IF
            END-IF.

       P200-VARRE-ENCAMINHAMENTOS.
            READ ENCAMINHAMENTOS
                 AT END SET WS-FIM-ENCAMINHAMENTOS-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-ENCAMINHAMENTOS-SIM
               MOVE CPL-AGENCIA TO WS-AGY-PROCURADA
               PERFORM P8835-LOCALIZA-AGENCIA
               IF WS-IDX-AGY-ACHADA = ZEROS
                  ADD 1 TO WS-QTD-SEM-AGENCIA
               ELSE
                  PERFORM P300-ACUMULA-AGENCIA
               END-IF
            END-IF.

       P300-ACUMULA-AGENCIA.
            ADD 1 TO WS-TAG-QTD(WS-IDX-AGY-ACHADA)
            EVALUATE TRUE
                WHEN CPL-EM-COBRANCA
                     ADD 1 TO WS-TAG-EM-COBRANCA(WS-IDX-AGY-ACHADA)
                WHEN CPL-DEVOLVIDO
                     ADD 1 TO WS-TAG-DEVOLVIDAS(WS-IDX-AGY-ACHADA)
                WHEN CPL-QUITADO
                     ADD 1 TO WS-TAG-QUITADAS(WS-IDX-AGY-ACHADA)
            END-EVALUATE
            ADD CPL-VALOR-ENVIADO
                TO WS-TAG-ENVIADO(WS-IDX-AGY-ACHADA)
            ADD CPL-VALOR-RECUPERADO
                TO WS-TAG-RECUPERADO(WS-IDX-AGY-ACHADA)
            ADD CPL-VALOR-COMISSAO
                TO WS-TAG-COMISSAO(WS-IDX-AGY-ACHADA).

      ******************************************************************
      * P400-IMPRIME-AGENCIAS
      * Um bloco por agencia do cadastro, inclusive inativa com
      * contas ainda em cobranca; agencia sem encaminhamento sai so
      * com o cabecalho.
      ******************************************************************
       P400-IMPRIME-AGENCIAS.
            PERFORM VARYING WS-IDX-AGY FROM 1 BY 1
                    UNTIL WS-IDX-AGY > WS-QTD-AGY-TAB
                MOVE WS-AGT-PCT-COMISSAO(WS-IDX-AGY)
                     TO WS-PCT-COMISSAO-ED
                MOVE SPACES TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE SPACES TO REG-RELATORIO
                STRING 'AGENCIA '      DELIMITED BY SIZE
                       WS-AGT-CODIGO(WS-IDX-AGY)
                                       DELIMITED BY SIZE
                       ' - '           DELIMITED BY SIZE
                       WS-AGT-NOME(WS-IDX-AGY)
                                       DELIMITED BY SIZE
                       ' SITUACAO '    DELIMITED BY SIZE
                       WS-AGT-SITUACAO(WS-IDX-AGY)
                                       DELIMITED BY SIZE
                       ' COMISSAO '    DELIMITED BY SIZE
                       WS-PCT-COMISSAO-ED
                                       DELIMITED BY SIZE
                       '%'             DELIMITED BY SIZE
                       INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO

                MOVE WS-TAG-QTD(WS-IDX-AGY)         TO WS-LIN-QTD
                MOVE WS-TAG-EM-COBRANCA(WS-IDX-AGY)
                     TO WS-LIN-EM-COBRANCA
                MOVE WS-TAG-DEVOLVIDAS(WS-IDX-AGY)  TO WS-LIN-DEVOLVIDAS
                MOVE WS-TAG-QUITADAS(WS-IDX-AGY)    TO WS-LIN-QUITADAS
                MOVE WS-TAG-ENVIADO(WS-IDX-AGY)     TO WS-LIN-ENVIADO
                MOVE WS-TAG-RECUPERADO(WS-IDX-AGY)  TO WS-LIN-RECUPERADO
                MOVE WS-TAG-COMISSAO(WS-IDX-AGY)    TO WS-LIN-COMISSAO
                PERFORM P450-IMPRIME-VALORES

                ADD WS-LIN-QTD         TO WS-QTD-GERAL
                ADD WS-LIN-EM-COBRANCA TO WS-EM-COBRANCA-GERAL
                ADD WS-LIN-DEVOLVIDAS  TO WS-DEVOLVIDAS-GERAL
                ADD WS-LIN-QUITADAS    TO WS-QUITADAS-GERAL
                ADD WS-LIN-ENVIADO     TO WS-ENVIADO-GERAL
                ADD WS-LIN-RECUPERADO  TO WS-RECUPERADO-GERAL
                ADD WS-LIN-COMISSAO    TO WS-COMISSAO-GERAL
            END-PERFORM.

       P450-IMPRIME-VALORES.
            MOVE WS-LIN-QTD         TO WS-QTD-ED
            MOVE WS-LIN-EM-COBRANCA TO WS-QTD2-ED
            MOVE WS-LIN-DEVOLVIDAS  TO WS-QTD3-ED
            MOVE WS-LIN-QUITADAS    TO WS-QTD4-ED
            MOVE SPACES TO REG-RELATORIO
            STRING '  CONTAS ENCAMINHADAS: ' DELIMITED BY SIZE
                   WS-QTD-ED                 DELIMITED BY SIZE
                   '  EM COBRANCA: '         DELIMITED BY SIZE
                   WS-QTD2-ED                DELIMITED BY SIZE
                   '  DEVOLVIDAS: '          DELIMITED BY SIZE
                   WS-QTD3-ED                DELIMITED BY SIZE
                   '  QUITADAS: '            DELIMITED BY SIZE
                   WS-QTD4-ED                DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            IF WS-LIN-ENVIADO > ZEROS
               COMPUTE WS-PCT-RECUPERADO ROUNDED =
                       WS-LIN-RECUPERADO * 100 / WS-LIN-ENVIADO
            ELSE
               MOVE ZEROS TO WS-PCT-RECUPERADO
            END-IF
            MOVE WS-LIN-ENVIADO    TO WS-TOTAL-ED
            MOVE WS-LIN-RECUPERADO TO WS-TOTAL2-ED
            MOVE WS-PCT-RECUPERADO TO WS-PCT-ED
            MOVE SPACES TO REG-RELATORIO
            STRING '  ENCAMINHADO: '  DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   '  RECUPERADO: '   DELIMITED BY SIZE
                   WS-TOTAL2-ED       DELIMITED BY SIZE
                   ' ('               DELIMITED BY SIZE
                   WS-PCT-ED          DELIMITED BY SIZE
                   '%)'               DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-LIN-COMISSAO TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING '  COMISSAO DEVIDA: ' DELIMITED BY SIZE
                   WS-TOTAL-ED           DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P500-IMPRIME-TOTAL.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'TOTAL GERAL' TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-GERAL         TO WS-LIN-QTD
            MOVE WS-EM-COBRANCA-GERAL TO WS-LIN-EM-COBRANCA
            MOVE WS-DEVOLVIDAS-GERAL  TO WS-LIN-DEVOLVIDAS
            MOVE WS-QUITADAS-GERAL    TO WS-LIN-QUITADAS
            MOVE WS-ENVIADO-GERAL     TO WS-LIN-ENVIADO
            MOVE WS-RECUPERADO-GERAL  TO WS-LIN-RECUPERADO
            MOVE WS-COMISSAO-GERAL    TO WS-LIN-COMISSAO
            PERFORM P450-IMPRIME-VALORES

            IF WS-QTD-SEM-AGENCIA > ZEROS
               MOVE WS-QTD-SEM-AGENCIA TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING '*** '               DELIMITED BY SIZE
                      WS-QTD-ED            DELIMITED BY SIZE
                      ' ENCAMINHAMENTO(S) DE AGENCIA FORA DO '
                                           DELIMITED BY SIZE
                      'CADASTRO - NAO SOMADOS ***'
                                           DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-ENCAMINHAMENTOS-ABERTO-SIM
                  CLOSE ENCAMINHAMENTOS
               END-IF
               CLOSE RELATORIO-AGENCIAS
               MOVE 'COLL-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\COLLREP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RELATORIO DAS AGENCIAS GERADO - ' WS-QTD-GERAL
                       ' ENCAMINHAMENTO(S).'
               IF WS-QTD-SEM-AGENCIA > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY AGYPA.
           COPY RPTSPLPA.
       END PROGRAM COLL-REPORT.
