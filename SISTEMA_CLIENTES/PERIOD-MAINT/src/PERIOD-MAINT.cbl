      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Abertura e fechamento dos periodos contabeis mes a
      *            mes (PERCTL.dat, copybooks PERCTL*), exclusivo de
      *            supervisor: fecha uma competencia AAAAMM depois que
      *            os numeros do mes foram entregues a contabilidade,
      *            reabre quando for preciso corrigir, e lista a
      *            situacao de cada mes com data e operador da ultima
      *            troca. Com o mes fechado, CASH-APPLY, INVOICE-GEN e
      *            WOFF-QUEUE lancam no primeiro dia aberto seguinte e
      *            CREDIT-NOTE e LATE-FEE recusam - tudo registrado no
      *            ERROR-LOG. O YEAR-END-CLOSE fecha os doze meses do
      *            ano de uma vez.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PERCTLSL.

       DATA DIVISION.
       FILE SECTION.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*)
           COPY PERCTLWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       01  WS-COMPETENCIA-INFORMADA PIC 9(06)  VALUE ZEROS.
       01  WS-COMPETENCIA-INF-R REDEFINES WS-COMPETENCIA-INFORMADA.
           05  WS-COMP-INF-AAAA        PIC 9(04).
           05  WS-COMP-INF-MM          PIC 9(02).
       77  WS-COMPETENCIA-VALIDA   PIC X(01)   VALUE 'N'.
           88  WS-COMPETENCIA-VALIDA-SIM       VALUE 'S'.
       77  WS-PERIODOS-MUDARAM     PIC X(01)   VALUE 'N'.
           88  WS-PERIODOS-MUDARAM-SIM         VALUE 'S'.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-SITUACAO-DESC        PIC X(07)   VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'ABERTURA E FECHAMENTO DE PERIODO E OPERACAO '
                       'DE SUPERVISOR - ACESSO NEGADO.'
            ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM P8520-CARREGA-PERIODOS
               IF WS-PERIODOS-ESTOURARAM-SIM
                  DISPLAY 'SESSAO ENCERRADA - REGRAVAR A TABELA '
                          'PERDERIA COMPETENCIAS.'
               ELSE
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
                  IF WS-PERIODOS-MUDARAM-SIM
                     PERFORM P800-REGRAVA-PERIODOS
                  END-IF
               END-IF
            END-IF
            GOBACK.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== PERIODOS CONTABEIS ====='
            DISPLAY '1 - FECHAR COMPETENCIA'
            DISPLAY '2 - REABRIR COMPETENCIA'
            DISPLAY '3 - LISTAR PERIODOS'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-FECHA-PERIODO
                WHEN 2 PERFORM P400-REABRE-PERIODO
                WHEN 3 PERFORM P500-LISTA-PERIODOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-COMPETENCIA
      * Competencia AAAAMM com mes de 01 a 12 e que ja tenha
      * comecado - fechar mes futuro empurraria todo lancamento do
      * dia para frente.
      ******************************************************************
       P250-INFORMA-COMPETENCIA.
            MOVE 'N' TO WS-COMPETENCIA-VALIDA
            DISPLAY 'COMPETENCIA (AAAAMM): '
            MOVE ZEROS TO WS-COMPETENCIA-INFORMADA
            ACCEPT WS-COMPETENCIA-INFORMADA
            EVALUATE TRUE
                WHEN WS-COMPETENCIA-INFORMADA NOT NUMERIC
                     OR WS-COMP-INF-MM < 1 OR WS-COMP-INF-MM > 12
                     DISPLAY 'COMPETENCIA INVALIDA.'
                WHEN WS-COMPETENCIA-INFORMADA > WS-DATA-HOJE(1:6)
                     DISPLAY 'COMPETENCIA AINDA NAO COMECOU.'
                WHEN OTHER
                     SET WS-COMPETENCIA-VALIDA-SIM TO TRUE
                     MOVE WS-COMPETENCIA-INFORMADA
                          TO WS-PER-COMPETENCIA
                     PERFORM P8525-LOCALIZA-PERIODO
            END-EVALUATE.

       P300-FECHA-PERIODO.
            PERFORM P250-INFORMA-COMPETENCIA
            IF WS-COMPETENCIA-VALIDA-SIM
               IF WS-IDX-PER-ACHADO > ZEROS
                  AND WS-PTB-FECHADO(WS-IDX-PER-ACHADO)
                  DISPLAY 'COMPETENCIA JA ESTA FECHADA DESDE '
                          WS-PTB-DATA-SITUACAO(WS-IDX-PER-ACHADO)
                          ' (' WS-PTB-OPERADOR(WS-IDX-PER-ACHADO)
                          ').'
               ELSE
                  MOVE 'F' TO WS-PER-NOVA-SITUACAO
                  PERFORM P350-APLICA-SITUACAO
                  IF WS-PER-ATUALIZOU-SIM
                     DISPLAY 'COMPETENCIA ' WS-COMPETENCIA-INFORMADA
                             ' FECHADA.'
                  END-IF
               END-IF
            END-IF.

       P350-APLICA-SITUACAO.
            MOVE WS-COMPETENCIA-INFORMADA TO WS-PER-COMPETENCIA
            MOVE WS-DATA-HOJE             TO WS-PER-DATA-ALTERACAO
            MOVE WS-OPERADOR-VALIDADO     TO WS-PER-OPERADOR
            PERFORM P8535-ATUALIZA-PERIODO
            IF WS-PER-ATUALIZOU-SIM
               SET WS-PERIODOS-MUDARAM-SIM TO TRUE
            ELSE
               DISPLAY 'TABELA DE PERIODOS CHEIA.'
            END-IF.

       P400-REABRE-PERIODO.
            PERFORM P250-INFORMA-COMPETENCIA
            IF WS-COMPETENCIA-VALIDA-SIM
               IF WS-IDX-PER-ACHADO = ZEROS
                  OR NOT WS-PTB-FECHADO(WS-IDX-PER-ACHADO)
                  DISPLAY 'COMPETENCIA NAO ESTA FECHADA.'
               ELSE
                  MOVE 'A' TO WS-PER-NOVA-SITUACAO
                  PERFORM P350-APLICA-SITUACAO
                  IF WS-PER-ATUALIZOU-SIM
                     DISPLAY 'COMPETENCIA ' WS-COMPETENCIA-INFORMADA
                             ' REABERTA - OS NUMEROS JA ENTREGUES A '
                             'CONTABILIDADE PODEM MUDAR.'
                  END-IF
               END-IF
            END-IF.

       P500-LISTA-PERIODOS.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-PERIODO FROM 1 BY 1
                    UNTIL WS-IDX-PERIODO > WS-QTD-PERIODOS-TAB
                IF WS-PTB-FECHADO(WS-IDX-PERIODO)
                   MOVE 'FECHADO' TO WS-SITUACAO-DESC
                ELSE
                   MOVE 'ABERTO'  TO WS-SITUACAO-DESC
                END-IF
                ADD 1 TO WS-QTD-LISTADOS
                DISPLAY '  ' WS-PTB-COMPETENCIA(WS-IDX-PERIODO)
                        '  ' WS-SITUACAO-DESC
                        '  EM ' WS-PTB-DATA-SITUACAO(WS-IDX-PERIODO)
                        '  POR ' WS-PTB-OPERADOR(WS-IDX-PERIODO)
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' COMPETENCIA(S) NA TABELA - '
                    'AS DEMAIS ESTAO ABERTAS.'.

       P800-REGRAVA-PERIODOS.
            PERFORM P8540-GRAVA-PERIODOS
            IF NOT WS-PERCTL-OK
               DISPLAY 'ERRO AO REGRAVAR OS PERIODOS - STATUS '
                       WS-PERCTL-STATUS
               MOVE 8 TO RETURN-CODE
            END-IF.

           COPY PERCTLPA.
           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM PERIOD-MAINT.
