      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Conciliacao bancaria do caixa aplicado: confere os
      *            creditos do extrato carregado pelo STMT-LOAD
      *            (EXTRATO.dat, copybooks EXTB*) contra os recibos
      *            gravados pelo CASH-APPLY (RCPTREG.dat). Cada
      *            credito pendente procura primeiro um recibo ainda
      *            nao conciliado do mesmo dia e valor; o que sobrar
      *            do dia concilia em bloco quando o total dos
      *            creditos pendentes do dia bate com o total dos
      *            recibos pendentes do dia (o banco credita o
      *            retorno de cobranca num lancamento so). Recibo
      *            conciliado vai para o CONCREC.dat e nao volta a
      *            ser conferido. O BANKREC.txt lista o que conciliou
      *            na rodada, os recibos sem credito no banco e os
      *            creditos sem recibo; pendencia com mais de N dias
      *            (BANKRECP.dat, padrao compilado de 3 dias, molde do
      *            SHIPPARM.dat) sobe alerta CRITICO no ALERTAS.txt.
      *            Recibo anterior ao primeiro extrato carregado fica
      *            fora - nao ha extrato do outro lado. O CASH-APPLY
      *            confiava no BANKRET.txt e ninguem conferia se o
      *            dinheiro tinha mesmo entrado na conta.
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
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ALERTSL.
           COPY EXTBSL.

           SELECT REGISTRO-RECIBOS ASSIGN TO
           'src\assets\RCPTREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT RECIBOS-CONCILIADOS ASSIGN TO
           'src\assets\CONCREC.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONCILIADOS-STATUS.

           SELECT CONCILIACAO-CONFIG ASSIGN TO
           'src\assets\BANKRECP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT RELATORIO-CONCILIACAO ASSIGN TO
           'src\assets\BANKREC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ARQUIVO-ALERTAS.
           COPY ALERTF.

       FD  REGISTRO-EXTRATO.
           COPY EXTBF.

       FD  REGISTRO-RECIBOS.
           COPY RCPTF.

      * RECIBO JA CONCILIADO - CREDITO DO EXTRATO QUE O COBRIU (SEQ
      * ZERO QUANDO CONCILIOU PELO TOTAL DO DIA)
       FD  RECIBOS-CONCILIADOS.
       01  REG-RECIBO-CONCILIADO.
           05  RCC-RECIBO              PIC 9(06).
           05  RCC-DATA-CREDITO        PIC 9(08).
           05  RCC-SEQUENCIA-EXTRATO   PIC 9(07).
           05  RCC-FORMA               PIC X(01).
               88  RCC-CONC-RECIBO             VALUE 'R'.
               88  RCC-CONC-TOTAL-DIA          VALUE 'T'.
           05  RCC-DATA-CONCILIACAO    PIC 9(08).

       FD  CONCILIACAO-CONFIG.
       01  REG-CONCILIACAO-CONFIG.
           05  BRP-DIAS-TOLERANCIA     PIC 9(03).

       FD  RELATORIO-CONCILIACAO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-EXTRATO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-EXTRATO-OK                   VALUE '00'.
       77  WS-RECIBOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RECIBOS-OK                   VALUE '00'.
       77  WS-CONCILIADOS-STATUS   PIC X(02)   VALUE SPACES.
           88  WS-CONCILIADOS-OK               VALUE '00'.
           88  WS-CONCILIADOS-NAO-CRIADO       VALUE '35'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-EXTRATO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-EXTRATO-SIM              VALUE 'S'.
       77  WS-FIM-RECIBOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-RECIBOS-SIM              VALUE 'S'.
       77  WS-FIM-CONCILIADOS      PIC X(01)   VALUE 'N'.
           88  WS-FIM-CONCILIADOS-SIM          VALUE 'S'.

      * DATA DE REFERENCIA E TOLERANCIA EM DIAS (PADRAO 3)
           COPY ASOFWS.
       77  WS-DIAS-TOLERANCIA      PIC 9(03)   VALUE 003.
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-PENDENTE        PIC S9(05)  VALUE ZEROS COMP.
       77  WS-DIAS-ALERTA          PIC 9(05)   VALUE ZEROS.

      * LANCAMENTOS DO EXTRATO EM MEMORIA - REGRAVADOS NO FIM COM A
      * SITUACAO DE CONCILIACAO (MESMO LAYOUT DO EXTBF)
       77  WS-MAX-EXTRATO          PIC 9(04)   VALUE 5000.
       77  WS-QTD-EXTRATO-TAB      PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-EXTRATO          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-EXT-DIA          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-DATA-INICIO-EXTRATO  PIC 9(08)   VALUE 99999999.
       01  WS-TAB-EXTRATO.
           05  WS-EXB-ENTRADA      OCCURS 5000 TIMES.
               10  WS-EXB-SEQUENCIA    PIC 9(07).
               10  WS-EXB-DATA         PIC 9(08).
               10  WS-EXB-TIPO         PIC X(01).
                   88  WS-EXB-CREDITO          VALUE 'C'.
                   88  WS-EXB-DEBITO           VALUE 'D'.
               10  WS-EXB-VALOR        PIC 9(09)V99.
               10  WS-EXB-HISTORICO    PIC 9(03).
               10  WS-EXB-DOCUMENTO    PIC X(10).
               10  WS-EXB-DESCRICAO    PIC X(30).
               10  WS-EXB-SITUACAO     PIC X(01).
                   88  WS-EXB-PENDENTE         VALUE 'P'.
                   88  WS-EXB-CONCILIADO       VALUE 'C'.
               10  WS-EXB-DATA-CARGA   PIC 9(08).
               10  WS-EXB-DATA-CONC    PIC 9(08).
               10  WS-EXB-RECIBO       PIC 9(06).
               10  WS-EXB-FORMA        PIC X(01).

      * RECIBOS JA CONCILIADOS EM RODADAS ANTERIORES (CONCREC.dat)
       77  WS-MAX-CONCILIADOS      PIC 9(04)   VALUE 5000.
       77  WS-QTD-CONCILIADOS-TAB  PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CONCILIADO       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-RECIBO-CONCILIADO    PIC X(01)   VALUE 'N'.
           88  WS-RECIBO-CONCILIADO-SIM        VALUE 'S'.
       01  WS-TAB-CONCILIADOS.
           05  WS-CNC-RECIBO       PIC 9(06)  OCCURS 5000 TIMES.

      * RECIBOS AINDA NAO CONCILIADOS, DO PRIMEIRO EXTRATO ATE A
      * REFERENCIA - S = CONCILIADO NESTA RODADA (VAI PARA O CONCREC)
       77  WS-MAX-RECIBOS          PIC 9(04)   VALUE 3000.
       77  WS-QTD-RECIBOS-TAB      PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RECIBO           PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RCB-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-RECIBOS.
           05  WS-RECIBO-ENTRADA   OCCURS 3000 TIMES.
               10  WS-RCB-NUMERO       PIC 9(06).
               10  WS-RCB-CLIENTE      PIC 9(06).
               10  WS-RCB-DATA         PIC 9(08).
               10  WS-RCB-VALOR        PIC 9(09)V99.
               10  WS-RCB-CONCILIADO   PIC X(01).
                   88  WS-RCB-CONCILIADO-SIM   VALUE 'S'.
               10  WS-RCB-SEQUENCIA    PIC 9(07).
               10  WS-RCB-FORMA        PIC X(01).

      * TOTAL DO DIA EM CONFERENCIA
       77  WS-DATA-DIA             PIC 9(08)   VALUE ZEROS.
       77  WS-SOMA-CREDITOS-DIA    PIC 9(11)V99 VALUE ZEROS.
       77  WS-SOMA-RECIBOS-DIA     PIC 9(11)V99 VALUE ZEROS.

       77  WS-QTD-CRED-CONC        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-CRED-CONC      PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-RCB-CONC         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-RCB-CONC       PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-RCB-PEND         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-RCB-PEND       PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-CRED-PEND        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-CRED-PEND      PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-DEBITOS-DIA      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-DEBITOS-DIA    PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-VENCIDAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ANTERIORES       PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIAS-ED              PIC -ZZZZ9.
       77  WS-TOLERANCIA-ED        PIC ZZ9.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * ALERTA OPERACIONAL (COPYBOOKS ALERT*)
           COPY ALERTWS.
       77  WS-ALT-PROGRAMA         PIC X(08)   VALUE 'BANKREC'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P300-CONCILIA-RECIBOS
               PERFORM P400-CONCILIA-TOTAL-DIA
               PERFORM P500-LISTA-RECIBOS-PENDENTES
               PERFORM P600-LISTA-CREDITOS-PENDENTES
               PERFORM P700-IMPRIME-TOTAIS
               PERFORM P800-GRAVA-CONCILIACAO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF

            PERFORM P110-LE-CONFIG
            PERFORM P120-CARREGA-EXTRATO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P140-CARREGA-CONCILIADOS
            END-IF
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P160-CARREGA-RECIBOS
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               IF WS-QTD-EXTRATO-TAB = ZEROS
                  DISPLAY 'NENHUM LANCAMENTO NO EXTRATO.dat - RODE O '
                          'STMT-LOAD ANTES.'
               END-IF
               OPEN OUTPUT RELATORIO-CONCILIACAO
               IF NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS '
                          WS-RELATORIO-STATUS
               ELSE
                  PERFORM P180-IMPRIME-CABECALHO
               END-IF
            END-IF.

       P110-LE-CONFIG.
            OPEN INPUT CONCILIACAO-CONFIG
            IF WS-CONFIG-OK
               READ CONCILIACAO-CONFIG
               IF WS-CONFIG-OK
                  IF BRP-DIAS-TOLERANCIA IS NUMERIC
                     AND BRP-DIAS-TOLERANCIA > ZEROS
                     MOVE BRP-DIAS-TOLERANCIA TO WS-DIAS-TOLERANCIA
                  END-IF
               END-IF
               CLOSE CONCILIACAO-CONFIG
            END-IF.

      ******************************************************************
      * P120-CARREGA-EXTRATO
      * Sem o registro do extrato nao ha o que conciliar nem o que
      * regravar; estouro da tabela aborta, senao a regravacao
      * perderia os lancamentos que ficaram de fora.
      ******************************************************************
       P120-CARREGA-EXTRATO.
            OPEN INPUT REGISTRO-EXTRATO
            IF WS-EXTRATO-OK
               PERFORM P130-LE-EXTRATO UNTIL WS-FIM-EXTRATO-SIM
               CLOSE REGISTRO-EXTRATO
            END-IF.

       P130-LE-EXTRATO.
            READ REGISTRO-EXTRATO
                 AT END SET WS-FIM-EXTRATO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-EXTRATO-SIM
               IF WS-QTD-EXTRATO-TAB < WS-MAX-EXTRATO
                  ADD 1 TO WS-QTD-EXTRATO-TAB
                  MOVE REG-EXTRATO
                       TO WS-EXB-ENTRADA(WS-QTD-EXTRATO-TAB)
                  IF EXT-DATA < WS-DATA-INICIO-EXTRATO
                     MOVE EXT-DATA TO WS-DATA-INICIO-EXTRATO
                  END-IF
                  IF EXT-DEBITO AND EXT-DATA = WS-DATA-REFERENCIA
                     ADD 1 TO WS-QTD-DEBITOS-DIA
                     ADD EXT-VALOR TO WS-VALOR-DEBITOS-DIA
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-EXTRATO ' LANCAMENTOS NO '
                          'EXTRATO.dat - CONCILIACAO ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-EXTRATO-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P140-CARREGA-CONCILIADOS
      * CONCREC.dat ausente = nenhuma conciliacao ainda. Estouro
      * aborta: o recibo que ficasse de fora voltaria como sem
      * credito e seria conciliado duas vezes.
      ******************************************************************
       P140-CARREGA-CONCILIADOS.
            OPEN INPUT RECIBOS-CONCILIADOS
            IF WS-CONCILIADOS-OK
               PERFORM P150-LE-CONCILIADO UNTIL WS-FIM-CONCILIADOS-SIM
               CLOSE RECIBOS-CONCILIADOS
            END-IF.

       P150-LE-CONCILIADO.
            READ RECIBOS-CONCILIADOS
                 AT END SET WS-FIM-CONCILIADOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CONCILIADOS-SIM
               IF WS-QTD-CONCILIADOS-TAB < WS-MAX-CONCILIADOS
                  ADD 1 TO WS-QTD-CONCILIADOS-TAB
                  MOVE RCC-RECIBO
                       TO WS-CNC-RECIBO(WS-QTD-CONCILIADOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-CONCILIADOS ' RECIBOS NO '
                          'CONCREC.dat - CONCILIACAO ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-CONCILIADOS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P160-CARREGA-RECIBOS
      * So entram os recibos ainda nao conciliados, pagos entre o
      * primeiro extrato carregado e a data de referencia. Sem o
      * RCPTREG.dat nao ha caixa aplicado a conferir.
      ******************************************************************
       P160-CARREGA-RECIBOS.
            OPEN INPUT REGISTRO-RECIBOS
            IF NOT WS-RECIBOS-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O RCPTREG.dat - STATUS '
                       WS-RECIBOS-STATUS
            ELSE
               PERFORM P170-LE-RECIBO UNTIL WS-FIM-RECIBOS-SIM
               CLOSE REGISTRO-RECIBOS
            END-IF.

       P170-LE-RECIBO.
            READ REGISTRO-RECIBOS
                 AT END SET WS-FIM-RECIBOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RECIBOS-SIM
               AND RCP-DATA-PAGTO NOT > WS-DATA-REFERENCIA
               IF RCP-DATA-PAGTO < WS-DATA-INICIO-EXTRATO
                  ADD 1 TO WS-QTD-ANTERIORES
               ELSE
                  MOVE 'N' TO WS-RECIBO-CONCILIADO
                  PERFORM VARYING WS-IDX-CONCILIADO FROM 1 BY 1
                          UNTIL WS-IDX-CONCILIADO >
                                WS-QTD-CONCILIADOS-TAB
                          OR WS-RECIBO-CONCILIADO-SIM
                      IF WS-CNC-RECIBO(WS-IDX-CONCILIADO) = RCP-NUMERO
                         SET WS-RECIBO-CONCILIADO-SIM TO TRUE
                      END-IF
                  END-PERFORM
                  IF NOT WS-RECIBO-CONCILIADO-SIM
                     PERFORM P175-GUARDA-RECIBO
                  END-IF
               END-IF
            END-IF.

       P175-GUARDA-RECIBO.
            IF WS-QTD-RECIBOS-TAB < WS-MAX-RECIBOS
               ADD 1 TO WS-QTD-RECIBOS-TAB
               MOVE RCP-NUMERO     TO WS-RCB-NUMERO(WS-QTD-RECIBOS-TAB)
               MOVE RCP-CODIGO     TO WS-RCB-CLIENTE(WS-QTD-RECIBOS-TAB)
               MOVE RCP-DATA-PAGTO TO WS-RCB-DATA(WS-QTD-RECIBOS-TAB)
               MOVE RCP-VALOR      TO WS-RCB-VALOR(WS-QTD-RECIBOS-TAB)
               MOVE 'N'       TO WS-RCB-CONCILIADO(WS-QTD-RECIBOS-TAB)
               MOVE ZEROS     TO WS-RCB-SEQUENCIA(WS-QTD-RECIBOS-TAB)
               MOVE SPACE     TO WS-RCB-FORMA(WS-QTD-RECIBOS-TAB)
            ELSE
               DISPLAY 'MAIS DE ' WS-MAX-RECIBOS ' RECIBOS PENDENTES '
                       'NO RCPTREG.dat - CONCILIACAO ABORTADA.'
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-RECIBOS-SIM TO TRUE
            END-IF.

       P180-IMPRIME-CABECALHO.
            MOVE WS-DIAS-TOLERANCIA TO WS-TOLERANCIA-ED
            MOVE SPACES TO REG-RELATORIO
            STRING '===== CONCILIACAO BANCARIA - REFERENCIA '
                   DELIMITED BY SIZE
                   WS-DATA-REFERENCIA DELIMITED BY SIZE
                   ' - TOLERANCIA ' DELIMITED BY SIZE
                   WS-TOLERANCIA-ED DELIMITED BY SIZE
                   ' DIA(S) =====' DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- CONCILIADOS NESTA RODADA ---' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P190-IMPRIME-COLUNAS.

       P190-IMPRIME-COLUNAS.
            MOVE 'SEQ.EXT DATA     DOCUMENTO             VALOR RECIBO'
                 TO REG-RELATORIO
            MOVE 'CLIENT  DIAS' TO REG-RELATORIO(53:12)
            WRITE REG-RELATORIO.

      ******************************************************************
      * P300-CONCILIA-RECIBOS
      * Primeira passada: credito pendente ate a referencia contra um
      * recibo pendente do mesmo dia e do mesmo valor.
      ******************************************************************
       P300-CONCILIA-RECIBOS.
            PERFORM VARYING WS-IDX-EXTRATO FROM 1 BY 1
                    UNTIL WS-IDX-EXTRATO > WS-QTD-EXTRATO-TAB
                IF WS-EXB-CREDITO(WS-IDX-EXTRATO)
                   AND WS-EXB-PENDENTE(WS-IDX-EXTRATO)
                   AND WS-EXB-DATA(WS-IDX-EXTRATO)
                       NOT > WS-DATA-REFERENCIA
                   PERFORM P310-PROCURA-RECIBO
                END-IF
            END-PERFORM.

       P310-PROCURA-RECIBO.
            MOVE ZEROS TO WS-IDX-RCB-ACHADO
            PERFORM VARYING WS-IDX-RECIBO FROM 1 BY 1
                    UNTIL WS-IDX-RECIBO > WS-QTD-RECIBOS-TAB
                    OR WS-IDX-RCB-ACHADO > ZEROS
                IF NOT WS-RCB-CONCILIADO-SIM(WS-IDX-RECIBO)
                   AND WS-RCB-DATA(WS-IDX-RECIBO) =
                       WS-EXB-DATA(WS-IDX-EXTRATO)
                   AND WS-RCB-VALOR(WS-IDX-RECIBO) =
                       WS-EXB-VALOR(WS-IDX-EXTRATO)
                   MOVE WS-IDX-RECIBO TO WS-IDX-RCB-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-RCB-ACHADO > ZEROS
               MOVE 'C'   TO WS-EXB-SITUACAO(WS-IDX-EXTRATO)
               MOVE 'R'   TO WS-EXB-FORMA(WS-IDX-EXTRATO)
               MOVE WS-DATA-REFERENCIA
                          TO WS-EXB-DATA-CONC(WS-IDX-EXTRATO)
               MOVE WS-RCB-NUMERO(WS-IDX-RCB-ACHADO)
                          TO WS-EXB-RECIBO(WS-IDX-EXTRATO)
               MOVE 'S'   TO WS-RCB-CONCILIADO(WS-IDX-RCB-ACHADO)
               MOVE 'R'   TO WS-RCB-FORMA(WS-IDX-RCB-ACHADO)
               MOVE WS-EXB-SEQUENCIA(WS-IDX-EXTRATO)
                          TO WS-RCB-SEQUENCIA(WS-IDX-RCB-ACHADO)
               ADD 1 TO WS-QTD-CRED-CONC
               ADD WS-EXB-VALOR(WS-IDX-EXTRATO) TO WS-VALOR-CRED-CONC
               ADD 1 TO WS-QTD-RCB-CONC
               ADD WS-RCB-VALOR(WS-IDX-RCB-ACHADO)
                   TO WS-VALOR-RCB-CONC

               PERFORM P320-LINHA-CREDITO
               MOVE WS-RCB-NUMERO(WS-IDX-RCB-ACHADO)
                    TO REG-RELATORIO(46:6)
               MOVE WS-RCB-CLIENTE(WS-IDX-RCB-ACHADO)
                    TO REG-RELATORIO(53:6)
               MOVE 'RECIBO'  TO REG-RELATORIO(67:6)
               WRITE REG-RELATORIO
            END-IF.

       P320-LINHA-CREDITO.
            MOVE SPACES TO REG-RELATORIO
            MOVE WS-EXB-SEQUENCIA(WS-IDX-EXTRATO)
                 TO REG-RELATORIO(1:7)
            MOVE WS-EXB-DATA(WS-IDX-EXTRATO)  TO REG-RELATORIO(9:8)
            MOVE WS-EXB-DOCUMENTO(WS-IDX-EXTRATO)
                 TO REG-RELATORIO(18:10)
            MOVE WS-EXB-VALOR(WS-IDX-EXTRATO) TO WS-VALOR-ED
            MOVE WS-VALOR-ED                  TO REG-RELATORIO(29:16).

       P330-LINHA-RECIBO.
            MOVE SPACES TO REG-RELATORIO
            MOVE WS-RCB-DATA(WS-IDX-RECIBO)    TO REG-RELATORIO(9:8)
            MOVE WS-RCB-VALOR(WS-IDX-RECIBO)   TO WS-VALOR-ED
            MOVE WS-VALOR-ED                   TO REG-RELATORIO(29:16)
            MOVE WS-RCB-NUMERO(WS-IDX-RECIBO)  TO REG-RELATORIO(46:6)
            MOVE WS-RCB-CLIENTE(WS-IDX-RECIBO) TO REG-RELATORIO(53:6).

      ******************************************************************
      * P400-CONCILIA-TOTAL-DIA
      * Segunda passada: o que sobrou pendente de um dia concilia em
      * bloco se a soma dos creditos pendentes do dia bate com a soma
      * dos recibos pendentes do dia. Um dia que nao bate fica todo
      * pendente - credito e recibo saem nas listas de pendencias.
      ******************************************************************
       P400-CONCILIA-TOTAL-DIA.
            PERFORM VARYING WS-IDX-EXTRATO FROM 1 BY 1
                    UNTIL WS-IDX-EXTRATO > WS-QTD-EXTRATO-TAB
                IF WS-EXB-CREDITO(WS-IDX-EXTRATO)
                   AND WS-EXB-PENDENTE(WS-IDX-EXTRATO)
                   AND WS-EXB-DATA(WS-IDX-EXTRATO)
                       NOT > WS-DATA-REFERENCIA
                   PERFORM P410-SOMA-DIA
                   IF WS-SOMA-RECIBOS-DIA = WS-SOMA-CREDITOS-DIA
                      PERFORM P420-CONCILIA-DIA
                   END-IF
                END-IF
            END-PERFORM.

       P410-SOMA-DIA.
            MOVE WS-EXB-DATA(WS-IDX-EXTRATO) TO WS-DATA-DIA
            MOVE ZEROS TO WS-SOMA-CREDITOS-DIA
                          WS-SOMA-RECIBOS-DIA
            PERFORM VARYING WS-IDX-EXT-DIA FROM 1 BY 1
                    UNTIL WS-IDX-EXT-DIA > WS-QTD-EXTRATO-TAB
                IF WS-EXB-CREDITO(WS-IDX-EXT-DIA)
                   AND WS-EXB-PENDENTE(WS-IDX-EXT-DIA)
                   AND WS-EXB-DATA(WS-IDX-EXT-DIA) = WS-DATA-DIA
                   ADD WS-EXB-VALOR(WS-IDX-EXT-DIA)
                       TO WS-SOMA-CREDITOS-DIA
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-RECIBO FROM 1 BY 1
                    UNTIL WS-IDX-RECIBO > WS-QTD-RECIBOS-TAB
                IF NOT WS-RCB-CONCILIADO-SIM(WS-IDX-RECIBO)
                   AND WS-RCB-DATA(WS-IDX-RECIBO) = WS-DATA-DIA
                   ADD WS-RCB-VALOR(WS-IDX-RECIBO)
                       TO WS-SOMA-RECIBOS-DIA
                END-IF
            END-PERFORM.

       P420-CONCILIA-DIA.
            PERFORM VARYING WS-IDX-EXT-DIA FROM 1 BY 1
                    UNTIL WS-IDX-EXT-DIA > WS-QTD-EXTRATO-TAB
                IF WS-EXB-CREDITO(WS-IDX-EXT-DIA)
                   AND WS-EXB-PENDENTE(WS-IDX-EXT-DIA)
                   AND WS-EXB-DATA(WS-IDX-EXT-DIA) = WS-DATA-DIA
                   MOVE 'C' TO WS-EXB-SITUACAO(WS-IDX-EXT-DIA)
                   MOVE 'T' TO WS-EXB-FORMA(WS-IDX-EXT-DIA)
                   MOVE WS-DATA-REFERENCIA
                        TO WS-EXB-DATA-CONC(WS-IDX-EXT-DIA)
                   MOVE ZEROS TO WS-EXB-RECIBO(WS-IDX-EXT-DIA)
                   ADD 1 TO WS-QTD-CRED-CONC
                   ADD WS-EXB-VALOR(WS-IDX-EXT-DIA)
                       TO WS-VALOR-CRED-CONC
                   MOVE SPACES TO REG-RELATORIO
                   MOVE WS-EXB-SEQUENCIA(WS-IDX-EXT-DIA)
                        TO REG-RELATORIO(1:7)
                   MOVE WS-DATA-DIA TO REG-RELATORIO(9:8)
                   MOVE WS-EXB-DOCUMENTO(WS-IDX-EXT-DIA)
                        TO REG-RELATORIO(18:10)
                   MOVE WS-EXB-VALOR(WS-IDX-EXT-DIA) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED TO REG-RELATORIO(29:16)
                   MOVE 'TOTAL DO DIA' TO REG-RELATORIO(67:12)
                   WRITE REG-RELATORIO
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-RECIBO FROM 1 BY 1
                    UNTIL WS-IDX-RECIBO > WS-QTD-RECIBOS-TAB
                IF NOT WS-RCB-CONCILIADO-SIM(WS-IDX-RECIBO)
                   AND WS-RCB-DATA(WS-IDX-RECIBO) = WS-DATA-DIA
                   MOVE 'S' TO WS-RCB-CONCILIADO(WS-IDX-RECIBO)
                   MOVE 'T' TO WS-RCB-FORMA(WS-IDX-RECIBO)
                   MOVE ZEROS TO WS-RCB-SEQUENCIA(WS-IDX-RECIBO)
                   ADD 1 TO WS-QTD-RCB-CONC
                   ADD WS-RCB-VALOR(WS-IDX-RECIBO) TO WS-VALOR-RCB-CONC
                   PERFORM P330-LINHA-RECIBO
                   MOVE 'TOTAL DO DIA' TO REG-RELATORIO(67:12)
                   WRITE REG-RELATORIO
                END-IF
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            MOVE WS-DATA-DIA          TO REG-RELATORIO(9:8)
            MOVE WS-SOMA-CREDITOS-DIA TO WS-VALOR-ED
            MOVE WS-VALOR-ED          TO REG-RELATORIO(29:16)
            MOVE 'TOTAL DO DIA CONFERE' TO REG-RELATORIO(67:20)
            WRITE REG-RELATORIO.

      ******************************************************************
      * P500-LISTA-RECIBOS-PENDENTES
      * Recibo aplicado sem credito no banco - dinheiro que o sistema
      * deu como recebido e a conta nao viu.
      ******************************************************************
       P500-LISTA-RECIBOS-PENDENTES.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- RECIBOS SEM CREDITO BANCARIO ---'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P190-IMPRIME-COLUNAS
            PERFORM VARYING WS-IDX-RECIBO FROM 1 BY 1
                    UNTIL WS-IDX-RECIBO > WS-QTD-RECIBOS-TAB
                IF NOT WS-RCB-CONCILIADO-SIM(WS-IDX-RECIBO)
                   ADD 1 TO WS-QTD-RCB-PEND
                   ADD WS-RCB-VALOR(WS-IDX-RECIBO) TO WS-VALOR-RCB-PEND
                   MOVE WS-RCB-DATA(WS-IDX-RECIBO) TO WS-DATA-ISO
                   PERFORM P550-CALCULA-DIAS
                   PERFORM P330-LINHA-RECIBO
                   MOVE WS-DIAS-ED TO REG-RELATORIO(60:6)
                   IF WS-DIAS-PENDENTE > WS-DIAS-TOLERANCIA
                      MOVE '***' TO REG-RELATORIO(67:3)
                      MOVE SPACES TO WS-ALT-MENSAGEM
                      STRING 'RECIBO ' DELIMITED BY SIZE
                             WS-RCB-NUMERO(WS-IDX-RECIBO)
                             DELIMITED BY SIZE
                             ' SEM CREDITO HA ' DELIMITED BY SIZE
                             WS-DIAS-ALERTA DELIMITED BY SIZE
                             ' DIAS' DELIMITED BY SIZE
                             INTO WS-ALT-MENSAGEM
                      END-STRING
                      PERFORM P560-SOBE-ALERTA
                   END-IF
                   WRITE REG-RELATORIO
                END-IF
            END-PERFORM.

       P550-CALCULA-DIAS.
            PERFORM P8500-CALCULA-DIA-JULIANO
            COMPUTE WS-DIAS-PENDENTE =
                    WS-DIA-JULIANO-REF - WS-DIA-JULIANO
            MOVE WS-DIAS-PENDENTE TO WS-DIAS-ED
                                     WS-DIAS-ALERTA.

       P560-SOBE-ALERTA.
            ADD 1 TO WS-QTD-VENCIDAS
            MOVE 'C' TO WS-ALT-SEVERIDADE
            PERFORM P8970-GRAVA-ALERTA.

      ******************************************************************
      * P600-LISTA-CREDITOS-PENDENTES
      * Credito no banco sem recibo - dinheiro que entrou e nao foi
      * aplicado (ou foi aplicado com outro valor ou outra data).
      ******************************************************************
       P600-LISTA-CREDITOS-PENDENTES.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- CREDITOS BANCARIOS SEM RECIBO ---'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'SEQ.EXT DATA     DOCUMENTO             VALOR HST'
                 TO REG-RELATORIO
            MOVE 'DIAS     DESCRICAO' TO REG-RELATORIO(62:18)
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-EXTRATO FROM 1 BY 1
                    UNTIL WS-IDX-EXTRATO > WS-QTD-EXTRATO-TAB
                IF WS-EXB-CREDITO(WS-IDX-EXTRATO)
                   AND WS-EXB-PENDENTE(WS-IDX-EXTRATO)
                   AND WS-EXB-DATA(WS-IDX-EXTRATO)
                       NOT > WS-DATA-REFERENCIA
                   PERFORM P610-LINHA-CREDITO-PENDENTE
                END-IF
            END-PERFORM.

       P610-LINHA-CREDITO-PENDENTE.
            ADD 1 TO WS-QTD-CRED-PEND
            ADD WS-EXB-VALOR(WS-IDX-EXTRATO) TO WS-VALOR-CRED-PEND
            MOVE WS-EXB-DATA(WS-IDX-EXTRATO) TO WS-DATA-ISO
            PERFORM P550-CALCULA-DIAS
            PERFORM P320-LINHA-CREDITO
            MOVE WS-EXB-HISTORICO(WS-IDX-EXTRATO)
                 TO REG-RELATORIO(46:3)
            MOVE WS-DIAS-ED TO REG-RELATORIO(60:6)
            MOVE WS-EXB-DESCRICAO(WS-IDX-EXTRATO)
                 TO REG-RELATORIO(71:30)
            IF WS-DIAS-PENDENTE > WS-DIAS-TOLERANCIA
               MOVE '***' TO REG-RELATORIO(67:3)
               MOVE SPACES TO WS-ALT-MENSAGEM
               STRING 'CREDITO ' DELIMITED BY SIZE
                      WS-EXB-SEQUENCIA(WS-IDX-EXTRATO)
                      DELIMITED BY SIZE
                      ' SEM RECIBO HA ' DELIMITED BY SIZE
                      WS-DIAS-ALERTA DELIMITED BY SIZE
                      ' DIAS' DELIMITED BY SIZE
                      INTO WS-ALT-MENSAGEM
               END-STRING
               PERFORM P560-SOBE-ALERTA
            END-IF
            WRITE REG-RELATORIO.

       P700-IMPRIME-TOTAIS.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- RESUMO ---' TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'CREDITOS CONCILIADOS NA RODADA...:' TO REG-RELATORIO
            MOVE WS-QTD-CRED-CONC   TO WS-QTD-ED
            MOVE WS-VALOR-CRED-CONC TO WS-VALOR-ED
            PERFORM P710-LINHA-TOTAL

            MOVE 'RECIBOS CONCILIADOS NA RODADA....:' TO REG-RELATORIO
            MOVE WS-QTD-RCB-CONC    TO WS-QTD-ED
            MOVE WS-VALOR-RCB-CONC  TO WS-VALOR-ED
            PERFORM P710-LINHA-TOTAL

            MOVE 'RECIBOS SEM CREDITO BANCARIO.....:' TO REG-RELATORIO
            MOVE WS-QTD-RCB-PEND    TO WS-QTD-ED
            MOVE WS-VALOR-RCB-PEND  TO WS-VALOR-ED
            PERFORM P710-LINHA-TOTAL

            MOVE 'CREDITOS BANCARIOS SEM RECIBO....:' TO REG-RELATORIO
            MOVE WS-QTD-CRED-PEND   TO WS-QTD-ED
            MOVE WS-VALOR-CRED-PEND TO WS-VALOR-ED
            PERFORM P710-LINHA-TOTAL

            MOVE 'DEBITOS DO DIA (INFORMATIVO).....:' TO REG-RELATORIO
            MOVE WS-QTD-DEBITOS-DIA   TO WS-QTD-ED
            MOVE WS-VALOR-DEBITOS-DIA TO WS-VALOR-ED
            PERFORM P710-LINHA-TOTAL

            MOVE SPACES TO REG-RELATORIO
            MOVE 'PENDENCIAS ACIMA DA TOLERANCIA...:' TO REG-RELATORIO
            MOVE WS-QTD-VENCIDAS TO WS-QTD-ED
            MOVE WS-QTD-ED       TO REG-RELATORIO(36:6)
            MOVE '(*** - ALERTA NO ALERTAS.txt)' TO REG-RELATORIO(62:29)
            WRITE REG-RELATORIO

            IF WS-QTD-ANTERIORES > ZEROS
               MOVE SPACES TO REG-RELATORIO
               MOVE 'RECIBOS ANTERIORES AO 1O EXTRATO.:'
                    TO REG-RELATORIO
               MOVE WS-QTD-ANTERIORES TO WS-QTD-ED
               MOVE WS-QTD-ED         TO REG-RELATORIO(36:6)
               MOVE '(FORA DA CONCILIACAO)' TO REG-RELATORIO(62:21)
               WRITE REG-RELATORIO
            END-IF.

       P710-LINHA-TOTAL.
            MOVE WS-QTD-ED   TO REG-RELATORIO(36:6)
            MOVE WS-VALOR-ED TO REG-RELATORIO(44:16)
            WRITE REG-RELATORIO.

      ******************************************************************
      * P800-GRAVA-CONCILIACAO
      * Primeiro regrava o extrato com a situacao dos creditos, depois
      * acrescenta os recibos conciliados no CONCREC.dat. Nada a
      * gravar quando nada conciliou na rodada.
      ******************************************************************
       P800-GRAVA-CONCILIACAO.
            IF WS-QTD-CRED-CONC > ZEROS
               OPEN OUTPUT REGISTRO-EXTRATO
               IF NOT WS-EXTRATO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO REGRAVAR O EXTRATO.dat - STATUS '
                          WS-EXTRATO-STATUS
               ELSE
                  PERFORM VARYING WS-IDX-EXTRATO FROM 1 BY 1
                          UNTIL WS-IDX-EXTRATO > WS-QTD-EXTRATO-TAB
                      MOVE WS-EXB-ENTRADA(WS-IDX-EXTRATO)
                           TO REG-EXTRATO
                      WRITE REG-EXTRATO
                  END-PERFORM
                  CLOSE REGISTRO-EXTRATO
               END-IF
            END-IF

            IF WS-QTD-RCB-CONC > ZEROS AND NOT WS-ERRO-ABERTURA-SIM
               OPEN EXTEND RECIBOS-CONCILIADOS
               IF WS-CONCILIADOS-NAO-CRIADO
                  OPEN OUTPUT RECIBOS-CONCILIADOS
               END-IF
               IF NOT WS-CONCILIADOS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO GRAVAR O CONCREC.dat - STATUS '
                          WS-CONCILIADOS-STATUS
               ELSE
                  PERFORM VARYING WS-IDX-RECIBO FROM 1 BY 1
                          UNTIL WS-IDX-RECIBO > WS-QTD-RECIBOS-TAB
                      IF WS-RCB-CONCILIADO-SIM(WS-IDX-RECIBO)
                         PERFORM P810-GRAVA-RECIBO-CONCILIADO
                      END-IF
                  END-PERFORM
                  CLOSE RECIBOS-CONCILIADOS
               END-IF
            END-IF.

       P810-GRAVA-RECIBO-CONCILIADO.
            MOVE SPACES TO REG-RECIBO-CONCILIADO
            MOVE WS-RCB-NUMERO(WS-IDX-RECIBO)    TO RCC-RECIBO
            MOVE WS-RCB-DATA(WS-IDX-RECIBO)      TO RCC-DATA-CREDITO
            MOVE WS-RCB-SEQUENCIA(WS-IDX-RECIBO)
                 TO RCC-SEQUENCIA-EXTRATO
            MOVE WS-RCB-FORMA(WS-IDX-RECIBO)     TO RCC-FORMA
            MOVE WS-DATA-REFERENCIA              TO RCC-DATA-CONCILIACAO
            WRITE REG-RECIBO-CONCILIADO.

       P900-FINAL.
            IF WS-RELATORIO-OK
               CLOSE RELATORIO-CONCILIACAO
               MOVE 'BANK-RECON' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\BANKREC.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'CONCILIACAO BANCARIA - ' WS-QTD-CRED-CONC
                       ' CREDITO(S) E ' WS-QTD-RCB-CONC
                       ' RECIBO(S) CONCILIADOS, ' WS-QTD-RCB-PEND
                       ' RECIBO(S) SEM CREDITO, ' WS-QTD-CRED-PEND
                       ' CREDITO(S) SEM RECIBO.'
               IF WS-QTD-VENCIDAS > ZEROS
                  DISPLAY WS-QTD-VENCIDAS ' PENDENCIA(S) COM MAIS DE '
                          WS-DIAS-TOLERANCIA ' DIA(S) - VER ALERTAS.'
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DTCONVP.
           COPY ASOFPA.
           COPY ALERTPA.
           COPY RPTSPLPA.
       END PROGRAM BANK-RECON.
