      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Painel mensal de indicadores (KPISCORE.txt) e
      *            historico (KPIHIST.dat, copybook KPIF). Na virada
      *            do mes a gerencia montava o mesmo quadro a mao a
      *            partir do INST-AGING, CHURN-REPORT, CASH-FORECAST
      *            e SALES-REPORT. Para a competencia da data de
      *            referencia, por filial e no total:
      *              - DSO: saldo das parcelas em aberto
      *                (INSTFILE.dat) sobre o faturado dos ultimos
      *                3 meses (INVFILE.txt), vezes 90 dias
      *              - percentual do saldo vencido por faixa, nas
      *                faixas do INST-AGING
      *              - churn: clientes cancelados no mes (contrato
      *                principal no CANCEVT.dat) sobre a base ativa
      *                mais os cancelados do mes
      *              - clientes novos (CSV-DATA-CRIACAO no mes)
      *              - ticket medio das faturas do mes
      *              - recuperacao da regua de cobranca: clientes
      *                que o DUN-LETTERS tirou da regua no mes
      *                (DUNSTAGE.dat zerado no mes) sobre todos os
      *                que estavam nela
      *              - perda: parcelas baixadas por perda no mes
      *                (WRITEOFF.dat PARC) sobre o faturado do mes
      *            A filial e a do cadastro do cliente (a do proprio
      *            evento no CANCEVT e no WRITEOFF). A competencia e
      *            acrescida ao historico uma unica vez; rodada
      *            repetida so reimprime o painel do que ja esta
      *            gravado. O painel mostra cada indicador no mes, no
      *            mes anterior e no mesmo mes do ano anterior, e a
      *            tendencia dos ultimos 12 meses.
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
       PROGRAM-ID. KPI-SCORECARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY KPISL.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATURAS-STATUS.

           SELECT EVENTOS-CANCEL ASSIGN TO
           'src\assets\CANCEVT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTOS-STATUS.

           SELECT ARQUIVO-ESTAGIOS ASSIGN TO
           'src\assets\DUNSTAGE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTAGIOS-STATUS.

           SELECT ARQUIVO-PERDAS ASSIGN TO
           'src\assets\WRITEOFF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDAS-STATUS.

           SELECT RELATORIO-KPI ASSIGN TO
           'src\assets\KPISCORE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  HISTORICO-KPI.
           COPY KPIF.

       FD  ARQUIVO-FATURAS.
       01  REG-ARQUIVO-FATURAS.
           05  FAT-NUMERO              PIC 9(06).
           05  FAT-CODIGO-CLIENTE      PIC 9(06).
           05  FAT-DATA-EMISSAO        PIC 9(08).
           05  FAT-QTD-PEDIDOS         PIC 9(05).
           05  FAT-VALOR-TOTAL         PIC 9(11)V99.
           05  FAT-VALOR-IMPOSTO       PIC 9(09)V99.
           05  FAT-UF                  PIC X(02).
           05  FAT-VALOR-FRETE         PIC 9(07)V99.
           05  FAT-TRANSPORTADORA      PIC X(04).

       FD  EVENTOS-CANCEL.
           COPY CANCEVT.

       FD  ARQUIVO-ESTAGIOS.
           COPY DUNF.

       FD  ARQUIVO-PERDAS.
           COPY WOFFF.

       FD  RELATORIO-KPI.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-FIM-ARQUIVO             VALUE '10'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-KPI-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-KPI-OK                       VALUE '00'.
           88  WS-KPI-NAO-CRIADO               VALUE '35'.
       77  WS-FATURAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-FATURAS-OK                   VALUE '00'.
       77  WS-EVENTOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-EVENTOS-OK                   VALUE '00'.
       77  WS-ESTAGIOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ESTAGIOS-OK                  VALUE '00'.
       77  WS-PERDAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-PERDAS-OK                    VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-KPI              PIC X(01)   VALUE 'N'.
           88  WS-FIM-KPI-SIM                  VALUE 'S'.
       77  WS-FIM-PARCELAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARCELAS-SIM             VALUE 'S'.
       77  WS-FIM-FATURAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-FATURAS-SIM              VALUE 'S'.
       77  WS-FIM-EVENTOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-EVENTOS-SIM              VALUE 'S'.
       77  WS-FIM-ESTAGIOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTAGIOS-SIM             VALUE 'S'.
       77  WS-FIM-PERDAS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-PERDAS-SIM               VALUE 'S'.
       77  WS-JA-APURADA           PIC X(01)   VALUE 'N'.
           88  WS-JA-APURADA-SIM               VALUE 'S'.
       77  WS-TABELA-ESTOUROU      PIC X(01)   VALUE 'N'.
           88  WS-TABELA-ESTOUROU-SIM          VALUE 'S'.
       77  WS-ERRO-HISTORICO       PIC X(01)   VALUE 'N'.
           88  WS-ERRO-HISTORICO-SIM           VALUE 'S'.

      * DATA DE REFERENCIA E COMPETENCIA. MESES CONTADOS DESDE O ANO
      * ZERO (AAAA * 12 + MM - 1) PARA MEDIR A DISTANCIA ENTRE
      * COMPETENCIAS SEM TRATAR A VIRADA DE ANO
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-ATRASO          PIC S9(05)  VALUE ZEROS COMP.
       77  WS-MESES-REF            PIC 9(06)   VALUE ZEROS COMP.
       77  WS-MESES-ATRAS          PIC S9(06)  VALUE ZEROS COMP.
       77  WS-MESES-ROTULO         PIC 9(06)   VALUE ZEROS COMP.
       01  WS-COMP-TRAB            PIC 9(06)   VALUE ZEROS.
       01  WS-COMP-TRAB-R REDEFINES WS-COMP-TRAB.
           05  WS-CMP-AAAA             PIC 9(04).
           05  WS-CMP-MM               PIC 9(02).
       01  WS-MES-ROTULO.
           05  WS-ROT-MM               PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '/'.
           05  WS-ROT-AAAA             PIC 9(04).

      * CONVERSAO DE DATA E CALCULO DE DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * APURACAO POR FILIAL - LINHA 1 E O TOTAL GERAL ('**'). CADA
      * LINHA GUARDA AS BASES DO MES CORRENTE E OS INDICADORES DOS
      * ULTIMOS 13 MESES (1 = COMPETENCIA, 2 = MES ANTERIOR, 13 =
      * MESMO MES DO ANO ANTERIOR), NA ORDEM DE WS-TAB-INDICADORES
       77  WS-MAX-FILIAIS          PIC 9(02)   VALUE 21.
       77  WS-QTD-FILIAIS          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-FILIAL           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-FIL-ACHADA       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-MES              PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-FAIXA            PIC 9(01)   VALUE ZEROS COMP.
       77  WS-FAIXA-DA-PARCELA     PIC 9(01)   VALUE ZEROS COMP.
       01  WS-FILIAL-PROC          PIC X(02)   VALUE SPACES.
       01  WS-TAB-FILIAIS.
           05  WS-FIL-ENTRADA      OCCURS 21 TIMES.
               10  WS-FIL-CODIGO       PIC X(02).
               10  WS-FIL-ATIVOS       PIC 9(06)  COMP.
               10  WS-FIL-CANCELADOS   PIC 9(05)  COMP.
               10  WS-FIL-NOVOS        PIC 9(05)  COMP.
               10  WS-FIL-SALDO        PIC 9(11)V99.
               10  WS-FIL-VENCIDO      PIC 9(11)V99 OCCURS 4 TIMES.
               10  WS-FIL-FATURADO-3M  PIC 9(11)V99.
               10  WS-FIL-FATURADO-MES PIC 9(11)V99.
               10  WS-FIL-QTD-FATURAS  PIC 9(05)  COMP.
               10  WS-FIL-EM-COBRANCA  PIC 9(05)  COMP.
               10  WS-FIL-RECUPERADOS  PIC 9(05)  COMP.
               10  WS-FIL-PERDAS       PIC 9(11)V99.
               10  WS-FIL-MES          OCCURS 13 TIMES.
                   15  WS-HST-PRESENTE PIC X(01).
                       88  WS-HST-PRESENTE-SIM     VALUE 'S'.
                   15  WS-HST-VALOR    PIC 9(09)V99 OCCURS 10 TIMES.

      * INDICADORES NA ORDEM DO PAINEL
       77  WS-QTD-INDICADORES      PIC 9(02)   VALUE 10.
       77  WS-IDX-IND              PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-INDICADORES-DADOS.
           05  FILLER              PIC X(24)   VALUE
               'DSO (DIAS)'.
           05  FILLER              PIC X(24)   VALUE
               '% VENCIDO 0-30'.
           05  FILLER              PIC X(24)   VALUE
               '% VENCIDO 31-60'.
           05  FILLER              PIC X(24)   VALUE
               '% VENCIDO 61-90'.
           05  FILLER              PIC X(24)   VALUE
               '% VENCIDO 90+'.
           05  FILLER              PIC X(24)   VALUE
               '% CHURN'.
           05  FILLER              PIC X(24)   VALUE
               'CLIENTES NOVOS'.
           05  FILLER              PIC X(24)   VALUE
               'TICKET MEDIO'.
           05  FILLER              PIC X(24)   VALUE
               '% RECUPERACAO COBRANCA'.
           05  FILLER              PIC X(24)   VALUE
               '% PERDA S/ FATURADO'.
       01  WS-TAB-INDICADORES REDEFINES WS-TAB-INDICADORES-DADOS.
           05  WS-IND-ROTULO       PIC X(24)   OCCURS 10 TIMES.

      * COLUNAS DO QUADRO COMPARATIVO: MES, MES ANTERIOR E MESMO MES
      * DO ANO ANTERIOR (POSICAO NA TABELA WS-FIL-MES)
       01  WS-TAB-COLUNAS-DADOS.
           05  FILLER              PIC 9(02)   VALUE 01.
           05  FILLER              PIC 9(02)   VALUE 02.
           05  FILLER              PIC 9(02)   VALUE 13.
       01  WS-TAB-COLUNAS REDEFINES WS-TAB-COLUNAS-DADOS.
           05  WS-COL-MES          PIC 9(02)   OCCURS 3 TIMES.
       77  WS-IDX-COLUNA           PIC 9(01)   VALUE ZEROS COMP.
       01  WS-TAB-COLUNA-TXT.
           05  WS-COLUNA-TXT       PIC X(14)   OCCURS 3 TIMES.

       77  WS-QTD-GRAVADAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-BASE-CHURN           PIC 9(07)   VALUE ZEROS COMP.
       77  WS-BASE-COBRANCA        PIC 9(06)   VALUE ZEROS COMP.

       77  WS-PCT-ED               PIC ZZZ9,99.
       77  WS-QTD-ED               PIC ZZZZ9.
       77  WS-TICKET-ED            PIC ZZ.ZZZ.ZZ9,99.
       77  WS-DSO-TR-ED            PIC ZZZ9,9.
       77  WS-PCT-TR-ED            PIC ZZ9,9.
       77  WS-TICKET-TR-ED         PIC ZZZZZZ9.
       01  WS-FILIAL-TXT           PIC X(20)   VALUE SPACES.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               IF WS-JA-APURADA-SIM
                  DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                          ' JA GRAVADA NO KPIHIST - SO REIMPRESSAO'
               ELSE
                  PERFORM P200-APURA-CADASTRO
                  PERFORM P300-APURA-PARCELAS
                  PERFORM P400-APURA-FATURAS
                  PERFORM P500-APURA-CANCELAMENTOS
                  PERFORM P550-APURA-COBRANCA
                  PERFORM P600-APURA-PERDAS
                  PERFORM P650-GRAVA-INDICADORES
                  CLOSE CUSTOMER-MASTER
               END-IF
               PERFORM P700-IMPRIME-PAINEL
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Competencia pela data de referencia; historico dos ultimos 13
      * meses em memoria. Competencia ja gravada dispensa o cadastro.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA
            MOVE WS-COMPETENCIA TO WS-COMP-TRAB
            COMPUTE WS-MESES-REF = (WS-CMP-AAAA * 12) + WS-CMP-MM - 1
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF

            INITIALIZE WS-TAB-FILIAIS
            MOVE '**' TO WS-FIL-CODIGO(1)
            MOVE 1 TO WS-QTD-FILIAIS

            PERFORM P110-CARREGA-HISTORICO

            IF NOT WS-JA-APURADA-SIM
               OPEN INPUT CUSTOMER-MASTER
               IF NOT WS-CUST-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR CUSTOMER-MASTER - STATUS '
                          WS-CUST-STATUS
               END-IF
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN OUTPUT RELATORIO-KPI
               IF NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                          WS-RELATORIO-STATUS
                  IF NOT WS-JA-APURADA-SIM
                     CLOSE CUSTOMER-MASTER
                  END-IF
               END-IF
            END-IF.

       P110-CARREGA-HISTORICO.
            OPEN INPUT HISTORICO-KPI
            IF WS-KPI-OK
               PERFORM P115-LE-HISTORICO UNTIL WS-FIM-KPI-SIM
               CLOSE HISTORICO-KPI
            END-IF
            MOVE SPACES TO WS-KPI-STATUS.

       P115-LE-HISTORICO.
            READ HISTORICO-KPI
                 AT END SET WS-FIM-KPI-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-KPI-SIM AND KPI-COMPETENCIA IS NUMERIC
               MOVE KPI-COMPETENCIA TO WS-COMP-TRAB
               COMPUTE WS-MESES-ATRAS = WS-MESES-REF
                       - ((WS-CMP-AAAA * 12) + WS-CMP-MM - 1)
               IF WS-MESES-ATRAS = ZEROS
                  SET WS-JA-APURADA-SIM TO TRUE
               END-IF
               IF WS-MESES-ATRAS >= ZEROS AND WS-MESES-ATRAS < 13
                  IF KPI-TOTAL-GERAL
                     MOVE 1 TO WS-IDX-FIL-ACHADA
                  ELSE
                     MOVE KPI-FILIAL TO WS-FILIAL-PROC
                     PERFORM P180-LOCALIZA-FILIAL
                  END-IF
                  IF WS-IDX-FIL-ACHADA > ZEROS
                     MOVE WS-IDX-FIL-ACHADA TO WS-IDX-LINHA
                     COMPUTE WS-IDX-MES = WS-MESES-ATRAS + 1
                     PERFORM P690-GUARDA-NO-MES
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P180-LOCALIZA-FILIAL
      * Linha da filial em WS-FILIAL-PROC (branco = '--'), criada na
      * primeira vez; tabela cheia devolve zero e a filial so entra no
      * total geral.
      ******************************************************************
       P180-LOCALIZA-FILIAL.
            IF WS-FILIAL-PROC = SPACES
               MOVE '--' TO WS-FILIAL-PROC
            END-IF
            MOVE ZEROS TO WS-IDX-FIL-ACHADA
            PERFORM VARYING WS-IDX-FILIAL FROM 2 BY 1
                    UNTIL WS-IDX-FILIAL > WS-QTD-FILIAIS
                    OR WS-IDX-FIL-ACHADA > ZEROS
                IF WS-FIL-CODIGO(WS-IDX-FILIAL) = WS-FILIAL-PROC
                   MOVE WS-IDX-FILIAL TO WS-IDX-FIL-ACHADA
                END-IF
            END-PERFORM
            IF WS-IDX-FIL-ACHADA = ZEROS
               IF WS-QTD-FILIAIS < WS-MAX-FILIAIS
                  ADD 1 TO WS-QTD-FILIAIS
                  MOVE WS-QTD-FILIAIS TO WS-IDX-FIL-ACHADA
                  MOVE WS-FILIAL-PROC
                       TO WS-FIL-CODIGO(WS-IDX-FIL-ACHADA)
               ELSE
                  IF NOT WS-TABELA-ESTOUROU-SIM
                     DISPLAY 'MAIS DE ' WS-MAX-FILIAIS
                             ' LINHAS DE FILIAL - EXCEDENTES SO NO '
                             'TOTAL GERAL.'
                  END-IF
                  SET WS-TABELA-ESTOUROU-SIM TO TRUE
               END-IF
            END-IF.

       P190-FILIAL-DO-CLIENTE.
            MOVE SPACES TO WS-FILIAL-PROC
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               MOVE CSV-FILIAL TO WS-FILIAL-PROC
            END-IF
            PERFORM P180-LOCALIZA-FILIAL.

      ******************************************************************
      * P200-APURA-CADASTRO
      * Base ativa = cliente ativo que nao esta cancelado; novo =
      * criado dentro da competencia.
      ******************************************************************
       P200-APURA-CADASTRO.
            PERFORM P210-LE-CLIENTE UNTIL WS-CUST-FIM-ARQUIVO.

       P210-LE-CLIENTE.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ
            IF NOT WS-CUST-FIM-ARQUIVO AND CSV-REGISTRO-ATIVO
               MOVE CSV-FILIAL TO WS-FILIAL-PROC
               PERFORM P180-LOCALIZA-FILIAL
               MOVE 1 TO WS-IDX-LINHA
               PERFORM P220-SOMA-CLIENTE
               IF WS-IDX-FIL-ACHADA > ZEROS
                  MOVE WS-IDX-FIL-ACHADA TO WS-IDX-LINHA
                  PERFORM P220-SOMA-CLIENTE
               END-IF
            END-IF.

       P220-SOMA-CLIENTE.
            IF NOT CSV-PAGTO-CANCELADO
               ADD 1 TO WS-FIL-ATIVOS(WS-IDX-LINHA)
            END-IF
            IF CSV-DATA-CRIACAO(1:6) = WS-COMPETENCIA
               ADD 1 TO WS-FIL-NOVOS(WS-IDX-LINHA)
            END-IF.

      ******************************************************************
      * P300-APURA-PARCELAS
      * Saldo em aberto na data de referencia, nas faixas do
      * INST-AGING (faixa 0 = a vencer).
      ******************************************************************
       P300-APURA-PARCELAS.
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               PERFORM P310-LE-PARCELA UNTIL WS-FIM-PARCELAS-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF.

       P310-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-PARCELAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PARCELAS-SIM
               AND PCL-ABERTA AND PCL-VALOR IS NUMERIC
               MOVE PCL-VENCIMENTO TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               COMPUTE WS-DIAS-ATRASO =
                       WS-DIA-JULIANO-REF - WS-DIA-JULIANO
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO < 0
                        MOVE 0 TO WS-FAIXA-DA-PARCELA
                   WHEN WS-DIAS-ATRASO <= 30
                        MOVE 1 TO WS-FAIXA-DA-PARCELA
                   WHEN WS-DIAS-ATRASO <= 60
                        MOVE 2 TO WS-FAIXA-DA-PARCELA
                   WHEN WS-DIAS-ATRASO <= 90
                        MOVE 3 TO WS-FAIXA-DA-PARCELA
                   WHEN OTHER
                        MOVE 4 TO WS-FAIXA-DA-PARCELA
               END-EVALUATE
               MOVE PCL-CODIGO TO CSV-CODIGO
               PERFORM P190-FILIAL-DO-CLIENTE
               MOVE 1 TO WS-IDX-LINHA
               PERFORM P320-SOMA-PARCELA
               IF WS-IDX-FIL-ACHADA > ZEROS
                  MOVE WS-IDX-FIL-ACHADA TO WS-IDX-LINHA
                  PERFORM P320-SOMA-PARCELA
               END-IF
            END-IF.

       P320-SOMA-PARCELA.
            ADD PCL-VALOR TO WS-FIL-SALDO(WS-IDX-LINHA)
            IF WS-FAIXA-DA-PARCELA > ZEROS
               ADD PCL-VALOR
                   TO WS-FIL-VENCIDO(WS-IDX-LINHA, WS-FAIXA-DA-PARCELA)
            END-IF.

      ******************************************************************
      * P400-APURA-FATURAS
      * Faturas emitidas ate a data de referencia: as dos 3 ultimos
      * meses (competencia e as duas anteriores) sao a base do DSO; as
      * da competencia, a do ticket medio e da perda.
      ******************************************************************
       P400-APURA-FATURAS.
            OPEN INPUT ARQUIVO-FATURAS
            IF WS-FATURAS-OK
               PERFORM P410-LE-FATURA UNTIL WS-FIM-FATURAS-SIM
               CLOSE ARQUIVO-FATURAS
            END-IF.

       P410-LE-FATURA.
            READ ARQUIVO-FATURAS
                 AT END SET WS-FIM-FATURAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FATURAS-SIM
               AND FAT-VALOR-TOTAL IS NUMERIC
               AND FAT-DATA-EMISSAO IS NUMERIC
               AND FAT-DATA-EMISSAO <= WS-DATA-REFERENCIA
               MOVE FAT-DATA-EMISSAO(1:6) TO WS-COMP-TRAB
               COMPUTE WS-MESES-ATRAS = WS-MESES-REF
                       - ((WS-CMP-AAAA * 12) + WS-CMP-MM - 1)
               IF WS-MESES-ATRAS < 3
                  MOVE FAT-CODIGO-CLIENTE TO CSV-CODIGO
                  PERFORM P190-FILIAL-DO-CLIENTE
                  MOVE 1 TO WS-IDX-LINHA
                  PERFORM P420-SOMA-FATURA
                  IF WS-IDX-FIL-ACHADA > ZEROS
                     MOVE WS-IDX-FIL-ACHADA TO WS-IDX-LINHA
                     PERFORM P420-SOMA-FATURA
                  END-IF
               END-IF
            END-IF.

       P420-SOMA-FATURA.
            ADD FAT-VALOR-TOTAL TO WS-FIL-FATURADO-3M(WS-IDX-LINHA)
            IF WS-MESES-ATRAS = ZEROS
               ADD FAT-VALOR-TOTAL
                   TO WS-FIL-FATURADO-MES(WS-IDX-LINHA)
               ADD 1 TO WS-FIL-QTD-FATURAS(WS-IDX-LINHA)
            END-IF.

      ******************************************************************
      * P500-APURA-CANCELAMENTOS
      * So o cancelamento do contrato principal tira o cliente da base
      * (CEV-CONTRATO em branco nos registros antigos = principal).
      ******************************************************************
       P500-APURA-CANCELAMENTOS.
            OPEN INPUT EVENTOS-CANCEL
            IF WS-EVENTOS-OK
               PERFORM P510-LE-EVENTO UNTIL WS-FIM-EVENTOS-SIM
               CLOSE EVENTOS-CANCEL
            END-IF.

       P510-LE-EVENTO.
            READ EVENTOS-CANCEL
                 AT END SET WS-FIM-EVENTOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-EVENTOS-SIM
               AND CEV-DATA(1:6) = WS-COMPETENCIA
               IF CEV-CONTRATO IS NOT NUMERIC
                  OR CEV-CONTRATO <= 1
                  ADD 1 TO WS-FIL-CANCELADOS(1)
                  MOVE CEV-FILIAL TO WS-FILIAL-PROC
                  PERFORM P180-LOCALIZA-FILIAL
                  IF WS-IDX-FIL-ACHADA > ZEROS
                     ADD 1 TO WS-FIL-CANCELADOS(WS-IDX-FIL-ACHADA)
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P550-APURA-COBRANCA
      * Estagio acima de zero = cliente ainda na regua; estagio zero
      * com data na competencia = cliente que o DUN-LETTERS tirou da
      * regua no mes (parcelas vencidas baixadas).
      ******************************************************************
       P550-APURA-COBRANCA.
            OPEN INPUT ARQUIVO-ESTAGIOS
            IF WS-ESTAGIOS-OK
               PERFORM P560-LE-ESTAGIO UNTIL WS-FIM-ESTAGIOS-SIM
               CLOSE ARQUIVO-ESTAGIOS
            END-IF.

       P560-LE-ESTAGIO.
            READ ARQUIVO-ESTAGIOS
                 AT END SET WS-FIM-ESTAGIOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ESTAGIOS-SIM
               AND DUN-ESTAGIO IS NUMERIC
               IF DUN-ESTAGIO > ZEROS
                  OR DUN-DATA-ESTAGIO(1:6) = WS-COMPETENCIA
                  MOVE DUN-CODIGO TO CSV-CODIGO
                  PERFORM P190-FILIAL-DO-CLIENTE
                  MOVE 1 TO WS-IDX-LINHA
                  PERFORM P570-SOMA-ESTAGIO
                  IF WS-IDX-FIL-ACHADA > ZEROS
                     MOVE WS-IDX-FIL-ACHADA TO WS-IDX-LINHA
                     PERFORM P570-SOMA-ESTAGIO
                  END-IF
               END-IF
            END-IF.

       P570-SOMA-ESTAGIO.
            IF DUN-ESTAGIO > ZEROS
               ADD 1 TO WS-FIL-EM-COBRANCA(WS-IDX-LINHA)
            ELSE
               ADD 1 TO WS-FIL-RECUPERADOS(WS-IDX-LINHA)
            END-IF.

       P600-APURA-PERDAS.
            OPEN INPUT ARQUIVO-PERDAS
            IF WS-PERDAS-OK
               PERFORM P610-LE-PERDA UNTIL WS-FIM-PERDAS-SIM
               CLOSE ARQUIVO-PERDAS
            END-IF.

       P610-LE-PERDA.
            READ ARQUIVO-PERDAS
                 AT END SET WS-FIM-PERDAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PERDAS-SIM
               AND WOF-ORIGEM-PARCELA AND WOF-VALOR IS NUMERIC
               AND WOF-DATA(1:6) = WS-COMPETENCIA
               ADD WOF-VALOR TO WS-FIL-PERDAS(1)
               MOVE WOF-FILIAL TO WS-FILIAL-PROC
               PERFORM P180-LOCALIZA-FILIAL
               IF WS-IDX-FIL-ACHADA > ZEROS
                  ADD WOF-VALOR TO WS-FIL-PERDAS(WS-IDX-FIL-ACHADA)
               END-IF
            END-IF.

      ******************************************************************
      * P650-GRAVA-INDICADORES
      * Indicadores de cada linha (total primeiro) acrescidos ao
      * KPIHIST.dat e guardados na posicao 1 da tendencia. Base zero
      * da indicador zero; percentual e DSO que nao cabem no campo
      * ficam no maximo.
      ******************************************************************
       P650-GRAVA-INDICADORES.
            OPEN EXTEND HISTORICO-KPI
            IF WS-KPI-NAO-CRIADO
               OPEN OUTPUT HISTORICO-KPI
            END-IF
            IF NOT WS-KPI-OK
               SET WS-ERRO-HISTORICO-SIM TO TRUE
               DISPLAY 'ERRO AO ABRIR KPIHIST - STATUS '
                       WS-KPI-STATUS ' - PAINEL SEM GRAVACAO.'
            END-IF

            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-QTD-FILIAIS
                PERFORM P660-CALCULA-LINHA
                IF NOT WS-ERRO-HISTORICO-SIM
                   WRITE REG-HISTORICO-KPI
                   ADD 1 TO WS-QTD-GRAVADAS
                END-IF
                MOVE 1 TO WS-IDX-MES
                PERFORM P690-GUARDA-NO-MES
            END-PERFORM

            IF NOT WS-ERRO-HISTORICO-SIM
               CLOSE HISTORICO-KPI
            END-IF.

       P660-CALCULA-LINHA.
            INITIALIZE REG-HISTORICO-KPI
            MOVE WS-COMPETENCIA TO KPI-COMPETENCIA
            MOVE WS-FIL-CODIGO(WS-IDX-LINHA) TO KPI-FILIAL
            MOVE WS-FIL-ATIVOS(WS-IDX-LINHA) TO KPI-BASE-ATIVA
            MOVE WS-FIL-SALDO(WS-IDX-LINHA) TO KPI-SALDO-ABERTO
            MOVE WS-FIL-FATURADO-MES(WS-IDX-LINHA)
                 TO KPI-FATURADO-MES
            MOVE WS-FIL-NOVOS(WS-IDX-LINHA) TO KPI-QTD-NOVOS

            IF WS-FIL-FATURADO-3M(WS-IDX-LINHA) > ZEROS
               COMPUTE KPI-DSO ROUNDED =
                       WS-FIL-SALDO(WS-IDX-LINHA) * 90
                       / WS-FIL-FATURADO-3M(WS-IDX-LINHA)
                   ON SIZE ERROR MOVE 9999,9 TO KPI-DSO
               END-COMPUTE
            END-IF

            IF WS-FIL-SALDO(WS-IDX-LINHA) > ZEROS
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                   COMPUTE KPI-PCT-VENCIDO(WS-IDX-FAIXA) ROUNDED =
                           WS-FIL-VENCIDO(WS-IDX-LINHA, WS-IDX-FAIXA)
                           * 100 / WS-FIL-SALDO(WS-IDX-LINHA)
               END-PERFORM
            END-IF

            COMPUTE WS-BASE-CHURN = WS-FIL-ATIVOS(WS-IDX-LINHA)
                                  + WS-FIL-CANCELADOS(WS-IDX-LINHA)
            IF WS-BASE-CHURN > ZEROS
               COMPUTE KPI-PCT-CHURN ROUNDED =
                       WS-FIL-CANCELADOS(WS-IDX-LINHA) * 100
                       / WS-BASE-CHURN
            END-IF

            IF WS-FIL-QTD-FATURAS(WS-IDX-LINHA) > ZEROS
               COMPUTE KPI-TICKET-MEDIO ROUNDED =
                       WS-FIL-FATURADO-MES(WS-IDX-LINHA)
                       / WS-FIL-QTD-FATURAS(WS-IDX-LINHA)
            END-IF

            COMPUTE WS-BASE-COBRANCA =
                    WS-FIL-EM-COBRANCA(WS-IDX-LINHA)
                  + WS-FIL-RECUPERADOS(WS-IDX-LINHA)
            IF WS-BASE-COBRANCA > ZEROS
               COMPUTE KPI-PCT-RECUPERACAO ROUNDED =
                       WS-FIL-RECUPERADOS(WS-IDX-LINHA) * 100
                       / WS-BASE-COBRANCA
            END-IF

            IF WS-FIL-FATURADO-MES(WS-IDX-LINHA) > ZEROS
               COMPUTE KPI-PCT-PERDA ROUNDED =
                       WS-FIL-PERDAS(WS-IDX-LINHA) * 100
                       / WS-FIL-FATURADO-MES(WS-IDX-LINHA)
                   ON SIZE ERROR MOVE 999,99 TO KPI-PCT-PERDA
               END-COMPUTE
            END-IF.

      ******************************************************************
      * P690-GUARDA-NO-MES
      * Indicadores do REG-HISTORICO-KPI na linha WS-IDX-LINHA, mes
      * WS-IDX-MES, na ordem de WS-TAB-INDICADORES.
      ******************************************************************
       P690-GUARDA-NO-MES.
            MOVE 'S' TO WS-HST-PRESENTE(WS-IDX-LINHA, WS-IDX-MES)
            MOVE KPI-DSO
                 TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 1)
            PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                    UNTIL WS-IDX-FAIXA > 4
                MOVE KPI-PCT-VENCIDO(WS-IDX-FAIXA)
                     TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES,
                                     WS-IDX-FAIXA + 1)
            END-PERFORM
            MOVE KPI-PCT-CHURN
                 TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 6)
            MOVE KPI-QTD-NOVOS
                 TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 7)
            MOVE KPI-TICKET-MEDIO
                 TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 8)
            MOVE KPI-PCT-RECUPERACAO
                 TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 9)
            MOVE KPI-PCT-PERDA
                 TO WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 10).

      ******************************************************************
      * P700-IMPRIME-PAINEL
      * Total geral e depois cada filial: quadro comparativo e
      * tendencia dos 12 ultimos meses, do mais antigo ao corrente.
      ******************************************************************
       P700-IMPRIME-PAINEL.
            PERFORM P8100-IMPRIME-CABECALHO
            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-QTD-FILIAIS
                PERFORM P710-IMPRIME-FILIAL
            END-PERFORM.

       P710-IMPRIME-FILIAL.
            IF WS-IDX-LINHA = 1
               MOVE 'TOTAL GERAL' TO WS-FILIAL-TXT
            ELSE
               MOVE SPACES TO WS-FILIAL-TXT
               STRING 'FILIAL '                  DELIMITED BY SIZE
                      WS-FIL-CODIGO(WS-IDX-LINHA) DELIMITED BY SIZE
                      INTO WS-FILIAL-TXT
               END-STRING
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '--- '        DELIMITED BY SIZE
                   WS-FILIAL-TXT DELIMITED BY '  '
                   ' ---'        DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            MOVE 'INDICADOR' TO REG-RELATORIO(1:24)
            PERFORM VARYING WS-IDX-COLUNA FROM 1 BY 1
                    UNTIL WS-IDX-COLUNA > 3
                COMPUTE WS-MESES-ATRAS = WS-COL-MES(WS-IDX-COLUNA) - 1
                PERFORM P750-ROTULO-DO-MES
                MOVE WS-MES-ROTULO
                     TO REG-RELATORIO(18 + (WS-IDX-COLUNA * 14):7)
            END-PERFORM
            WRITE REG-RELATORIO

            PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                    UNTIL WS-IDX-IND > WS-QTD-INDICADORES
                PERFORM P720-LINHA-COMPARATIVA
            END-PERFORM

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE 'MES/ANO    DSO  0-30 31-60 61-90   90+ CHURN NOVOS  TI
      -         'CKET RECUP PERDA' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-MES FROM 12 BY -1
                    UNTIL WS-IDX-MES < 1
                PERFORM P730-LINHA-TENDENCIA
            END-PERFORM.

       P720-LINHA-COMPARATIVA.
            PERFORM VARYING WS-IDX-COLUNA FROM 1 BY 1
                    UNTIL WS-IDX-COLUNA > 3
                MOVE WS-COL-MES(WS-IDX-COLUNA) TO WS-IDX-MES
                MOVE SPACES TO WS-COLUNA-TXT(WS-IDX-COLUNA)
                EVALUATE TRUE
                    WHEN NOT WS-HST-PRESENTE-SIM(WS-IDX-LINHA,
                                                 WS-IDX-MES)
                         MOVE '--'
                              TO WS-COLUNA-TXT(WS-IDX-COLUNA)(13:2)
                    WHEN WS-IDX-IND = 7
                         MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES,
                                           WS-IDX-IND) TO WS-QTD-ED
                         MOVE WS-QTD-ED
                              TO WS-COLUNA-TXT(WS-IDX-COLUNA)(10:5)
                    WHEN WS-IDX-IND = 8
                         MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES,
                                           WS-IDX-IND) TO WS-TICKET-ED
                         MOVE WS-TICKET-ED
                              TO WS-COLUNA-TXT(WS-IDX-COLUNA)(2:13)
                    WHEN OTHER
                         MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES,
                                           WS-IDX-IND) TO WS-PCT-ED
                         MOVE WS-PCT-ED
                              TO WS-COLUNA-TXT(WS-IDX-COLUNA)(8:7)
                END-EVALUATE
            END-PERFORM

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING WS-IND-ROTULO(WS-IDX-IND) DELIMITED BY SIZE
                   WS-COLUNA-TXT(1)          DELIMITED BY SIZE
                   WS-COLUNA-TXT(2)          DELIMITED BY SIZE
                   WS-COLUNA-TXT(3)          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P730-LINHA-TENDENCIA.
            COMPUTE WS-MESES-ATRAS = WS-IDX-MES - 1
            PERFORM P750-ROTULO-DO-MES
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            MOVE WS-MES-ROTULO TO REG-RELATORIO(1:7)
            IF NOT WS-HST-PRESENTE-SIM(WS-IDX-LINHA, WS-IDX-MES)
               MOVE '(SEM APURACAO)' TO REG-RELATORIO(10:14)
            ELSE
               MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 1)
                    TO WS-DSO-TR-ED
               MOVE WS-DSO-TR-ED TO REG-RELATORIO(9:6)
               PERFORM VARYING WS-IDX-IND FROM 2 BY 1
                       UNTIL WS-IDX-IND > 6
                   MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES,
                                     WS-IDX-IND) TO WS-PCT-TR-ED
                   MOVE WS-PCT-TR-ED
                        TO REG-RELATORIO(4 + (WS-IDX-IND * 6):5)
               END-PERFORM
               MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 7)
                    TO WS-QTD-ED
               MOVE WS-QTD-ED TO REG-RELATORIO(46:5)
               MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 8)
                    TO WS-TICKET-TR-ED
               MOVE WS-TICKET-TR-ED TO REG-RELATORIO(52:7)
               MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 9)
                    TO WS-PCT-TR-ED
               MOVE WS-PCT-TR-ED TO REG-RELATORIO(60:5)
               MOVE WS-HST-VALOR(WS-IDX-LINHA, WS-IDX-MES, 10)
                    TO WS-PCT-TR-ED
               MOVE WS-PCT-TR-ED TO REG-RELATORIO(66:5)
            END-IF
            WRITE REG-RELATORIO.

      ******************************************************************
      * P750-ROTULO-DO-MES
      * MM/AAAA da competencia WS-MESES-ATRAS meses antes da corrente.
      ******************************************************************
       P750-ROTULO-DO-MES.
            COMPUTE WS-MESES-ROTULO = WS-MESES-REF - WS-MESES-ATRAS
            DIVIDE WS-MESES-ROTULO BY 12 GIVING WS-ROT-AAAA
            COMPUTE WS-ROT-MM =
                    WS-MESES-ROTULO - (WS-ROT-AAAA * 12) + 1.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
            MOVE ZEROS TO WS-MESES-ATRAS
            PERFORM P750-ROTULO-DO-MES

            MOVE SPACES TO REG-RELATORIO
            STRING '===== PAINEL DE INDICADORES - COMPETENCIA '
                   DELIMITED BY SIZE
                   WS-MES-ROTULO    DELIMITED BY SIZE
                   ' - PAGINA '     DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-KPI
               MOVE 'KPI-SCORECARD' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\KPISCORE.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PAINEL DE INDICADORES GERADO - '
                       WS-QTD-GRAVADAS ' LINHA(S) GRAVADA(S) NO '
                       'KPIHIST.'
               IF WS-TABELA-ESTOUROU-SIM OR WS-ERRO-HISTORICO-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY PAGECTPA.
           COPY DTCONVP.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM KPI-SCORECARD.
