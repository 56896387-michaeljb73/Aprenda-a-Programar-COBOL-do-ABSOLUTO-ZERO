      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Posicao de estoque por deposito (ESTDEP.txt): para
      *            cada deposito do DEPOSITO.dat, com a filial a que
      *            pertence, e cada item com saldo no STOCKF.dat, o
      *            disponivel, o alocado e as transferencias em
      *            transito do STKXFER.dat - a que saiu do deposito
      *            (EM TRANSITO SAIDA, ja baixada do disponivel) e a
      *            que esta a caminho dele (EM TRANSITO ENTRADA, ainda
      *            nao somada). Mercadoria em transito aparece assim
      *            nos dois depositos ate o recebimento no STOCK-MOVE.
      *            Subtotal por deposito e total geral.
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
       PROGRAM-ID. STOCK-WHSE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY DEPSL.
           COPY TRFSL.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT WORK-DEPOSITOS ASSIGN TO
           'src\assets\WKESTDEP.tmp'.

           SELECT RELATORIO-DEPOSITOS ASSIGN TO
           'src\assets\ESTDEP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       FD  TRANSFERENCIAS-ESTOQUE.
           COPY TRFF.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

      * UM REGISTRO POR SALDO E UM POR PONTA DE TRANSFERENCIA EM
      * TRANSITO - A EMISSAO SOMA OS DE MESMO DEPOSITO E ITEM
       SD  WORK-DEPOSITOS.
       01  REG-WORK-DEPOSITO.
           05  WSD-DEPOSITO            PIC X(03).
           05  WSD-ITEM                PIC X(08).
           05  WSD-DISPONIVEL          PIC 9(07).
           05  WSD-ALOCADA             PIC 9(07).
           05  WSD-TRANSITO-SAIDA      PIC 9(07).
           05  WSD-TRANSITO-ENTRADA    PIC 9(07).

       FD  RELATORIO-DEPOSITOS.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.
       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*) - NOME E FILIAL NO
      * CABECALHO DE CADA DEPOSITO
           COPY DEPWS.

      * TRANSFERENCIAS ENTRE DEPOSITOS (COPYBOOKS TRF*) - SO A
      * LEITURA SEQUENCIAL DO ARQUIVO, SEM CARGA EM TABELA
           COPY TRFWS.

      * CONTROLE DE QUEBRA POR DEPOSITO E POR ITEM
       77  WS-PRIMEIRO-REGISTRO    PIC X(01)   VALUE 'S'.
           88  WS-PRIMEIRO-REGISTRO-SIM        VALUE 'S'.
       01  WS-DEPOSITO-QUEBRA      PIC X(03)   VALUE SPACES.
       01  WS-ITEM-QUEBRA          PIC X(08)   VALUE SPACES.

      * ACUMULADORES - DO ITEM, DO DEPOSITO E GERAL
       01  WS-ACUMULA-ITEM.
           05  WS-ITM-DISPONIVEL   PIC 9(09)   VALUE ZEROS.
           05  WS-ITM-ALOCADA      PIC 9(09)   VALUE ZEROS.
           05  WS-ITM-SAIDA        PIC 9(09)   VALUE ZEROS.
           05  WS-ITM-ENTRADA      PIC 9(09)   VALUE ZEROS.
       01  WS-ACUMULA-DEPOSITO.
           05  WS-DPS-DISPONIVEL   PIC 9(09)   VALUE ZEROS.
           05  WS-DPS-ALOCADA      PIC 9(09)   VALUE ZEROS.
           05  WS-DPS-SAIDA        PIC 9(09)   VALUE ZEROS.
           05  WS-DPS-ENTRADA      PIC 9(09)   VALUE ZEROS.
       01  WS-ACUMULA-GERAL.
           05  WS-GER-DISPONIVEL   PIC 9(09)   VALUE ZEROS.
           05  WS-GER-ALOCADA      PIC 9(09)   VALUE ZEROS.
           05  WS-GER-SAIDA        PIC 9(09)   VALUE ZEROS.
           05  WS-GER-ENTRADA      PIC 9(09)   VALUE ZEROS.
       77  WS-QTD-DEPOSITOS-LIST   PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LINHAS-LIST      PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC ZZZ.ZZZ.ZZ9.
       01  WS-COLUNA-DISP          PIC X(11)   VALUE SPACES.
       01  WS-COLUNA-ALOC          PIC X(11)   VALUE SPACES.
       01  WS-COLUNA-SAIDA         PIC X(11)   VALUE SPACES.
       01  WS-COLUNA-ENTRADA       PIC X(11)   VALUE SPACES.
       01  WS-ROTULO-LINHA         PIC X(22)   VALUE SPACES.
       77  WS-CONTA-ED             PIC ZZ.ZZ9.
       01  WS-NOME-DEPOSITO        PIC X(30)   VALUE SPACES.
       01  WS-FILIAL-DEPOSITO      PIC X(02)   VALUE SPACES.

      * CONVERSAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE APURACAO - SALDOS E PONTAS DAS TRANSFERENCIAS
       S1-APURACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            PERFORM P8660-CARREGA-DEPOSITOS

            SORT WORK-DEPOSITOS
                 ON ASCENDING KEY WSD-DEPOSITO
                                  WSD-ITEM
                 INPUT PROCEDURE IS P200-APURA-SALDOS
                 OUTPUT PROCEDURE IS P300-EMITE-RELATORIO

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-DEPOSITOS-ESTOURARAM-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE
            GOBACK.

       P200-APURA-SALDOS.
            PERFORM P210-LIBERA-SALDOS
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P220-LIBERA-TRANSITO
            END-IF.

      ******************************************************************
      * P210-LIBERA-SALDOS
      * Um registro por linha do STOCKF.dat. Sem o arquivo de saldos
      * nao ha posicao a mostrar e a rodada termina com RC 8.
      ******************************************************************
       P210-LIBERA-SALDOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT ARQUIVO-ESTOQUE
            IF NOT WS-ESTOQUE-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR SALDOS DE ESTOQUE - STATUS '
                       WS-ESTOQUE-STATUS
            ELSE
               PERFORM P215-LE-SALDO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

       P215-LE-SALDO.
            READ ARQUIVO-ESTOQUE
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               MOVE STK-DEPOSITO       TO WSD-DEPOSITO
               MOVE STK-ITEM           TO WSD-ITEM
               MOVE STK-QTD-DISPONIVEL TO WSD-DISPONIVEL
               MOVE STK-QTD-ALOCADA    TO WSD-ALOCADA
               MOVE ZEROS TO WSD-TRANSITO-SAIDA
               MOVE ZEROS TO WSD-TRANSITO-ENTRADA
               RELEASE REG-WORK-DEPOSITO
            END-IF.

      ******************************************************************
      * P220-LIBERA-TRANSITO
      * Cada transferencia ainda em transito gera dois registros: a
      * saida no deposito de origem e a entrada no de destino.
      * Arquivo ausente = nenhuma transferencia.
      ******************************************************************
       P220-LIBERA-TRANSITO.
            MOVE 'N' TO WS-FIM-TRF
            OPEN INPUT TRANSFERENCIAS-ESTOQUE
            IF WS-TRF-OK
               PERFORM P225-LE-TRANSFERENCIA UNTIL WS-FIM-TRF-SIM
               CLOSE TRANSFERENCIAS-ESTOQUE
            END-IF.

       P225-LE-TRANSFERENCIA.
            READ TRANSFERENCIAS-ESTOQUE
                 AT END SET WS-FIM-TRF-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-TRF-SIM AND TRF-EM-TRANSITO
               MOVE TRF-ITEM       TO WSD-ITEM
               MOVE ZEROS TO WSD-DISPONIVEL
               MOVE ZEROS TO WSD-ALOCADA

               MOVE TRF-DEP-ORIGEM TO WSD-DEPOSITO
               MOVE TRF-QUANTIDADE TO WSD-TRANSITO-SAIDA
               MOVE ZEROS TO WSD-TRANSITO-ENTRADA
               RELEASE REG-WORK-DEPOSITO

               MOVE TRF-DEP-DESTINO TO WSD-DEPOSITO
               MOVE ZEROS TO WSD-TRANSITO-SAIDA
               MOVE TRF-QUANTIDADE TO WSD-TRANSITO-ENTRADA
               RELEASE REG-WORK-DEPOSITO
            END-IF.

      * FASE DE EMISSAO - QUEBRA POR DEPOSITO, UMA LINHA POR ITEM
       S2-EMISSAO SECTION.
       P300-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO-DEPOSITOS
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
               SET WS-SORT-FIM TO TRUE
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P310-RETORNA-E-ACUMULA UNTIL WS-SORT-FIM
               IF NOT WS-PRIMEIRO-REGISTRO-SIM
                  PERFORM P330-IMPRIME-ITEM
                  PERFORM P340-IMPRIME-SUBTOTAL
               END-IF
               PERFORM P350-IMPRIME-TOTAIS
               CLOSE RELATORIO-DEPOSITOS
               MOVE 'STOCK-WHSE-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\ESTDEP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF.

       P310-RETORNA-E-ACUMULA.
            RETURN WORK-DEPOSITOS
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WS-PRIMEIRO-REGISTRO-SIM
                  MOVE 'N' TO WS-PRIMEIRO-REGISTRO
                  PERFORM P320-IMPRIME-DEPOSITO
               ELSE
                  IF WSD-DEPOSITO NOT = WS-DEPOSITO-QUEBRA
                     PERFORM P330-IMPRIME-ITEM
                     PERFORM P340-IMPRIME-SUBTOTAL
                     PERFORM P320-IMPRIME-DEPOSITO
                  ELSE
                     IF WSD-ITEM NOT = WS-ITEM-QUEBRA
                        PERFORM P330-IMPRIME-ITEM
                     END-IF
                  END-IF
               END-IF
               MOVE WSD-ITEM TO WS-ITEM-QUEBRA
               ADD WSD-DISPONIVEL       TO WS-ITM-DISPONIVEL
               ADD WSD-ALOCADA          TO WS-ITM-ALOCADA
               ADD WSD-TRANSITO-SAIDA   TO WS-ITM-SAIDA
               ADD WSD-TRANSITO-ENTRADA TO WS-ITM-ENTRADA
            END-IF.

      ******************************************************************
      * P320-IMPRIME-DEPOSITO
      * Abre o bloco do deposito com o nome e a filial do cadastro.
      * Deposito do saldo que nao esta no cadastro (ou saldo ainda sem
      * deposito) sai marcado para conferencia.
      ******************************************************************
       P320-IMPRIME-DEPOSITO.
            MOVE WSD-DEPOSITO TO WS-DEPOSITO-QUEBRA
            MOVE ZEROS TO WS-ACUMULA-DEPOSITO
            ADD 1 TO WS-QTD-DEPOSITOS-LIST

            MOVE WSD-DEPOSITO TO WS-DEP-PROCURADO
            PERFORM P8665-LOCALIZA-DEPOSITO
            IF WS-IDX-DEP-ACHADO > ZEROS
               MOVE WS-DPT-NOME(WS-IDX-DEP-ACHADO) TO WS-NOME-DEPOSITO
               MOVE WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                    TO WS-FILIAL-DEPOSITO
            ELSE
               MOVE '*** NAO CADASTRADO ***' TO WS-NOME-DEPOSITO
               MOVE SPACES TO WS-FILIAL-DEPOSITO
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'DEPOSITO '          DELIMITED BY SIZE
                   WS-DEPOSITO-QUEBRA  DELIMITED BY SIZE
                   ' - '                DELIMITED BY SIZE
                   WS-NOME-DEPOSITO    DELIMITED BY SIZE
                   ' FILIAL '           DELIMITED BY SIZE
                   WS-FILIAL-DEPOSITO  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            IF WS-IDX-DEP-ACHADO > ZEROS
               IF WS-DPT-INATIVO(WS-IDX-DEP-ACHADO)
                  MOVE '(INATIVO)' TO REG-RELATORIO(60:9)
               END-IF
            END-IF
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  ITEM                  '
                   DELIMITED BY SIZE
                   '  DISPONIVEL     ALOCADA  TRANS.SAIDA  TRANS.ENTR.'
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P330-IMPRIME-ITEM
      * Linha do item no deposito corrente; acumula no deposito.
      ******************************************************************
       P330-IMPRIME-ITEM.
            MOVE SPACES TO WS-ROTULO-LINHA
            MOVE WS-ITEM-QUEBRA TO WS-ROTULO-LINHA(3:8)
            MOVE WS-ITM-DISPONIVEL TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-DISP
            MOVE WS-ITM-ALOCADA    TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-ALOC
            MOVE WS-ITM-SAIDA      TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-SAIDA
            MOVE WS-ITM-ENTRADA    TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-ENTRADA
            PERFORM P360-GRAVA-LINHA-VALORES

            ADD WS-ITM-DISPONIVEL TO WS-DPS-DISPONIVEL
            ADD WS-ITM-ALOCADA    TO WS-DPS-ALOCADA
            ADD WS-ITM-SAIDA      TO WS-DPS-SAIDA
            ADD WS-ITM-ENTRADA    TO WS-DPS-ENTRADA
            ADD 1 TO WS-QTD-LINHAS-LIST
            MOVE ZEROS TO WS-ACUMULA-ITEM.

       P340-IMPRIME-SUBTOTAL.
            MOVE '  TOTAL DO DEPOSITO' TO WS-ROTULO-LINHA
            MOVE WS-DPS-DISPONIVEL TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-DISP
            MOVE WS-DPS-ALOCADA    TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-ALOC
            MOVE WS-DPS-SAIDA      TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-SAIDA
            MOVE WS-DPS-ENTRADA    TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-ENTRADA
            PERFORM P360-GRAVA-LINHA-VALORES

            ADD WS-DPS-DISPONIVEL TO WS-GER-DISPONIVEL
            ADD WS-DPS-ALOCADA    TO WS-GER-ALOCADA
            ADD WS-DPS-SAIDA      TO WS-GER-SAIDA
            ADD WS-DPS-ENTRADA    TO WS-GER-ENTRADA.

      ******************************************************************
      * P350-IMPRIME-TOTAIS
      * No total geral a saida e a entrada em transito sao a mesma
      * mercadoria vista das duas pontas - os dois valores batem.
      ******************************************************************
       P350-IMPRIME-TOTAIS.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'TOTAL GERAL' TO WS-ROTULO-LINHA
            MOVE WS-GER-DISPONIVEL TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-DISP
            MOVE WS-GER-ALOCADA    TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-ALOC
            MOVE WS-GER-SAIDA      TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-SAIDA
            MOVE WS-GER-ENTRADA    TO WS-QTD-ED
            MOVE WS-QTD-ED         TO WS-COLUNA-ENTRADA
            PERFORM P360-GRAVA-LINHA-VALORES

            MOVE WS-QTD-DEPOSITOS-LIST TO WS-CONTA-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'DEPOSITOS LISTADOS.......: ' DELIMITED BY SIZE
                   WS-CONTA-ED                  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-QTD-LINHAS-LIST TO WS-CONTA-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'LINHAS DEPOSITO/ITEM.....: ' DELIMITED BY SIZE
                   WS-CONTA-ED                  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            IF WS-DEPOSITOS-ESTOURARAM-SIM
               PERFORM P8300-CONTROLA-PAGINA
               MOVE 'AVISO - CADASTRO DE DEPOSITOS ESTOURADO - NOMES '
                    & 'PARCIAIS.' TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

       P360-GRAVA-LINHA-VALORES.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING WS-ROTULO-LINHA   DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-COLUNA-DISP    DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-COLUNA-ALOC    DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-COLUNA-SAIDA   DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-COLUNA-ENTRADA DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE SPACES TO REG-RELATORIO
            STRING '===== POSICAO DE ESTOQUE POR DEPOSITO EM '
                   DELIMITED BY SIZE
                   WS-DATA-BR       DELIMITED BY SIZE
                   ' - PAGINA '     DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY ASOFPA.
           COPY DEPPA.
           COPY PAGECTPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM STOCK-WHSE-REPORT.
