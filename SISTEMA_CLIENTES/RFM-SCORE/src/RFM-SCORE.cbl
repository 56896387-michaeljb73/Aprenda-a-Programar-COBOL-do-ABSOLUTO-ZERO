      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Segmentacao RFM mensal dos clientes ativos. Para a
      *            competencia da data de referencia, pontua de 1 a 5
      *            cada cliente ativo do CUSTOMER-MASTER em recencia
      *            (dias corridos desde o ultimo pedido nao cancelado
      *            do ORDMAST), frequencia (pedidos nao cancelados nos
      *            ultimos 12 meses) e valor (faturado no INVFILE.txt
      *            nos ultimos 12 meses), e atribui o segmento:
      *              PERD - perdido    recencia 1 (mais de um ano)
      *              RISC - em risco   recencia 2 (181 a 365 dias)
      *              CAMP - campeao    recencia, frequencia e valor
      *                                4 ou mais
      *              FIEL - fiel       recencia e frequencia 3 ou
      *                                mais
      *              PROM - promissor  os demais
      *              SEMC - sem compra cliente sem nenhum pedido
      *            O resultado e acrescido ao historico RFMHIST.dat
      *            (copybooks RFM*), lido pelo CAMPAIGN-EXTRACT na
      *            selecao por segmento. O relatorio RFMMOV.txt lista
      *            quem mudou de segmento desde a competencia anterior
      *            do historico e fecha com a distribuicao por
      *            segmento e a matriz de migracao (anterior x atual).
      *            Competencia ja pontuada no RFMHIST.dat nao e
      *            pontuada de novo - a rodada termina sem gravar
      *            nada, como o LATE-FEE faz com encargo ja cobrado.
      *            Extracao e emissao pelo SORT, no molde do
      *            ORDER-AGING: cliente, faturas e pedidos entram no
      *            sort e a quebra por cliente fecha a pontuacao.
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
       PROGRAM-ID. RFM-SCORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ORDSEL.
           COPY CUSTSEL.
           COPY RFMSL.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATURAS-STATUS.

           SELECT WORK-RFM ASSIGN TO
           'src\assets\WKRFM.tmp'.

           SELECT RELATORIO-RFM ASSIGN TO
           'src\assets\RFMMOV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  HISTORICO-RFM.
           COPY RFMF.

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

      * TIPO DO MOVIMENTO NO SORT: C = CLIENTE ATIVO, F = FATURA,
      * P = PEDIDO. A ORDEM DA CHAVE POE O CLIENTE NA FRENTE.
       SD  WORK-RFM.
       01  REG-WORK-RFM.
           05  WRF-CODIGO-CLIENTE      PIC 9(06).
           05  WRF-TIPO                PIC X(01).
               88  WRF-CLIENTE                 VALUE 'C'.
               88  WRF-FATURA                  VALUE 'F'.
               88  WRF-PEDIDO                  VALUE 'P'.
           05  WRF-DATA                PIC 9(08).
           05  WRF-VALOR               PIC 9(11)V99.

       FD  RELATORIO-RFM.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-FIM-ARQUIVO              VALUE '10'.
       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-FIM-ARQUIVO             VALUE '10'.
       77  WS-RFM-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-RFM-OK                       VALUE '00'.
           88  WS-RFM-NAO-CRIADO               VALUE '35'.
       77  WS-FATURAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-FATURAS-OK                   VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.
       77  WS-FIM-RFM              PIC X(01)   VALUE 'N'.
           88  WS-FIM-RFM-SIM                  VALUE 'S'.
       77  WS-FIM-FATURAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-FATURAS-SIM              VALUE 'S'.
       77  WS-SEM-FATURAS          PIC X(01)   VALUE 'N'.
           88  WS-SEM-FATURAS-SIM              VALUE 'S'.
       77  WS-JA-PONTUADA          PIC X(01)   VALUE 'N'.
           88  WS-JA-PONTUADA-SIM              VALUE 'S'.

      * DATA DE REFERENCIA, COMPETENCIA DA RODADA E CORTE DA JANELA
      * DE 12 MESES (PEDIDO/FATURA COM DATA ACIMA DO CORTE E ATE A
      * DATA DE REFERENCIA)
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.
       77  WS-COMPETENCIA-ANTERIOR PIC 9(06)   VALUE ZEROS.
       77  WS-DATA-CORTE-12M       PIC 9(08)   VALUE ZEROS.
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-DESDE-PEDIDO    PIC S9(07)  VALUE ZEROS COMP.

      * CONVERSAO DE DATA E CALCULO DE DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * SEGMENTOS DA COMPETENCIA ANTERIOR DO HISTORICO, EM ORDEM DE
      * CLIENTE (ORDEM DE GRAVACAO) - CASADOS COM A QUEBRA DO SORT
      * POR PONTEIRO
       77  WS-MAX-ANTERIOR         PIC 9(04)   VALUE 5000.
       77  WS-QTD-ANTERIOR-TAB     PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ANTERIOR         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-QTD-ANTERIOR-FORA    PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-ANTERIOR.
           05  WS-ANTERIOR-ENTRADA OCCURS 5000 TIMES.
               10  WS-ANT-CODIGO       PIC 9(06).
               10  WS-ANT-SEGMENTO     PIC X(04).

      * SEGMENTOS (1 A 6) E A LINHA 7 DA MATRIZ PARA CLIENTE SEM
      * SEGMENTO NA COMPETENCIA ANTERIOR (NOVO)
       77  WS-QTD-SEGMENTOS        PIC 9(01)   VALUE 6.
       77  WS-IDX-SEG              PIC 9(01)   VALUE ZEROS COMP.
       77  WS-IDX-SEG-ATUAL        PIC 9(01)   VALUE ZEROS COMP.
       77  WS-IDX-SEG-ANTERIOR     PIC 9(01)   VALUE ZEROS COMP.
       77  WS-IDX-COLUNA           PIC 9(01)   VALUE ZEROS COMP.
       01  WS-TAB-SEGMENTOS.
           05  WS-SEGMENTO-ENTRADA OCCURS 7 TIMES.
               10  WS-SEG-CODIGO       PIC X(04).
               10  WS-SEG-ROTULO       PIC X(10).
               10  WS-SEG-QTD          PIC 9(05)    COMP.
               10  WS-SEG-VALOR        PIC 9(13)V99.
       01  WS-TAB-MIGRACAO.
           05  WS-MIG-LINHA        OCCURS 7 TIMES.
               10  WS-MIG-QTD          PIC 9(05)    COMP
                                       OCCURS 6 TIMES.
       77  WS-MIG-TOTAL-LINHA      PIC 9(05)   VALUE ZEROS COMP.

      * QUEBRA POR CLIENTE E ACUMULADORES DO CLIENTE CORRENTE
       77  WS-CLIENTE-QUEBRA       PIC 9(06)   VALUE ZEROS.
       77  WS-CLIENTE-ATIVO        PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-ATIVO-SIM            VALUE 'S'.
       77  WS-ULTIMO-PEDIDO        PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-PEDIDOS-12M      PIC 9(05)   VALUE ZEROS.
       77  WS-VALOR-12M            PIC 9(11)V99 VALUE ZEROS.
       77  WS-NOTA-R               PIC 9(01)   VALUE ZEROS.
       77  WS-NOTA-F               PIC 9(01)   VALUE ZEROS.
       77  WS-NOTA-M               PIC 9(01)   VALUE ZEROS.
       01  WS-SEGMENTO-ATUAL       PIC X(04)   VALUE SPACES.

       77  WS-QTD-CLIENTES         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CASADOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-MUDARAM          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SAIRAM           PIC 9(05)   VALUE ZEROS COMP.

      * LINHA DA MATRIZ DE MIGRACAO - ROTULO, SEIS SEGMENTOS E TOTAL
       01  WS-LINHA-MATRIZ.
           05  WS-LMZ-ROTULO           PIC X(10).
           05  WS-LMZ-CELULA           OCCURS 7 TIMES.
               10  FILLER              PIC X(02).
               10  WS-LMZ-TEXTO        PIC X(06).

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - CLIENTES ATIVOS, FATURAS E PEDIDOS
       S1-EXTRACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO

            IF WS-JA-PONTUADA-SIM
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                       ' JA PONTUADA NO RFMHIST - NADA A FAZER'
            ELSE
               PERFORM P120-CARREGA-ANTERIOR
               SORT WORK-RFM
                    ON ASCENDING KEY WRF-CODIGO-CLIENTE
                                     WRF-TIPO
                    INPUT PROCEDURE IS P200-EXTRAI-MOVIMENTO
                    OUTPUT PROCEDURE IS P300-PONTUA-CLIENTES
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-SEM-FATURAS-SIM
                  OR WS-QTD-ANTERIOR-FORA > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Competencia e janela de 12 meses pela data de referencia;
      * tabela de segmentos; uma passada no historico para saber se
      * a competencia ja foi pontuada e qual e a anterior.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA
            COMPUTE WS-DATA-CORTE-12M = WS-DATA-REFERENCIA - 10000
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF

            MOVE 'CAMP'       TO WS-SEG-CODIGO(1)
            MOVE 'CAMPEAO'    TO WS-SEG-ROTULO(1)
            MOVE 'FIEL'       TO WS-SEG-CODIGO(2)
            MOVE 'FIEL'       TO WS-SEG-ROTULO(2)
            MOVE 'PROM'       TO WS-SEG-CODIGO(3)
            MOVE 'PROMISSOR'  TO WS-SEG-ROTULO(3)
            MOVE 'RISC'       TO WS-SEG-CODIGO(4)
            MOVE 'EM RISCO'   TO WS-SEG-ROTULO(4)
            MOVE 'PERD'       TO WS-SEG-CODIGO(5)
            MOVE 'PERDIDO'    TO WS-SEG-ROTULO(5)
            MOVE 'SEMC'       TO WS-SEG-CODIGO(6)
            MOVE 'SEM COMPRA' TO WS-SEG-ROTULO(6)
            MOVE 'NOVO'       TO WS-SEG-CODIGO(7)
            MOVE '(NOVO)'     TO WS-SEG-ROTULO(7)
            PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                    UNTIL WS-IDX-SEG > 7
                MOVE ZEROS TO WS-SEG-QTD(WS-IDX-SEG)
                MOVE ZEROS TO WS-SEG-VALOR(WS-IDX-SEG)
                PERFORM VARYING WS-IDX-COLUNA FROM 1 BY 1
                        UNTIL WS-IDX-COLUNA > WS-QTD-SEGMENTOS
                    MOVE ZEROS
                         TO WS-MIG-QTD(WS-IDX-SEG, WS-IDX-COLUNA)
                END-PERFORM
            END-PERFORM

            PERFORM P110-VARRE-HISTORICO.

       P110-VARRE-HISTORICO.
            MOVE 'N' TO WS-FIM-RFM
            OPEN INPUT HISTORICO-RFM
            IF WS-RFM-OK
               PERFORM P115-LE-COMPETENCIA UNTIL WS-FIM-RFM-SIM
               CLOSE HISTORICO-RFM
            END-IF
            MOVE SPACES TO WS-RFM-STATUS.

       P115-LE-COMPETENCIA.
            READ HISTORICO-RFM
                 AT END SET WS-FIM-RFM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RFM-SIM
               IF RFM-COMPETENCIA = WS-COMPETENCIA
                  SET WS-JA-PONTUADA-SIM TO TRUE
               END-IF
               IF RFM-COMPETENCIA < WS-COMPETENCIA
                  AND RFM-COMPETENCIA > WS-COMPETENCIA-ANTERIOR
                  MOVE RFM-COMPETENCIA TO WS-COMPETENCIA-ANTERIOR
               END-IF
            END-IF.

      ******************************************************************
      * P120-CARREGA-ANTERIOR
      * Segunda passada: os segmentos da competencia anterior, ja em
      * ordem de cliente. Estouro da tabela deixa os excedentes como
      * NOVO na matriz e a rodada termina com RC 4.
      ******************************************************************
       P120-CARREGA-ANTERIOR.
            IF WS-COMPETENCIA-ANTERIOR > ZEROS
               MOVE 'N' TO WS-FIM-RFM
               OPEN INPUT HISTORICO-RFM
               IF WS-RFM-OK
                  PERFORM P125-LE-ANTERIOR UNTIL WS-FIM-RFM-SIM
                  CLOSE HISTORICO-RFM
               END-IF
               MOVE SPACES TO WS-RFM-STATUS
            END-IF
            MOVE 1 TO WS-IDX-ANTERIOR.

       P125-LE-ANTERIOR.
            READ HISTORICO-RFM
                 AT END SET WS-FIM-RFM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RFM-SIM
               AND RFM-COMPETENCIA = WS-COMPETENCIA-ANTERIOR
               IF WS-QTD-ANTERIOR-TAB < WS-MAX-ANTERIOR
                  ADD 1 TO WS-QTD-ANTERIOR-TAB
                  MOVE RFM-CODIGO-CLIENTE
                       TO WS-ANT-CODIGO(WS-QTD-ANTERIOR-TAB)
                  MOVE RFM-SEGMENTO
                       TO WS-ANT-SEGMENTO(WS-QTD-ANTERIOR-TAB)
               ELSE
                  ADD 1 TO WS-QTD-ANTERIOR-FORA
               END-IF
            END-IF.

      ******************************************************************
      * P200-EXTRAI-MOVIMENTO
      * Cadastro e pedidos sao obrigatorios. Sem o INVFILE.txt todos
      * ficam com valor faturado zero e a rodada termina com RC 4.
      ******************************************************************
       P200-EXTRAI-MOVIMENTO.
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ORDER-MASTER
            IF NOT WS-CUST-OK OR NOT WS-ORD-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CLIENTES: '
                       WS-CUST-STATUS ' PEDIDOS: ' WS-ORD-STATUS-ARQ
            ELSE
               PERFORM P210-EXTRAI-CLIENTE
                       UNTIL WS-CUST-FIM-ARQUIVO
               PERFORM P220-EXTRAI-PEDIDO
                       UNTIL WS-ORD-FIM-ARQUIVO
               OPEN INPUT ARQUIVO-FATURAS
               IF WS-FATURAS-OK
                  PERFORM P230-EXTRAI-FATURA UNTIL WS-FIM-FATURAS-SIM
                  CLOSE ARQUIVO-FATURAS
               ELSE
                  SET WS-SEM-FATURAS-SIM TO TRUE
                  DISPLAY 'INVFILE.txt INDISPONIVEL - STATUS '
                          WS-FATURAS-STATUS
                          ' - VALOR FATURADO CONSIDERADO ZERO'
               END-IF
            END-IF
            CLOSE CUSTOMER-MASTER
            CLOSE ORDER-MASTER.

       P210-EXTRAI-CLIENTE.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ
            IF NOT WS-CUST-FIM-ARQUIVO AND CSV-REGISTRO-ATIVO
               MOVE CSV-CODIGO TO WRF-CODIGO-CLIENTE
               SET WRF-CLIENTE TO TRUE
               MOVE ZEROS      TO WRF-DATA
               MOVE ZEROS      TO WRF-VALOR
               RELEASE REG-WORK-RFM
            END-IF.

       P220-EXTRAI-PEDIDO.
            READ ORDER-MASTER NEXT RECORD
                 AT END SET WS-ORD-FIM-ARQUIVO TO TRUE
            END-READ
            IF NOT WS-ORD-FIM-ARQUIVO AND NOT ORD-CANCELADO
               AND ORD-DATA-PEDIDO NOT > WS-DATA-REFERENCIA
               MOVE ORD-CODIGO-CLIENTE TO WRF-CODIGO-CLIENTE
               SET WRF-PEDIDO TO TRUE
               MOVE ORD-DATA-PEDIDO    TO WRF-DATA
               MOVE ZEROS              TO WRF-VALOR
               RELEASE REG-WORK-RFM
            END-IF.

       P230-EXTRAI-FATURA.
            READ ARQUIVO-FATURAS
                 AT END SET WS-FIM-FATURAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FATURAS-SIM
               AND FAT-DATA-EMISSAO > WS-DATA-CORTE-12M
               AND FAT-DATA-EMISSAO NOT > WS-DATA-REFERENCIA
               MOVE FAT-CODIGO-CLIENTE TO WRF-CODIGO-CLIENTE
               SET WRF-FATURA TO TRUE
               MOVE FAT-DATA-EMISSAO   TO WRF-DATA
               MOVE FAT-VALOR-TOTAL    TO WRF-VALOR
               RELEASE REG-WORK-RFM
            END-IF.

      * FASE DE EMISSAO - PONTUACAO, HISTORICO E MIGRACAO
       S2-EMISSAO SECTION.

      ******************************************************************
      * P300-PONTUA-CLIENTES
      * Historico e relatorio abrem so depois da extracao; erro na
      * extracao encerra sem gravar nada no historico.
      ******************************************************************
       P300-PONTUA-CLIENTES.
            IF WS-ERRO-ABERTURA-SIM
               SET WS-SORT-FIM TO TRUE
            ELSE
               OPEN EXTEND HISTORICO-RFM
               IF WS-RFM-NAO-CRIADO
                  OPEN OUTPUT HISTORICO-RFM
               END-IF
               OPEN OUTPUT RELATORIO-RFM
               IF NOT WS-RFM-OK OR NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS DE SAIDA - '
                          'HISTORICO: ' WS-RFM-STATUS
                          ' RELATORIO: ' WS-RELATORIO-STATUS
                  IF WS-RFM-OK
                     CLOSE HISTORICO-RFM
                  END-IF
                  IF WS-RELATORIO-OK
                     CLOSE RELATORIO-RFM
                  END-IF
                  SET WS-SORT-FIM TO TRUE
               ELSE
                  PERFORM P8100-IMPRIME-CABECALHO
                  PERFORM P305-IMPRIME-CRITERIOS
                  PERFORM P310-RETORNA-E-PONTUA UNTIL WS-SORT-FIM

                  IF WS-CLIENTE-QUEBRA NOT = ZEROS
                     PERFORM P330-FECHA-CLIENTE
                  END-IF

                  PERFORM P400-IMPRIME-RESUMO
                  CLOSE HISTORICO-RFM
                  CLOSE RELATORIO-RFM
                  MOVE 'RFM-SCORE' TO WS-SPL-PROGRAMA
                  MOVE 'src\assets\RFMMOV.txt'
                       TO WS-SPL-ARQUIVO
                  PERFORM P8930-CATALOGA-RELATORIO
               END-IF
            END-IF.

       P305-IMPRIME-CRITERIOS.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE 'R: ULTIMO PEDIDO ATE 30/90/180/365 DIAS = 5/4/3/2, MA
      -         'IS = 1' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE 'F: PEDIDOS EM 12 MESES 12+/6+/3+/2 = 5/4/3/2, MENOS =
      -         ' 1' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE 'M: FATURADO EM 12 MESES 100.000+/50.000+/10.000+/1.00
      -         '0+ = 5/4/3/2, MENOS = 1' TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            IF WS-COMPETENCIA-ANTERIOR = ZEROS
               MOVE 'SEM COMPETENCIA ANTERIOR NO HISTORICO - TODOS OS CL
      -             'IENTES ENTRAM COMO NOVOS' TO REG-RELATORIO
            ELSE
               STRING '===== MUDANCAS DE SEGMENTO DESDE A COMPETENCIA '
                      DELIMITED BY SIZE
                      WS-COMPETENCIA-ANTERIOR DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
            END-IF
            WRITE REG-RELATORIO.

       P310-RETORNA-E-PONTUA.
            RETURN WORK-RFM
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WRF-CODIGO-CLIENTE NOT = WS-CLIENTE-QUEBRA
                  IF WS-CLIENTE-QUEBRA NOT = ZEROS
                     PERFORM P330-FECHA-CLIENTE
                  END-IF
                  PERFORM P320-ABRE-CLIENTE
               END-IF

               EVALUATE TRUE
                   WHEN WRF-CLIENTE
                        SET WS-CLIENTE-ATIVO-SIM TO TRUE
                   WHEN WRF-PEDIDO
                        IF WRF-DATA > WS-ULTIMO-PEDIDO
                           MOVE WRF-DATA TO WS-ULTIMO-PEDIDO
                        END-IF
                        IF WRF-DATA > WS-DATA-CORTE-12M
                           ADD 1 TO WS-QTD-PEDIDOS-12M
                        END-IF
                   WHEN WRF-FATURA
                        ADD WRF-VALOR TO WS-VALOR-12M
               END-EVALUATE
            END-IF.

       P320-ABRE-CLIENTE.
            MOVE WRF-CODIGO-CLIENTE TO WS-CLIENTE-QUEBRA
            MOVE 'N'   TO WS-CLIENTE-ATIVO
            MOVE ZEROS TO WS-ULTIMO-PEDIDO
            MOVE ZEROS TO WS-QTD-PEDIDOS-12M
            MOVE ZEROS TO WS-VALOR-12M.

      ******************************************************************
      * P330-FECHA-CLIENTE
      * So cliente ativo no cadastro e pontuado - fatura ou pedido de
      * cliente excluido passa pelo sort e e descartado aqui.
      ******************************************************************
       P330-FECHA-CLIENTE.
            IF WS-CLIENTE-ATIVO-SIM
               PERFORM P340-CALCULA-NOTAS
               PERFORM P350-DEFINE-SEGMENTO
               PERFORM P360-GRAVA-HISTORICO
               PERFORM P370-APURA-MIGRACAO
            END-IF.

       P340-CALCULA-NOTAS.
            IF WS-ULTIMO-PEDIDO = ZEROS
               MOVE ZEROS TO WS-NOTA-R
               MOVE ZEROS TO WS-NOTA-F
               MOVE ZEROS TO WS-NOTA-M
            ELSE
               MOVE WS-ULTIMO-PEDIDO TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               COMPUTE WS-DIAS-DESDE-PEDIDO =
                       WS-DIA-JULIANO-REF - WS-DIA-JULIANO
               EVALUATE TRUE
                   WHEN WS-DIAS-DESDE-PEDIDO <= 30
                        MOVE 5 TO WS-NOTA-R
                   WHEN WS-DIAS-DESDE-PEDIDO <= 90
                        MOVE 4 TO WS-NOTA-R
                   WHEN WS-DIAS-DESDE-PEDIDO <= 180
                        MOVE 3 TO WS-NOTA-R
                   WHEN WS-DIAS-DESDE-PEDIDO <= 365
                        MOVE 2 TO WS-NOTA-R
                   WHEN OTHER
                        MOVE 1 TO WS-NOTA-R
               END-EVALUATE

               EVALUATE TRUE
                   WHEN WS-QTD-PEDIDOS-12M >= 12
                        MOVE 5 TO WS-NOTA-F
                   WHEN WS-QTD-PEDIDOS-12M >= 6
                        MOVE 4 TO WS-NOTA-F
                   WHEN WS-QTD-PEDIDOS-12M >= 3
                        MOVE 3 TO WS-NOTA-F
                   WHEN WS-QTD-PEDIDOS-12M = 2
                        MOVE 2 TO WS-NOTA-F
                   WHEN OTHER
                        MOVE 1 TO WS-NOTA-F
               END-EVALUATE

               EVALUATE TRUE
                   WHEN WS-VALOR-12M >= 100000
                        MOVE 5 TO WS-NOTA-M
                   WHEN WS-VALOR-12M >= 50000
                        MOVE 4 TO WS-NOTA-M
                   WHEN WS-VALOR-12M >= 10000
                        MOVE 3 TO WS-NOTA-M
                   WHEN WS-VALOR-12M >= 1000
                        MOVE 2 TO WS-NOTA-M
                   WHEN OTHER
                        MOVE 1 TO WS-NOTA-M
               END-EVALUATE
            END-IF.

       P350-DEFINE-SEGMENTO.
            EVALUATE TRUE
                WHEN WS-NOTA-R = ZEROS
                     MOVE 6 TO WS-IDX-SEG-ATUAL
                WHEN WS-NOTA-R = 1
                     MOVE 5 TO WS-IDX-SEG-ATUAL
                WHEN WS-NOTA-R = 2
                     MOVE 4 TO WS-IDX-SEG-ATUAL
                WHEN WS-NOTA-R >= 4 AND WS-NOTA-F >= 4
                     AND WS-NOTA-M >= 4
                     MOVE 1 TO WS-IDX-SEG-ATUAL
                WHEN WS-NOTA-F >= 3
                     MOVE 2 TO WS-IDX-SEG-ATUAL
                WHEN OTHER
                     MOVE 3 TO WS-IDX-SEG-ATUAL
            END-EVALUATE
            MOVE WS-SEG-CODIGO(WS-IDX-SEG-ATUAL) TO WS-SEGMENTO-ATUAL
            ADD 1 TO WS-QTD-CLIENTES
            ADD 1 TO WS-SEG-QTD(WS-IDX-SEG-ATUAL)
            ADD WS-VALOR-12M TO WS-SEG-VALOR(WS-IDX-SEG-ATUAL).

       P360-GRAVA-HISTORICO.
            MOVE WS-COMPETENCIA     TO RFM-COMPETENCIA
            MOVE WS-CLIENTE-QUEBRA  TO RFM-CODIGO-CLIENTE
            MOVE WS-ULTIMO-PEDIDO   TO RFM-DATA-ULTIMO-PEDIDO
            MOVE WS-QTD-PEDIDOS-12M TO RFM-QTD-PEDIDOS-12M
            MOVE WS-VALOR-12M       TO RFM-VALOR-FATURADO-12M
            MOVE WS-NOTA-R          TO RFM-NOTA-RECENCIA
            MOVE WS-NOTA-F          TO RFM-NOTA-FREQUENCIA
            MOVE WS-NOTA-M          TO RFM-NOTA-VALOR
            MOVE WS-SEGMENTO-ATUAL  TO RFM-SEGMENTO
            WRITE REG-HISTORICO-RFM.

      ******************************************************************
      * P370-APURA-MIGRACAO
      * O ponteiro da tabela anterior so avanca - cliente e tabela
      * estao na mesma ordem. Cliente fora da tabela e NOVO (linha 7
      * da matriz). Mudanca de segmento sai em detalhe.
      ******************************************************************
       P370-APURA-MIGRACAO.
            PERFORM UNTIL WS-IDX-ANTERIOR > WS-QTD-ANTERIOR-TAB
                    OR WS-ANT-CODIGO(WS-IDX-ANTERIOR)
                       NOT < WS-CLIENTE-QUEBRA
                ADD 1 TO WS-IDX-ANTERIOR
            END-PERFORM

            MOVE 7 TO WS-IDX-SEG-ANTERIOR
            IF WS-IDX-ANTERIOR NOT > WS-QTD-ANTERIOR-TAB
               IF WS-ANT-CODIGO(WS-IDX-ANTERIOR) = WS-CLIENTE-QUEBRA
                  ADD 1 TO WS-QTD-CASADOS
                  PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                          UNTIL WS-IDX-SEG > WS-QTD-SEGMENTOS
                      IF WS-SEG-CODIGO(WS-IDX-SEG)
                         = WS-ANT-SEGMENTO(WS-IDX-ANTERIOR)
                         MOVE WS-IDX-SEG TO WS-IDX-SEG-ANTERIOR
                      END-IF
                  END-PERFORM
               END-IF
            END-IF

            ADD 1 TO WS-MIG-QTD(WS-IDX-SEG-ANTERIOR, WS-IDX-SEG-ATUAL)

            IF WS-COMPETENCIA-ANTERIOR > ZEROS
               AND WS-IDX-SEG-ANTERIOR NOT = WS-IDX-SEG-ATUAL
               ADD 1 TO WS-QTD-MUDARAM
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               STRING 'CLI '              DELIMITED BY SIZE
                      WS-CLIENTE-QUEBRA   DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WS-SEG-ROTULO(WS-IDX-SEG-ANTERIOR)
                                          DELIMITED BY SIZE
                      ' -> '              DELIMITED BY SIZE
                      WS-SEG-ROTULO(WS-IDX-SEG-ATUAL)
                                          DELIMITED BY SIZE
                      '  R'               DELIMITED BY SIZE
                      WS-NOTA-R           DELIMITED BY SIZE
                      ' F'                DELIMITED BY SIZE
                      WS-NOTA-F           DELIMITED BY SIZE
                      ' M'                DELIMITED BY SIZE
                      WS-NOTA-M           DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P400-IMPRIME-RESUMO
      * Distribuicao por segmento e matriz de migracao - linha e o
      * segmento anterior, coluna o atual.
      ******************************************************************
       P400-IMPRIME-RESUMO.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE '===== DISTRIBUICAO POR SEGMENTO =====' TO
                 REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                    UNTIL WS-IDX-SEG > WS-QTD-SEGMENTOS
                MOVE WS-SEG-QTD(WS-IDX-SEG)   TO WS-QTD-ED
                MOVE WS-SEG-VALOR(WS-IDX-SEG) TO WS-VALOR-ED
                PERFORM P8300-CONTROLA-PAGINA
                MOVE SPACES TO REG-RELATORIO
                STRING WS-SEG-CODIGO(WS-IDX-SEG) DELIMITED BY SIZE
                       ' '            DELIMITED BY SIZE
                       WS-SEG-ROTULO(WS-IDX-SEG) DELIMITED BY SIZE
                       ': '           DELIMITED BY SIZE
                       WS-QTD-ED      DELIMITED BY SIZE
                       ' CLIENTE(S), FATURADO 12M ' DELIMITED BY SIZE
                       WS-VALOR-ED    DELIMITED BY SIZE
                       INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
            END-PERFORM

            MOVE WS-QTD-CLIENTES TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTES ATIVOS PONTUADOS: ' DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE '===== MIGRACAO: ANTERIOR (LINHA) X ATUAL (COLUNA) ===
      -         '==' TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE SPACES TO WS-LINHA-MATRIZ
            MOVE 'ANTERIOR' TO WS-LMZ-ROTULO
            PERFORM VARYING WS-IDX-COLUNA FROM 1 BY 1
                    UNTIL WS-IDX-COLUNA > WS-QTD-SEGMENTOS
                STRING '  ' DELIMITED BY SIZE
                       WS-SEG-CODIGO(WS-IDX-COLUNA) DELIMITED BY SIZE
                       INTO WS-LMZ-TEXTO(WS-IDX-COLUNA)
                END-STRING
            END-PERFORM
            MOVE ' TOTAL' TO WS-LMZ-TEXTO(7)
            PERFORM P8300-CONTROLA-PAGINA
            MOVE WS-LINHA-MATRIZ TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P410-IMPRIME-LINHA-MATRIZ
                    VARYING WS-IDX-SEG FROM 1 BY 1
                    UNTIL WS-IDX-SEG > 7

            IF WS-COMPETENCIA-ANTERIOR > ZEROS
               COMPUTE WS-QTD-SAIRAM =
                       WS-QTD-ANTERIOR-TAB - WS-QTD-CASADOS
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE WS-QTD-MUDARAM TO WS-QTD-ED
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               STRING 'MUDARAM DE SEGMENTO: ' DELIMITED BY SIZE
                      WS-QTD-ED DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO

               MOVE WS-QTD-SAIRAM TO WS-QTD-ED
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               STRING 'SAIRAM DA BASE ATIVA DESDE ' DELIMITED BY SIZE
                      WS-COMPETENCIA-ANTERIOR DELIMITED BY SIZE
                      ': '      DELIMITED BY SIZE
                      WS-QTD-ED DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF

            IF WS-QTD-ANTERIOR-FORA > ZEROS
               MOVE WS-QTD-ANTERIOR-FORA TO WS-QTD-ED
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               STRING 'ATENCAO: '  DELIMITED BY SIZE
                      WS-QTD-ED    DELIMITED BY SIZE
                      ' CLIENTE(S) DA COMPETENCIA ANTERIOR FORA DA TABEL
      -               'A (NOVO)'   DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

       P410-IMPRIME-LINHA-MATRIZ.
            MOVE SPACES TO WS-LINHA-MATRIZ
            MOVE WS-SEG-CODIGO(WS-IDX-SEG) TO WS-LMZ-ROTULO
            MOVE ZEROS TO WS-MIG-TOTAL-LINHA
            PERFORM VARYING WS-IDX-COLUNA FROM 1 BY 1
                    UNTIL WS-IDX-COLUNA > WS-QTD-SEGMENTOS
                MOVE WS-MIG-QTD(WS-IDX-SEG, WS-IDX-COLUNA)
                     TO WS-QTD-ED
                MOVE WS-QTD-ED TO WS-LMZ-TEXTO(WS-IDX-COLUNA)
                ADD WS-MIG-QTD(WS-IDX-SEG, WS-IDX-COLUNA)
                    TO WS-MIG-TOTAL-LINHA
            END-PERFORM
            MOVE WS-MIG-TOTAL-LINHA TO WS-QTD-ED
            MOVE WS-QTD-ED TO WS-LMZ-TEXTO(7)
            PERFORM P8300-CONTROLA-PAGINA
            MOVE WS-LINHA-MATRIZ TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED

            MOVE SPACES TO REG-RELATORIO
            STRING '===== SEGMENTACAO RFM - COMPETENCIA '
                   DELIMITED BY SIZE
                   WS-COMPETENCIA   DELIMITED BY SIZE
                   ' - PAGINA '     DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY PAGECTPA.
           COPY DTCONVP.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM RFM-SCORE.
