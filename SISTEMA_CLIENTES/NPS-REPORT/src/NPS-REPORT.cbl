      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Relatorio mensal da pesquisa de satisfacao NPS
      *            (NPSREP.txt): para a competencia da data de
      *            referencia, apura as respostas do NPSFILE.dat
      *            (copybooks NPS*) recebidas no mes - promotores
      *            (9 e 10), neutros (7 e 8), detratores (0 a 6) e o
      *            NPS = % promotores - % detratores - no total, por
      *            filial do pedido, por dono da carteira registrado
      *            no convite e por categoria de item. As categorias
      *            vem das linhas do pedido (ORDLINES.dat) pelo
      *            cadastro de itens (ITM-CATEGORIA); pedido sem
      *            linhas usa o item do mestre de pedidos. Cada
      *            categoria conta uma vez por resposta, mesmo com
      *            varias linhas dela no pedido. Fecha com a lista dos
      *            detratores do mes e o chamado SAC aberto para cada
      *            um pelo NPS-LOAD.
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
       PROGRAM-ID. NPS-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ORDSEL.
           COPY ITMSEL.
           COPY NPSSL.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

           SELECT RELATORIO-NPS ASSIGN TO
           'src\assets\NPSREP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  PESQUISA-NPS.
           COPY NPSF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  RELATORIO-NPS.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-LINHAS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-LINHAS-SIM               VALUE 'S'.
       77  WS-PEDIDOS-ABERTO       PIC X(01)   VALUE 'N'.
           88  WS-PEDIDOS-ABERTO-SIM           VALUE 'S'.
       77  WS-ITENS-ABERTO         PIC X(01)   VALUE 'N'.
           88  WS-ITENS-ABERTO-SIM             VALUE 'S'.

      * PESQUISAS NPS EM MEMORIA (COPYBOOKS NPS*)
           COPY NPSWS.

      * DATA DE REFERENCIA - COMPETENCIA DA APURACAO
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.

      * RESPOSTAS DA COMPETENCIA, COM AS CATEGORIAS DE ITEM DE CADA
      * PEDIDO (UMA VEZ CADA)
       77  WS-MAX-RESPOSTAS        PIC 9(04)   VALUE 2000.
       77  WS-QTD-RESPOSTAS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RESPOSTA         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RSP-ACHADA       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-MAX-CAT-RESPOSTA     PIC 9(02)   VALUE 10.
       77  WS-IDX-CAT-RESPOSTA     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-CATEGORIA-REPETIDA   PIC X(01)   VALUE 'N'.
           88  WS-CATEGORIA-REPETIDA-SIM       VALUE 'S'.
       01  WS-TAB-RESPOSTAS.
           05  WS-RESPOSTA-ENTRADA OCCURS 2000 TIMES.
               10  WS-RSP-PEDIDO       PIC 9(06).
               10  WS-RSP-NOTA         PIC 9(02).
               10  WS-RSP-QTD-CAT      PIC 9(02).
               10  WS-RSP-CATEGORIA    PIC X(04)  OCCURS 10 TIMES.

      * APURACAO POR GRUPO - TIPO F = FILIAL, D = DONO DA CARTEIRA,
      * C = CATEGORIA DE ITEM, T = TOTAL DA COMPETENCIA
       77  WS-MAX-GRUPOS           PIC 9(03)   VALUE 400.
       77  WS-QTD-GRUPOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-GRUPO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-GRP-ACHADO       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-FORA-TABELA      PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-GRUPOS.
           05  WS-GRUPO-ENTRADA    OCCURS 400 TIMES.
               10  WS-GRP-TIPO         PIC X(01).
               10  WS-GRP-CHAVE        PIC X(08).
               10  WS-GRP-RESPOSTAS    PIC 9(05).
               10  WS-GRP-PROMOTORES   PIC 9(05).
               10  WS-GRP-NEUTROS      PIC 9(05).
               10  WS-GRP-DETRATORES   PIC 9(05).

      * LANCAMENTO EM APURACAO
       01  WS-GRUPO-TIPO-PROC      PIC X(01)   VALUE SPACE.
       01  WS-GRUPO-CHAVE-PROC     PIC X(08)   VALUE SPACES.
       77  WS-NOTA-PROC            PIC 9(02)   VALUE ZEROS.
           88  WS-NOTA-DETRATOR                VALUE 0 THRU 6.
           88  WS-NOTA-NEUTRO                  VALUE 7 THRU 8.
           88  WS-NOTA-PROMOTOR                VALUE 9 THRU 10.
       01  WS-CATEGORIA-PROC       PIC X(04)   VALUE SPACES.
       01  WS-ITEM-PROC            PIC X(08)   VALUE SPACES.

      * LINHA IMPRESSA
       77  WS-NPS                  PIC S9(03)V9 VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-PROM-ED              PIC ZZ.ZZ9.
       77  WS-NEUT-ED              PIC ZZ.ZZ9.
       77  WS-DETR-ED              PIC ZZ.ZZ9.
       77  WS-NPS-ED               PIC ---9,9.
       77  WS-NOTA-ED              PIC Z9.
       01  WS-TITULO-SECAO         PIC X(40)   VALUE SPACES.
       01  WS-CHAMADO-TXT          PIC X(06)   VALUE SPACES.
       77  WS-QTD-DETRATORES-MES   PIC 9(05)   VALUE ZEROS COMP.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-SELECIONA-RESPOSTAS
               IF WS-QTD-RESPOSTAS-TAB > ZEROS
                  PERFORM P300-CATEGORIAS-POR-LINHA
                  PERFORM P400-CATEGORIAS-SEM-LINHA
                  PERFORM P500-APURA-CATEGORIAS
               END-IF
               PERFORM P600-IMPRIME-RELATORIO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * So o relatorio e obrigatorio; sem linhas de pedido, mestre de
      * pedidos ou cadastro de itens a resposta cai na categoria SEM.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA

            OPEN OUTPUT RELATORIO-NPS
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
            ELSE
               PERFORM P8620-CARREGA-PESQUISAS
               IF WS-NPS-ESTOUROU-SIM
                  DISPLAY 'AVISO - APURACAO SO COM AS PRIMEIRAS '
                          WS-MAX-NPS ' PESQUISAS.'
               END-IF
               OPEN INPUT ORDER-MASTER
               IF WS-ORD-OK
                  SET WS-PEDIDOS-ABERTO-SIM TO TRUE
               END-IF
               OPEN INPUT ITEM-MASTER
               IF WS-ITEM-OK
                  SET WS-ITENS-ABERTO-SIM TO TRUE
               END-IF
               MOVE SPACES TO REG-RELATORIO
               STRING '===== PESQUISA NPS - COMPETENCIA '
                      DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE 'NPS = % PROMOTORES (9-10) - % DETRATORES (0-6).'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P200-SELECIONA-RESPOSTAS
      * Respostas com data no mes da competencia: entram no total, na
      * filial e no dono da carteira ja aqui; a categoria depende das
      * linhas do pedido e fica para depois.
      ******************************************************************
       P200-SELECIONA-RESPOSTAS.
            PERFORM VARYING WS-IDX-NPS FROM 1 BY 1
                    UNTIL WS-IDX-NPS > WS-QTD-NPS-TAB
                IF WS-NPT-RESPONDIDO(WS-IDX-NPS)
                   AND WS-NPT-DATA-RESPOSTA(WS-IDX-NPS)(1:6)
                       = WS-COMPETENCIA
                   PERFORM P210-REGISTRA-RESPOSTA
                END-IF
            END-PERFORM.

       P210-REGISTRA-RESPOSTA.
            IF WS-QTD-RESPOSTAS-TAB < WS-MAX-RESPOSTAS
               ADD 1 TO WS-QTD-RESPOSTAS-TAB
               MOVE WS-NPT-PEDIDO(WS-IDX-NPS)
                    TO WS-RSP-PEDIDO(WS-QTD-RESPOSTAS-TAB)
               MOVE WS-NPT-NOTA(WS-IDX-NPS)
                    TO WS-RSP-NOTA(WS-QTD-RESPOSTAS-TAB)
               MOVE ZEROS TO WS-RSP-QTD-CAT(WS-QTD-RESPOSTAS-TAB)

               MOVE WS-NPT-NOTA(WS-IDX-NPS) TO WS-NOTA-PROC
               MOVE 'T' TO WS-GRUPO-TIPO-PROC
               MOVE 'TOTAL' TO WS-GRUPO-CHAVE-PROC
               PERFORM P700-ACUMULA-GRUPO
               MOVE 'F' TO WS-GRUPO-TIPO-PROC
               MOVE WS-NPT-FILIAL(WS-IDX-NPS) TO WS-GRUPO-CHAVE-PROC
               IF WS-GRUPO-CHAVE-PROC = SPACES
                  MOVE '??' TO WS-GRUPO-CHAVE-PROC
               END-IF
               PERFORM P700-ACUMULA-GRUPO
               MOVE 'D' TO WS-GRUPO-TIPO-PROC
               MOVE WS-NPT-DONO(WS-IDX-NPS) TO WS-GRUPO-CHAVE-PROC
               IF WS-GRUPO-CHAVE-PROC = SPACES
                  MOVE 'SEMDONO' TO WS-GRUPO-CHAVE-PROC
               END-IF
               PERFORM P700-ACUMULA-GRUPO
               IF WS-NPT-DETRATOR(WS-IDX-NPS)
                  ADD 1 TO WS-QTD-DETRATORES-MES
               END-IF
            ELSE
               ADD 1 TO WS-QTD-FORA-TABELA
            END-IF.

      ******************************************************************
      * P300-CATEGORIAS-POR-LINHA
      * Uma passada no ORDLINES: linha de pedido respondido no mes
      * acrescenta a categoria do item a resposta, se ainda nao esta.
      ******************************************************************
       P300-CATEGORIAS-POR-LINHA.
            OPEN INPUT LINHAS-PEDIDO
            IF WS-LINHAS-OK
               PERFORM P310-LE-LINHA UNTIL WS-FIM-LINHAS-SIM
               CLOSE LINHAS-PEDIDO
            END-IF.

       P310-LE-LINHA.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-LINHAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LINHAS-SIM
               MOVE ZEROS TO WS-IDX-RSP-ACHADA
               PERFORM VARYING WS-IDX-RESPOSTA FROM 1 BY 1
                       UNTIL WS-IDX-RESPOSTA > WS-QTD-RESPOSTAS-TAB
                       OR WS-IDX-RSP-ACHADA > ZEROS
                   IF WS-RSP-PEDIDO(WS-IDX-RESPOSTA) = ORL-NUMERO
                      MOVE WS-IDX-RESPOSTA TO WS-IDX-RSP-ACHADA
                   END-IF
               END-PERFORM
               IF WS-IDX-RSP-ACHADA > ZEROS
                  MOVE ORL-ITEM TO WS-ITEM-PROC
                  PERFORM P350-CATEGORIA-DO-ITEM
                  PERFORM P360-ACRESCENTA-CATEGORIA
               END-IF
            END-IF.

       P350-CATEGORIA-DO-ITEM.
            MOVE SPACES TO WS-CATEGORIA-PROC
            IF WS-ITENS-ABERTO-SIM AND WS-ITEM-PROC NOT = SPACES
               MOVE WS-ITEM-PROC TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               IF WS-ITEM-OK
                  MOVE ITM-CATEGORIA TO WS-CATEGORIA-PROC
               END-IF
            END-IF
            IF WS-CATEGORIA-PROC = SPACES
               MOVE 'SEM ' TO WS-CATEGORIA-PROC
            END-IF.

       P360-ACRESCENTA-CATEGORIA.
            MOVE 'N' TO WS-CATEGORIA-REPETIDA
            PERFORM VARYING WS-IDX-CAT-RESPOSTA FROM 1 BY 1
                    UNTIL WS-IDX-CAT-RESPOSTA >
                          WS-RSP-QTD-CAT(WS-IDX-RSP-ACHADA)
                    OR WS-CATEGORIA-REPETIDA-SIM
                IF WS-RSP-CATEGORIA(WS-IDX-RSP-ACHADA,
                                    WS-IDX-CAT-RESPOSTA)
                   = WS-CATEGORIA-PROC
                   SET WS-CATEGORIA-REPETIDA-SIM TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-CATEGORIA-REPETIDA-SIM
               AND WS-RSP-QTD-CAT(WS-IDX-RSP-ACHADA)
                   < WS-MAX-CAT-RESPOSTA
               ADD 1 TO WS-RSP-QTD-CAT(WS-IDX-RSP-ACHADA)
               MOVE WS-CATEGORIA-PROC
                    TO WS-RSP-CATEGORIA(WS-IDX-RSP-ACHADA,
                       WS-RSP-QTD-CAT(WS-IDX-RSP-ACHADA))
            END-IF.

      ******************************************************************
      * P400-CATEGORIAS-SEM-LINHA
      * Pedido anterior ao ORDLINES (sem linha nenhuma) fica com a
      * categoria do item do mestre de pedidos, como no SALES-REPORT.
      ******************************************************************
       P400-CATEGORIAS-SEM-LINHA.
            PERFORM VARYING WS-IDX-RSP-ACHADA FROM 1 BY 1
                    UNTIL WS-IDX-RSP-ACHADA > WS-QTD-RESPOSTAS-TAB
                IF WS-RSP-QTD-CAT(WS-IDX-RSP-ACHADA) = ZEROS
                   MOVE SPACES TO WS-ITEM-PROC
                   IF WS-PEDIDOS-ABERTO-SIM
                      MOVE WS-RSP-PEDIDO(WS-IDX-RSP-ACHADA)
                           TO ORD-NUMERO
                      READ ORDER-MASTER KEY IS ORD-NUMERO
                      IF WS-ORD-OK
                         MOVE ORD-ITEM(1:8) TO WS-ITEM-PROC
                      END-IF
                   END-IF
                   PERFORM P350-CATEGORIA-DO-ITEM
                   PERFORM P360-ACRESCENTA-CATEGORIA
                END-IF
            END-PERFORM.

       P500-APURA-CATEGORIAS.
            MOVE 'C' TO WS-GRUPO-TIPO-PROC
            PERFORM VARYING WS-IDX-RESPOSTA FROM 1 BY 1
                    UNTIL WS-IDX-RESPOSTA > WS-QTD-RESPOSTAS-TAB
                MOVE WS-RSP-NOTA(WS-IDX-RESPOSTA) TO WS-NOTA-PROC
                PERFORM VARYING WS-IDX-CAT-RESPOSTA FROM 1 BY 1
                        UNTIL WS-IDX-CAT-RESPOSTA >
                              WS-RSP-QTD-CAT(WS-IDX-RESPOSTA)
                    MOVE WS-RSP-CATEGORIA(WS-IDX-RESPOSTA,
                                          WS-IDX-CAT-RESPOSTA)
                         TO WS-GRUPO-CHAVE-PROC
                    PERFORM P700-ACUMULA-GRUPO
                END-PERFORM
            END-PERFORM.

      ******************************************************************
      * P600-IMPRIME-RELATORIO
      * Total, depois uma secao por tipo de grupo na ordem em que as
      * chaves apareceram, e a lista dos detratores do mes.
      ******************************************************************
       P600-IMPRIME-RELATORIO.
            IF WS-QTD-RESPOSTAS-TAB = ZEROS
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'NENHUMA RESPOSTA RECEBIDA NA COMPETENCIA.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            ELSE
               MOVE 'T' TO WS-GRUPO-TIPO-PROC
               MOVE 'TOTAL DA COMPETENCIA' TO WS-TITULO-SECAO
               PERFORM P610-IMPRIME-SECAO
               MOVE 'F' TO WS-GRUPO-TIPO-PROC
               MOVE 'POR FILIAL DO PEDIDO' TO WS-TITULO-SECAO
               PERFORM P610-IMPRIME-SECAO
               MOVE 'D' TO WS-GRUPO-TIPO-PROC
               MOVE 'POR DONO DA CARTEIRA' TO WS-TITULO-SECAO
               PERFORM P610-IMPRIME-SECAO
               MOVE 'C' TO WS-GRUPO-TIPO-PROC
               MOVE 'POR CATEGORIA DE ITEM' TO WS-TITULO-SECAO
               PERFORM P610-IMPRIME-SECAO
               PERFORM P650-IMPRIME-DETRATORES
            END-IF.

       P610-IMPRIME-SECAO.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING '--- ' DELIMITED BY SIZE
                   WS-TITULO-SECAO DELIMITED BY '  '
                   ' ---' DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE 'GRUPO     RESPOSTAS  PROMOT. NEUTROS  DETRAT.     NPS'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS-TAB
                IF WS-GRP-TIPO(WS-IDX-GRUPO) = WS-GRUPO-TIPO-PROC
                   PERFORM P620-LINHA-GRUPO
                END-IF
            END-PERFORM.

       P620-LINHA-GRUPO.
            COMPUTE WS-NPS ROUNDED =
                    ((WS-GRP-PROMOTORES(WS-IDX-GRUPO)
                      - WS-GRP-DETRATORES(WS-IDX-GRUPO)) * 100)
                    / WS-GRP-RESPOSTAS(WS-IDX-GRUPO)
            MOVE WS-GRP-RESPOSTAS(WS-IDX-GRUPO)   TO WS-QTD-ED
            MOVE WS-GRP-PROMOTORES(WS-IDX-GRUPO)  TO WS-PROM-ED
            MOVE WS-GRP-NEUTROS(WS-IDX-GRUPO)     TO WS-NEUT-ED
            MOVE WS-GRP-DETRATORES(WS-IDX-GRUPO)  TO WS-DETR-ED
            MOVE WS-NPS TO WS-NPS-ED
            MOVE SPACES TO REG-RELATORIO
            STRING WS-GRP-CHAVE(WS-IDX-GRUPO) DELIMITED BY SIZE
                   '    '     DELIMITED BY SIZE
                   WS-QTD-ED  DELIMITED BY SIZE
                   '   '      DELIMITED BY SIZE
                   WS-PROM-ED DELIMITED BY SIZE
                   '  '       DELIMITED BY SIZE
                   WS-NEUT-ED DELIMITED BY SIZE
                   '   '      DELIMITED BY SIZE
                   WS-DETR-ED DELIMITED BY SIZE
                   '  '       DELIMITED BY SIZE
                   WS-NPS-ED  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P650-IMPRIME-DETRATORES.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '--- DETRATORES DO MES ---' TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-QTD-DETRATORES-MES = ZEROS
               MOVE 'NENHUM.' TO REG-RELATORIO
               WRITE REG-RELATORIO
            ELSE
               MOVE 'PEDIDO CLIENTE NOTA CHAMADO COMENTARIO'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM VARYING WS-IDX-NPS FROM 1 BY 1
                       UNTIL WS-IDX-NPS > WS-QTD-NPS-TAB
                   IF WS-NPT-RESPONDIDO(WS-IDX-NPS)
                      AND WS-NPT-DETRATOR(WS-IDX-NPS)
                      AND WS-NPT-DATA-RESPOSTA(WS-IDX-NPS)(1:6)
                          = WS-COMPETENCIA
                      PERFORM P660-LINHA-DETRATOR
                   END-IF
               END-PERFORM
            END-IF.

       P660-LINHA-DETRATOR.
            MOVE WS-NPT-NOTA(WS-IDX-NPS) TO WS-NOTA-ED
            IF WS-NPT-CHAMADO(WS-IDX-NPS) = ZEROS
               MOVE '------' TO WS-CHAMADO-TXT
            ELSE
               MOVE WS-NPT-CHAMADO(WS-IDX-NPS) TO WS-CHAMADO-TXT
            END-IF
            MOVE SPACES TO REG-RELATORIO
            STRING WS-NPT-PEDIDO(WS-IDX-NPS)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-NPT-CLIENTE(WS-IDX-NPS) DELIMITED BY SIZE
                   '   '                      DELIMITED BY SIZE
                   WS-NOTA-ED                 DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-CHAMADO-TXT             DELIMITED BY SIZE
                   '  '                       DELIMITED BY SIZE
                   WS-NPT-COMENTARIO(WS-IDX-NPS) DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P700-ACUMULA-GRUPO
      * Soma a nota WS-NOTA-PROC no grupo tipo/chave, criando a
      * entrada na primeira ocorrencia.
      ******************************************************************
       P700-ACUMULA-GRUPO.
            MOVE ZEROS TO WS-IDX-GRP-ACHADO
            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS-TAB
                    OR WS-IDX-GRP-ACHADO > ZEROS
                IF WS-GRP-TIPO(WS-IDX-GRUPO) = WS-GRUPO-TIPO-PROC
                   AND WS-GRP-CHAVE(WS-IDX-GRUPO) = WS-GRUPO-CHAVE-PROC
                   MOVE WS-IDX-GRUPO TO WS-IDX-GRP-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-GRP-ACHADO = ZEROS
               IF WS-QTD-GRUPOS-TAB < WS-MAX-GRUPOS
                  ADD 1 TO WS-QTD-GRUPOS-TAB
                  MOVE WS-QTD-GRUPOS-TAB TO WS-IDX-GRP-ACHADO
                  MOVE WS-GRUPO-TIPO-PROC
                       TO WS-GRP-TIPO(WS-IDX-GRP-ACHADO)
                  MOVE WS-GRUPO-CHAVE-PROC
                       TO WS-GRP-CHAVE(WS-IDX-GRP-ACHADO)
                  MOVE ZEROS TO WS-GRP-RESPOSTAS(WS-IDX-GRP-ACHADO)
                                WS-GRP-PROMOTORES(WS-IDX-GRP-ACHADO)
                                WS-GRP-NEUTROS(WS-IDX-GRP-ACHADO)
                                WS-GRP-DETRATORES(WS-IDX-GRP-ACHADO)
               ELSE
                  ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
            END-IF

            IF WS-IDX-GRP-ACHADO > ZEROS
               ADD 1 TO WS-GRP-RESPOSTAS(WS-IDX-GRP-ACHADO)
               EVALUATE TRUE
                   WHEN WS-NOTA-PROMOTOR
                        ADD 1 TO WS-GRP-PROMOTORES(WS-IDX-GRP-ACHADO)
                   WHEN WS-NOTA-NEUTRO
                        ADD 1 TO WS-GRP-NEUTROS(WS-IDX-GRP-ACHADO)
                   WHEN OTHER
                        ADD 1 TO WS-GRP-DETRATORES(WS-IDX-GRP-ACHADO)
               END-EVALUATE
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-PEDIDOS-ABERTO-SIM
                  CLOSE ORDER-MASTER
               END-IF
               IF WS-ITENS-ABERTO-SIM
                  CLOSE ITEM-MASTER
               END-IF
               CLOSE RELATORIO-NPS
               MOVE 'NPS-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\NPSREP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PESQUISA NPS ' WS-COMPETENCIA ': '
                       WS-QTD-RESPOSTAS-TAB ' RESPOSTA(S), '
                       WS-QTD-DETRATORES-MES ' DETRATOR(ES).'
               IF WS-QTD-FORA-TABELA > ZEROS OR WS-NPS-ESTOUROU-SIM
                  DISPLAY 'AVISO - ' WS-QTD-FORA-TABELA
                          ' LANCAMENTO(S) ALEM DAS TABELAS.'
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY NPSPA.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM NPS-REPORT.
