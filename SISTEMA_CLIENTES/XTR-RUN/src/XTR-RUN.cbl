      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Sub-rotina que executa um pedido da biblioteca de
      *            extracoes ad hoc de clientes (XTRREQ.dat, mantida
      *            pelo XTR-MAINT). O pedido diz quais campos sair
      *            (catalogo XTRCTWS - dados do CUSTMAST e os
      *            derivados saldo em aberto, grau de risco, segmento
      *            RFM e dias sem contato), as condicoes de selecao,
      *            a ordenacao e o formato (CSV ou colunas fixas). So
      *            clientes ativos entram, como no CAMPAIGN-EXTRACT.
      *            A saida vai para XTR-<PEDIDO>.AAAAMMDD.HHMMSS.csv
      *            (ou .txt nas colunas fixas) e cada arquivo gerado
      *            ganha uma linha no XTRLOG.txt com o operador e a
      *            contagem - a prestacao de contas da LGPD. Sem o
      *            registro disponivel a extracao nao roda.
      *            Acaba com os pedidos de favor e as alteracoes
      *            descartaveis no CAMPAIGN-EXTRACT a cada lista nova.
      *            Devolve na area de passagem (copybook XTRWS) o
      *            nome do arquivo, as linhas e o retorno: 0 ok, 4
      *            com aviso (tabela de derivado estourada ou arquivo
      *            de derivado ausente), 8 nada gerado.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Cliente anonimizado (LGPD) fica fora de toda
      *                  extracao, como no CSV-EXPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTR-RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY RFMSL.
           COPY ASOFSL.
           COPY XTRRQSL.
           COPY XTRLGSL.

           SELECT ARQUIVO-RISCO ASSIGN TO
           'src\assets\RISKGRAD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RISCO-STATUS.

           SELECT WORK-EXTRACAO ASSIGN TO
           'src\assets\WKXTR.tmp'.

           SELECT ARQUIVO-EXTRACAO ASSIGN TO
           WS-ARQ-EXTRACAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  HISTORICO-RFM.
           COPY RFMF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  PEDIDOS-EXTRACAO.
           COPY XTRRQF.

       FD  LOG-EXTRACOES.
           COPY XTRLGF.

       FD  ARQUIVO-RISCO.
           COPY RISKF.

       SD  WORK-EXTRACAO.
       01  REG-WORK-EXTRACAO.
           05  WXT-CHAVE-1             PIC X(32).
           05  WXT-CHAVE-2             PIC X(32).
           05  WXT-CODIGO              PIC 9(06).
           05  WXT-LINHA               PIC X(400).

       FD  ARQUIVO-EXTRACAO.
       01  REG-EXTRACAO                PIC X(400).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-FIM-ARQUIVO             VALUE '10'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-RFM-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-RFM-OK                       VALUE '00'.
       77  WS-RISCO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-RISCO-OK                     VALUE '00'.
       77  WS-XTRREQ-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-XTRREQ-OK                    VALUE '00'.
       77  WS-XTRLOG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-XTRLOG-OK                    VALUE '00'.
           88  WS-XTRLOG-NAO-CRIADO            VALUE '35'.
       77  WS-EXTRACAO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-EXTRACAO-OK                  VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-AVISO                PIC X(01)   VALUE 'N'.
           88  WS-AVISO-SIM                    VALUE 'S'.
       77  WS-FIM-LEITURA          PIC X(01)   VALUE 'N'.
           88  WS-FIM-LEITURA-SIM              VALUE 'S'.
       77  WS-PEDIDO-ACHADO        PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-ACHADO-SIM            VALUE 'S'.
       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*) - BASE DOS
      * DIAS SEM CONTATO
           COPY ASOFWS.

      * CATALOGO DOS CAMPOS DE EXTRACAO (COPYBOOKS XTRCT*)
           COPY XTRCTWS.

      * PEDIDO RESOLVIDO CONTRA O CATALOGO - POSICAO DE CADA CAMPO DE
      * SAIDA, DE CADA CONDICAO (ZERO = CONDICAO VAZIA) E DE CADA
      * CAMPO DE ORDENACAO (ZERO = SEM ORDENACAO)
       01  WS-PEDIDO-RESOLVIDO.
           05  WS-SAI-CATALOGO     PIC 9(02)  COMP OCCURS 12 TIMES.
           05  WS-CND-CATALOGO     PIC 9(02)  COMP OCCURS 6 TIMES.
           05  WS-ORD-CATALOGO     PIC 9(02)  COMP OCCURS 2 TIMES.
       77  WS-QTD-SAIDA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-SAIDA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-COND             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-ORDEM            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PEDIDO-INVALIDO      PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-INVALIDO-SIM          VALUE 'S'.

      * DERIVADOS PEDIDOS EM ALGUM CAMPO, CONDICAO OU ORDENACAO - SO
      * ESSES ARQUIVOS SAO LIDOS
       77  WS-USA-SALDO            PIC X(01)   VALUE 'N'.
           88  WS-USA-SALDO-SIM                VALUE 'S'.
       77  WS-USA-RISCO            PIC X(01)   VALUE 'N'.
           88  WS-USA-RISCO-SIM                VALUE 'S'.
       77  WS-USA-SEGMENTO         PIC X(01)   VALUE 'N'.
           88  WS-USA-SEGMENTO-SIM             VALUE 'S'.

      * SALDO EM ABERTO POR CLIENTE (PARCELAS 'A' DO INSTFILE)
       77  WS-MAX-SALDOS           PIC 9(04)   VALUE 5000.
       77  WS-QTD-SALDOS-TAB       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO            PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO-ACHADO     PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-SALDOS.
           05  WS-SALDO-ENTRADA    OCCURS 5000 TIMES.
               10  WS-SLD-CODIGO       PIC 9(06).
               10  WS-SLD-VALOR        PIC 9(11)V99.

      * GRAU DE RISCO POR CLIENTE (RISKGRAD.dat)
       77  WS-MAX-RISCOS           PIC 9(04)   VALUE 5000.
       77  WS-QTD-RISCOS-TAB       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RISCO            PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-RISCOS.
           05  WS-RISCO-ENTRADA    OCCURS 5000 TIMES.
               10  WS-RSC-CODIGO       PIC 9(06).
               10  WS-RSC-GRAU         PIC X(01).

      * SEGMENTO RFM POR CLIENTE NA ULTIMA COMPETENCIA DO RFMHIST.dat
       77  WS-COMPETENCIA-RFM      PIC 9(06)   VALUE ZEROS.
       77  WS-MAX-SEGMENTOS        PIC 9(04)   VALUE 5000.
       77  WS-QTD-SEGMENTOS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-SEGMENTO         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-SEGMENTOS.
           05  WS-SEGMENTO-ENTRADA OCCURS 5000 TIMES.
               10  WS-SGC-CODIGO       PIC 9(06).
               10  WS-SGC-SEGMENTO     PIC X(04).

      * VALOR DO CAMPO CORRENTE DO CLIENTE: TEXTO DE SAIDA, NUMERO
      * PARA COMPARACAO E CHAVE DE ORDENACAO
       77  WS-IDX-CAMPO            PIC 9(02)   VALUE ZEROS COMP.
       01  WS-CPO-TEXTO            PIC X(40)   VALUE SPACES.
       01  WS-CPO-NUMERO           PIC 9(14)V99 VALUE ZEROS.
       01  WS-CPO-CHAVE            PIC X(32)   VALUE SPACES.
       01  WS-CPO-CHAVE-NUM-G.
           05  WS-CPO-CHAVE-NUM    PIC 9(14)V99.
       01  WS-CPO-INTEIRO          PIC 9(14)   VALUE ZEROS.
       01  WS-CPO-VALOR-ED         PIC Z(10)9,99.
       01  WS-CPO-TEXTO-AUX        PIC X(40)   VALUE SPACES.
       77  WS-TAM-TEXTO            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-INICIO-DIGITOS       PIC 9(02)   VALUE ZEROS COMP.

       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.
       77  WS-JULIANO-REFERENCIA   PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-SEM-CONTATO     PIC S9(08)  VALUE ZEROS COMP.

      * CONDICAO IN - LISTA SEPARADA POR VIRGULA, ATE 6 VALORES
       77  WS-PASSA                PIC X(01)   VALUE 'S'.
           88  WS-PASSA-SIM                    VALUE 'S'.
       01  WS-VALOR-COMPARA        PIC X(30)   VALUE SPACES.
       01  WS-LISTA-VALORES.
           05  WS-VALOR-LISTA      PIC X(30)  OCCURS 6 TIMES.
       77  WS-IDX-LISTA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-ACHOU-NA-LISTA       PIC X(01)   VALUE 'N'.
           88  WS-ACHOU-NA-LISTA-SIM           VALUE 'S'.

      * LINHA DE SAIDA
       01  WS-LINHA-SAIDA          PIC X(400)  VALUE SPACES.
       77  WS-PONTEIRO             PIC 9(03)   VALUE 1     COMP.

      * NOME DO ARQUIVO GERADO E CARIMBO DA RODADA
       77  WS-ARQ-EXTRACAO         PIC X(64)   VALUE SPACES.
       01  WS-DATA-RODADA          PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-RODADA          PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-RODADA-R REDEFINES WS-HORA-RODADA.
           05  WS-HORA-HHMMSS      PIC 9(06).
           05  FILLER              PIC 9(02).

       77  WS-QTD-LIDOS            PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-LINHAS           PIC 9(07)   VALUE ZEROS COMP.

      * CONVERSAO DE DATA ISO -> BR E DIA JULIANO (COPYBOOKS DTCONV*)
           COPY DTCONVW.

       LINKAGE SECTION.
       01  LNK-XTR-PARAMETROS.
           05  LNK-XTR-PEDIDO      PIC X(12).
           05  LNK-XTR-OPERADOR    PIC X(08).
           05  LNK-XTR-ARQUIVO     PIC X(64).
           05  LNK-XTR-QTD-LINHAS  PIC 9(07).
           05  LNK-XTR-RETORNO     PIC 9(01).

       PROCEDURE DIVISION USING LNK-XTR-PARAMETROS.

      * PREPARACAO - PEDIDO, DERIVADOS E ARQUIVOS
       S1-PREPARACAO SECTION.
       P000-MAINLINE.
            MOVE SPACES TO LNK-XTR-ARQUIVO
            MOVE ZEROS  TO LNK-XTR-QTD-LINHAS
            MOVE 'N'    TO WS-ERRO-ABERTURA
            MOVE 'N'    TO WS-AVISO
            MOVE ZEROS  TO WS-QTD-LIDOS
            MOVE ZEROS  TO WS-QTD-LINHAS
            PERFORM P8050-DEFINE-AMBIENTE

            PERFORM P100-CARREGA-PEDIDO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P110-RESOLVE-PEDIDO
            END-IF
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P120-ABRE-ARQUIVOS
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P150-CARREGA-DERIVADOS
               PERFORM P160-GRAVA-TITULOS
               EVALUATE TRUE
                   WHEN XRQ-ORDEM-DECRESCENTE(1)
                        AND XRQ-ORDEM-DECRESCENTE(2)
                        SORT WORK-EXTRACAO
                             ON DESCENDING KEY WXT-CHAVE-1
                                               WXT-CHAVE-2
                             ON ASCENDING KEY WXT-CODIGO
                             INPUT PROCEDURE IS P200-SELECIONA
                             OUTPUT PROCEDURE IS P300-GRAVA-SAIDA
                   WHEN XRQ-ORDEM-DECRESCENTE(1)
                        SORT WORK-EXTRACAO
                             ON DESCENDING KEY WXT-CHAVE-1
                             ON ASCENDING KEY WXT-CHAVE-2
                                              WXT-CODIGO
                             INPUT PROCEDURE IS P200-SELECIONA
                             OUTPUT PROCEDURE IS P300-GRAVA-SAIDA
                   WHEN XRQ-ORDEM-DECRESCENTE(2)
                        SORT WORK-EXTRACAO
                             ON ASCENDING KEY WXT-CHAVE-1
                             ON DESCENDING KEY WXT-CHAVE-2
                             ON ASCENDING KEY WXT-CODIGO
                             INPUT PROCEDURE IS P200-SELECIONA
                             OUTPUT PROCEDURE IS P300-GRAVA-SAIDA
                   WHEN OTHER
                        SORT WORK-EXTRACAO
                             ON ASCENDING KEY WXT-CHAVE-1
                                              WXT-CHAVE-2
                                              WXT-CODIGO
                             INPUT PROCEDURE IS P200-SELECIONA
                             OUTPUT PROCEDURE IS P300-GRAVA-SAIDA
               END-EVALUATE
            END-IF

            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-CARREGA-PEDIDO
      * Procura o pedido pelo nome na biblioteca; o registro achado
      * fica na area do FD para o resto da rodada.
      ******************************************************************
       P100-CARREGA-PEDIDO.
            MOVE 'N' TO WS-PEDIDO-ACHADO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT PEDIDOS-EXTRACAO
            IF WS-XTRREQ-OK
               PERFORM P105-LE-PEDIDO
                   UNTIL WS-FIM-LEITURA-SIM OR WS-PEDIDO-ACHADO-SIM
               CLOSE PEDIDOS-EXTRACAO
            END-IF
            IF NOT WS-PEDIDO-ACHADO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'PEDIDO DE EXTRACAO ' LNK-XTR-PEDIDO
                       ' NAO ENCONTRADO NA BIBLIOTECA (XTRREQ.dat '
                       'STATUS ' WS-XTRREQ-STATUS ').'
            END-IF.

       P105-LE-PEDIDO.
            READ PEDIDOS-EXTRACAO
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               AND XRQ-NOME = LNK-XTR-PEDIDO
               SET WS-PEDIDO-ACHADO-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P110-RESOLVE-PEDIDO
      * Troca cada codigo de campo pela posicao no catalogo. Codigo
      * desconhecido, IN em campo nao alfanumerico, pedido sem campo
      * de saida ou formato fora de C/F invalidam o pedido inteiro -
      * o XTR-MAINT ja critica na gravacao, aqui e a ultima barreira
      * para um XTRREQ.dat editado na mao.
      ******************************************************************
       P110-RESOLVE-PEDIDO.
            MOVE 'N'   TO WS-PEDIDO-INVALIDO
            MOVE ZEROS TO WS-QTD-SAIDA
            MOVE 'N'   TO WS-USA-SALDO
            MOVE 'N'   TO WS-USA-RISCO
            MOVE 'N'   TO WS-USA-SEGMENTO

            PERFORM VARYING WS-IDX-SAIDA FROM 1 BY 1
                    UNTIL WS-IDX-SAIDA > 12
                IF XRQ-CAMPO(WS-IDX-SAIDA) NOT = SPACES
                   MOVE XRQ-CAMPO(WS-IDX-SAIDA)
                        TO WS-XTR-CODIGO-PROCURADO
                   PERFORM P115-CONFERE-CODIGO
                   ADD 1 TO WS-QTD-SAIDA
                   MOVE WS-XTR-IDX-ACHADO
                        TO WS-SAI-CATALOGO(WS-QTD-SAIDA)
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-COND FROM 1 BY 1
                    UNTIL WS-IDX-COND > 6
                MOVE ZEROS TO WS-CND-CATALOGO(WS-IDX-COND)
                IF XRQ-COND-CAMPO(WS-IDX-COND) NOT = SPACES
                   MOVE XRQ-COND-CAMPO(WS-IDX-COND)
                        TO WS-XTR-CODIGO-PROCURADO
                   PERFORM P115-CONFERE-CODIGO
                   MOVE WS-XTR-IDX-ACHADO
                        TO WS-CND-CATALOGO(WS-IDX-COND)
                   IF NOT XRQ-OPER-VALIDO(WS-IDX-COND)
                      SET WS-PEDIDO-INVALIDO-SIM TO TRUE
                      DISPLAY 'OPERADOR ' XRQ-COND-OPERADOR(WS-IDX-COND)
                              ' INVALIDO NA CONDICAO ' WS-IDX-COND
                   END-IF
                   IF XRQ-OPER-LISTA(WS-IDX-COND)
                      AND WS-XTR-IDX-ACHADO > ZEROS
                      IF NOT WS-XTR-CAT-ALFA(WS-XTR-IDX-ACHADO)
                         SET WS-PEDIDO-INVALIDO-SIM TO TRUE
                         DISPLAY 'IN SO VALE PARA CAMPO ALFANUMERICO '
                                 '- CONDICAO ' WS-IDX-COND
                      END-IF
                   END-IF
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-ORDEM FROM 1 BY 1
                    UNTIL WS-IDX-ORDEM > 2
                MOVE ZEROS TO WS-ORD-CATALOGO(WS-IDX-ORDEM)
                IF XRQ-ORDEM-CAMPO(WS-IDX-ORDEM) NOT = SPACES
                   MOVE XRQ-ORDEM-CAMPO(WS-IDX-ORDEM)
                        TO WS-XTR-CODIGO-PROCURADO
                   PERFORM P115-CONFERE-CODIGO
                   MOVE WS-XTR-IDX-ACHADO
                        TO WS-ORD-CATALOGO(WS-IDX-ORDEM)
                END-IF
            END-PERFORM

            IF WS-QTD-SAIDA = ZEROS
               SET WS-PEDIDO-INVALIDO-SIM TO TRUE
               DISPLAY 'PEDIDO SEM NENHUM CAMPO DE SAIDA.'
            END-IF
            IF NOT XRQ-FORMATO-VALIDO
               SET WS-PEDIDO-INVALIDO-SIM TO TRUE
               DISPLAY 'FORMATO ' XRQ-FORMATO ' INVALIDO (C OU F).'
            END-IF

            IF WS-PEDIDO-INVALIDO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'PEDIDO ' XRQ-NOME ' INVALIDO - NADA GERADO.'
            END-IF.

       P115-CONFERE-CODIGO.
            PERFORM P8945-LOCALIZA-CAMPO-EXTRACAO
            IF WS-XTR-IDX-ACHADO = ZEROS
               SET WS-PEDIDO-INVALIDO-SIM TO TRUE
               DISPLAY 'CAMPO ' WS-XTR-CODIGO-PROCURADO
                       ' FORA DO CATALOGO.'
            ELSE
               EVALUATE WS-XTR-CODIGO-PROCURADO
                   WHEN 'SALD' SET WS-USA-SALDO-SIM TO TRUE
                   WHEN 'RISC' SET WS-USA-RISCO-SIM TO TRUE
                   WHEN 'SEGM' SET WS-USA-SEGMENTO-SIM TO TRUE
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P120-ABRE-ARQUIVOS
      * O registro de prestacao de contas abre primeiro: sem ele nao
      * sai arquivo nenhum com dado pessoal.
      ******************************************************************
       P120-ABRE-ARQUIVOS.
            ACCEPT WS-DATA-RODADA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-RODADA FROM TIME
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-JULIANO-REFERENCIA

            OPEN EXTEND LOG-EXTRACOES
            IF WS-XTRLOG-NAO-CRIADO
               OPEN OUTPUT LOG-EXTRACOES
            END-IF
            IF NOT WS-XTRLOG-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'REGISTRO DE EXTRACOES (XTRLOG.txt) '
                       'INDISPONIVEL - STATUS ' WS-XTRLOG-STATUS
                       ' - EXTRACAO NAO EXECUTADA.'
            ELSE
               MOVE SPACES TO WS-ARQ-EXTRACAO
               IF XRQ-FORMATO-CSV
                  STRING 'src\assets\XTR-'  DELIMITED BY SIZE
                         XRQ-NOME           DELIMITED BY SPACE
                         '.'                DELIMITED BY SIZE
                         WS-DATA-RODADA     DELIMITED BY SIZE
                         '.'                DELIMITED BY SIZE
                         WS-HORA-HHMMSS     DELIMITED BY SIZE
                         '.csv'             DELIMITED BY SIZE
                         INTO WS-ARQ-EXTRACAO
                  END-STRING
               ELSE
                  STRING 'src\assets\XTR-'  DELIMITED BY SIZE
                         XRQ-NOME           DELIMITED BY SPACE
                         '.'                DELIMITED BY SIZE
                         WS-DATA-RODADA     DELIMITED BY SIZE
                         '.'                DELIMITED BY SIZE
                         WS-HORA-HHMMSS     DELIMITED BY SIZE
                         '.txt'             DELIMITED BY SIZE
                         INTO WS-ARQ-EXTRACAO
                  END-STRING
               END-IF

               OPEN INPUT CUSTOMER-MASTER
               OPEN OUTPUT ARQUIVO-EXTRACAO
               IF NOT WS-CUST-OK OR NOT WS-EXTRACAO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - MASTER: '
                          WS-CUST-STATUS ' EXTRACAO: '
                          WS-EXTRACAO-STATUS
                  IF WS-CUST-OK
                     CLOSE CUSTOMER-MASTER
                  END-IF
                  IF WS-EXTRACAO-OK
                     CLOSE ARQUIVO-EXTRACAO
                  END-IF
                  CLOSE LOG-EXTRACOES
               END-IF
            END-IF.

       P150-CARREGA-DERIVADOS.
            IF WS-USA-SALDO-SIM
               PERFORM P152-CARREGA-SALDOS
            END-IF
            IF WS-USA-RISCO-SIM
               PERFORM P155-CARREGA-RISCOS
            END-IF
            IF WS-USA-SEGMENTO-SIM
               PERFORM P157-CARREGA-SEGMENTOS
            END-IF.

      *     SOMA DAS PARCELAS EM ABERTO POR CLIENTE, EM QUALQUER ORDEM
      *     DO INSTFILE
       P152-CARREGA-SALDOS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               PERFORM P153-LE-PARCELA UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-PARCELAS
            ELSE
               SET WS-AVISO-SIM TO TRUE
               DISPLAY 'AVISO - INSTFILE INDISPONIVEL (STATUS '
                       WS-PARCELAS-STATUS ') - SALDO SAI ZERADO.'
            END-IF.

       P153-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM AND PCL-ABERTA
               MOVE ZEROS TO WS-IDX-SALDO-ACHADO
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                       OR WS-IDX-SALDO-ACHADO > ZEROS
                   IF WS-SLD-CODIGO(WS-IDX-SALDO) = PCL-CODIGO
                      MOVE WS-IDX-SALDO TO WS-IDX-SALDO-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-SALDO-ACHADO > ZEROS
                  ADD PCL-VALOR TO WS-SLD-VALOR(WS-IDX-SALDO-ACHADO)
               ELSE
                  IF WS-QTD-SALDOS-TAB < WS-MAX-SALDOS
                     ADD 1 TO WS-QTD-SALDOS-TAB
                     MOVE PCL-CODIGO
                          TO WS-SLD-CODIGO(WS-QTD-SALDOS-TAB)
                     MOVE PCL-VALOR
                          TO WS-SLD-VALOR(WS-QTD-SALDOS-TAB)
                  ELSE
                     IF NOT WS-AVISO-SIM
                        DISPLAY 'AVISO - MAIS DE ' WS-MAX-SALDOS
                                ' CLIENTES COM PARCELA EM ABERTO - '
                                'EXCEDENTES SAEM COM SALDO ZERO.'
                     END-IF
                     SET WS-AVISO-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P155-CARREGA-RISCOS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-RISCO
            IF WS-RISCO-OK
               PERFORM P156-LE-RISCO UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-RISCO
            ELSE
               SET WS-AVISO-SIM TO TRUE
               DISPLAY 'AVISO - RISKGRAD.dat INDISPONIVEL (STATUS '
                       WS-RISCO-STATUS ') - GRAU SAI EM BRANCO.'
            END-IF.

       P156-LE-RISCO.
            READ ARQUIVO-RISCO
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               IF WS-QTD-RISCOS-TAB < WS-MAX-RISCOS
                  ADD 1 TO WS-QTD-RISCOS-TAB
                  MOVE RSK-CODIGO TO WS-RSC-CODIGO(WS-QTD-RISCOS-TAB)
                  MOVE RSK-GRAU   TO WS-RSC-GRAU(WS-QTD-RISCOS-TAB)
               ELSE
                  SET WS-AVISO-SIM TO TRUE
                  SET WS-FIM-LEITURA-SIM TO TRUE
                  DISPLAY 'AVISO - RISKGRAD.dat COM MAIS DE '
                          WS-MAX-RISCOS ' CLIENTES - EXCEDENTES SAEM '
                          'SEM GRAU.'
               END-IF
            END-IF.

      *     PRIMEIRA PASSADA ACHA A ULTIMA COMPETENCIA PONTUADA, A
      *     SEGUNDA CARREGA OS SEGMENTOS DELA (COMO NO CAMPAIGN-EXTRACT)
       P157-CARREGA-SEGMENTOS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT HISTORICO-RFM
            IF WS-RFM-OK
               PERFORM P158-LE-COMPETENCIA-RFM UNTIL WS-FIM-LEITURA-SIM
               CLOSE HISTORICO-RFM
               MOVE 'N' TO WS-FIM-LEITURA
               OPEN INPUT HISTORICO-RFM
               PERFORM P159-LE-SEGMENTO UNTIL WS-FIM-LEITURA-SIM
               CLOSE HISTORICO-RFM
            ELSE
               SET WS-AVISO-SIM TO TRUE
               DISPLAY 'AVISO - RFMHIST.dat INDISPONIVEL (STATUS '
                       WS-RFM-STATUS ') - SEGMENTO SAI EM BRANCO.'
            END-IF.

       P158-LE-COMPETENCIA-RFM.
            READ HISTORICO-RFM
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               AND RFM-COMPETENCIA > WS-COMPETENCIA-RFM
               MOVE RFM-COMPETENCIA TO WS-COMPETENCIA-RFM
            END-IF.

       P159-LE-SEGMENTO.
            READ HISTORICO-RFM
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               AND RFM-COMPETENCIA = WS-COMPETENCIA-RFM
               IF WS-QTD-SEGMENTOS-TAB < WS-MAX-SEGMENTOS
                  ADD 1 TO WS-QTD-SEGMENTOS-TAB
                  MOVE RFM-CODIGO-CLIENTE
                       TO WS-SGC-CODIGO(WS-QTD-SEGMENTOS-TAB)
                  MOVE RFM-SEGMENTO
                       TO WS-SGC-SEGMENTO(WS-QTD-SEGMENTOS-TAB)
               ELSE
                  SET WS-AVISO-SIM TO TRUE
                  SET WS-FIM-LEITURA-SIM TO TRUE
                  DISPLAY 'AVISO - RFMHIST.dat COM MAIS DE '
                          WS-MAX-SEGMENTOS ' CLIENTES NA COMPETENCIA '
                          '- EXCEDENTES SAEM SEM SEGMENTO.'
               END-IF
            END-IF.

      *     TITULOS DAS COLUNAS SO NO CSV - A SAIDA DE COLUNAS FIXAS E
      *     SO DADO, NA ORDEM E LARGURA DO CATALOGO
       P160-GRAVA-TITULOS.
            IF XRQ-FORMATO-CSV
               MOVE SPACES TO WS-LINHA-SAIDA
               MOVE 1 TO WS-PONTEIRO
               PERFORM VARYING WS-IDX-SAIDA FROM 1 BY 1
                       UNTIL WS-IDX-SAIDA > WS-QTD-SAIDA
                   MOVE WS-SAI-CATALOGO(WS-IDX-SAIDA) TO WS-IDX-CAMPO
                   MOVE WS-XTR-CAT-ROTULO(WS-IDX-CAMPO) TO WS-CPO-TEXTO
                   MOVE 20 TO WS-TAM-TEXTO
                   PERFORM P470-ACHA-TAMANHO
                   IF WS-TAM-TEXTO > ZEROS
                      STRING WS-CPO-TEXTO(1:WS-TAM-TEXTO)
                             DELIMITED BY SIZE
                             INTO WS-LINHA-SAIDA
                             WITH POINTER WS-PONTEIRO
                      END-STRING
                   END-IF
                   IF WS-IDX-SAIDA < WS-QTD-SAIDA
                      STRING ';' DELIMITED BY SIZE
                             INTO WS-LINHA-SAIDA
                             WITH POINTER WS-PONTEIRO
                      END-STRING
                   END-IF
               END-PERFORM
               MOVE WS-LINHA-SAIDA TO REG-EXTRACAO
               WRITE REG-EXTRACAO
            END-IF.

      * SELECAO - CLIENTES ATIVOS QUE PASSAM EM TODAS AS CONDICOES
       S2-SELECAO SECTION.
       P200-SELECIONA.
            PERFORM P210-LE-CLIENTE UNTIL WS-CUST-FIM-ARQUIVO.

       P210-LE-CLIENTE.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ

            IF NOT WS-CUST-FIM-ARQUIVO
               ADD 1 TO WS-QTD-LIDOS
      *        CLIENTE ANONIMIZADO (LGPD) NAO SAI EM EXTRATO NENHUM
               IF CSV-REGISTRO-ATIVO AND NOT CSV-ANONIMIZADO
                  PERFORM P220-PREPARA-CLIENTE
                  PERFORM P230-AVALIA-CONDICOES
                  IF WS-PASSA-SIM
                     PERFORM P250-LIBERA-LINHA
                  END-IF
               END-IF
            END-IF.

      *     O QUE E CALCULADO UMA VEZ POR CLIENTE, USADO OU NAO
       P220-PREPARA-CLIENTE.
            MOVE SPACES TO WS-NOME-COMPLETO
            IF CSV-NOME-MEIO = SPACES
               STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-ULTIMO    DELIMITED BY SPACE
                      INTO WS-NOME-COMPLETO
               END-STRING
            ELSE
               STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-MEIO      DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
                      CSV-NOME-ULTIMO    DELIMITED BY SPACE
                      INTO WS-NOME-COMPLETO
               END-STRING
            END-IF

            IF CSV-DATA-ULTIMO-CONTATO = ZEROS
               OR CSV-DATA-ULTIMO-CONTATO NOT NUMERIC
               MOVE 99999 TO WS-DIAS-SEM-CONTATO
            ELSE
               MOVE CSV-DATA-ULTIMO-CONTATO TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               COMPUTE WS-DIAS-SEM-CONTATO =
                       WS-JULIANO-REFERENCIA - WS-DIA-JULIANO
               IF WS-DIAS-SEM-CONTATO < ZEROS
                  MOVE ZEROS TO WS-DIAS-SEM-CONTATO
               END-IF
               IF WS-DIAS-SEM-CONTATO > 99998
                  MOVE 99998 TO WS-DIAS-SEM-CONTATO
               END-IF
            END-IF.

      ******************************************************************
      * P230-AVALIA-CONDICOES
      * Todas as condicoes preenchidas tem de valer (E). Campo
      * alfanumerico compara texto (IN = qualquer um da lista);
      * numerico, valor e data comparam o numero guardado no pedido.
      ******************************************************************
       P230-AVALIA-CONDICOES.
            MOVE 'S' TO WS-PASSA
            PERFORM P235-AVALIA-CONDICAO
                VARYING WS-IDX-COND FROM 1 BY 1
                UNTIL WS-IDX-COND > 6 OR NOT WS-PASSA-SIM.

       P235-AVALIA-CONDICAO.
            IF WS-CND-CATALOGO(WS-IDX-COND) > ZEROS
               MOVE WS-CND-CATALOGO(WS-IDX-COND) TO WS-IDX-CAMPO
               PERFORM P400-OBTEM-CAMPO
               IF WS-XTR-CAT-ALFA(WS-IDX-CAMPO)
                  MOVE XRQ-COND-VALOR(WS-IDX-COND) TO WS-VALOR-COMPARA
                  EVALUATE TRUE
                      WHEN XRQ-OPER-LISTA(WS-IDX-COND)
                           PERFORM P240-PROCURA-NA-LISTA
                           IF NOT WS-ACHOU-NA-LISTA-SIM
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-IGUAL(WS-IDX-COND)
                           IF WS-CPO-TEXTO(1:30) NOT = WS-VALOR-COMPARA
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-DIFERENTE(WS-IDX-COND)
                           IF WS-CPO-TEXTO(1:30) = WS-VALOR-COMPARA
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MAIOR(WS-IDX-COND)
                           IF WS-CPO-TEXTO(1:30) NOT > WS-VALOR-COMPARA
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MAIOR-IGUAL(WS-IDX-COND)
                           IF WS-CPO-TEXTO(1:30) < WS-VALOR-COMPARA
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MENOR(WS-IDX-COND)
                           IF WS-CPO-TEXTO(1:30) NOT < WS-VALOR-COMPARA
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MENOR-IGUAL(WS-IDX-COND)
                           IF WS-CPO-TEXTO(1:30) > WS-VALOR-COMPARA
                              MOVE 'N' TO WS-PASSA
                           END-IF
                  END-EVALUATE
               ELSE
                  EVALUATE TRUE
                      WHEN XRQ-OPER-IGUAL(WS-IDX-COND)
                           IF WS-CPO-NUMERO
                              NOT = XRQ-COND-NUMERO(WS-IDX-COND)
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-DIFERENTE(WS-IDX-COND)
                           IF WS-CPO-NUMERO
                              = XRQ-COND-NUMERO(WS-IDX-COND)
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MAIOR(WS-IDX-COND)
                           IF WS-CPO-NUMERO
                              NOT > XRQ-COND-NUMERO(WS-IDX-COND)
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MAIOR-IGUAL(WS-IDX-COND)
                           IF WS-CPO-NUMERO
                              < XRQ-COND-NUMERO(WS-IDX-COND)
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MENOR(WS-IDX-COND)
                           IF WS-CPO-NUMERO
                              NOT < XRQ-COND-NUMERO(WS-IDX-COND)
                              MOVE 'N' TO WS-PASSA
                           END-IF
                      WHEN XRQ-OPER-MENOR-IGUAL(WS-IDX-COND)
                           IF WS-CPO-NUMERO
                              > XRQ-COND-NUMERO(WS-IDX-COND)
                              MOVE 'N' TO WS-PASSA
                           END-IF
                  END-EVALUATE
               END-IF
            END-IF.

       P240-PROCURA-NA-LISTA.
            MOVE 'N'    TO WS-ACHOU-NA-LISTA
            MOVE SPACES TO WS-LISTA-VALORES
            UNSTRING WS-VALOR-COMPARA DELIMITED BY ','
                     INTO WS-VALOR-LISTA(1) WS-VALOR-LISTA(2)
                          WS-VALOR-LISTA(3) WS-VALOR-LISTA(4)
                          WS-VALOR-LISTA(5) WS-VALOR-LISTA(6)
            END-UNSTRING
            PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                    UNTIL WS-IDX-LISTA > 6 OR WS-ACHOU-NA-LISTA-SIM
                IF WS-VALOR-LISTA(WS-IDX-LISTA) NOT = SPACES
                   AND WS-VALOR-LISTA(WS-IDX-LISTA) = WS-CPO-TEXTO(1:30)
                   SET WS-ACHOU-NA-LISTA-SIM TO TRUE
                END-IF
            END-PERFORM.

      ******************************************************************
      * P250-LIBERA-LINHA
      * Monta a linha de saida na ordem dos campos do pedido - no CSV
      * cada campo sem os brancos do fim e ';' entre eles, nas colunas
      * fixas cada campo na largura do catalogo - e as chaves de
      * ordenacao.
      ******************************************************************
       P250-LIBERA-LINHA.
            MOVE SPACES TO WS-LINHA-SAIDA
            MOVE 1 TO WS-PONTEIRO
            PERFORM P255-ACRESCENTA-CAMPO
                VARYING WS-IDX-SAIDA FROM 1 BY 1
                UNTIL WS-IDX-SAIDA > WS-QTD-SAIDA

            MOVE SPACES TO WXT-CHAVE-1
            MOVE SPACES TO WXT-CHAVE-2
            IF WS-ORD-CATALOGO(1) > ZEROS
               MOVE WS-ORD-CATALOGO(1) TO WS-IDX-CAMPO
               PERFORM P400-OBTEM-CAMPO
               MOVE WS-CPO-CHAVE TO WXT-CHAVE-1
            END-IF
            IF WS-ORD-CATALOGO(2) > ZEROS
               MOVE WS-ORD-CATALOGO(2) TO WS-IDX-CAMPO
               PERFORM P400-OBTEM-CAMPO
               MOVE WS-CPO-CHAVE TO WXT-CHAVE-2
            END-IF
            MOVE CSV-CODIGO     TO WXT-CODIGO
            MOVE WS-LINHA-SAIDA TO WXT-LINHA
            RELEASE REG-WORK-EXTRACAO.

       P255-ACRESCENTA-CAMPO.
            MOVE WS-SAI-CATALOGO(WS-IDX-SAIDA) TO WS-IDX-CAMPO
            PERFORM P400-OBTEM-CAMPO
            MOVE WS-XTR-CAT-LARGURA(WS-IDX-CAMPO) TO WS-TAM-TEXTO
            IF XRQ-FORMATO-CSV
               INSPECT WS-CPO-TEXTO REPLACING ALL ';' BY ','
               PERFORM P475-ALINHA-ESQUERDA
               PERFORM P470-ACHA-TAMANHO
            END-IF
            IF WS-TAM-TEXTO > ZEROS
               STRING WS-CPO-TEXTO(1:WS-TAM-TEXTO) DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-IF
            IF XRQ-FORMATO-CSV
               AND WS-IDX-SAIDA < WS-QTD-SAIDA
               STRING ';' DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
                      WITH POINTER WS-PONTEIRO
               END-STRING
            END-IF.

      ******************************************************************
      * P400-OBTEM-CAMPO
      * Valor do campo WS-IDX-CAMPO do catalogo para o cliente
      * corrente: WS-CPO-TEXTO como sai no arquivo, WS-CPO-NUMERO para
      * comparacao (campos nao alfanumericos) e WS-CPO-CHAVE para a
      * ordenacao (numeros com zeros a esquerda, datas AAAAMMDD).
      ******************************************************************
       P400-OBTEM-CAMPO.
            MOVE SPACES TO WS-CPO-TEXTO
            MOVE ZEROS  TO WS-CPO-NUMERO
            EVALUATE WS-XTR-CAT-CODIGO(WS-IDX-CAMPO)
                WHEN 'CODI' MOVE CSV-CODIGO         TO WS-CPO-NUMERO
                WHEN 'NOME' MOVE WS-NOME-COMPLETO   TO WS-CPO-TEXTO
                WHEN 'ENDE' MOVE CSV-ENDERECO       TO WS-CPO-TEXTO
                WHEN 'CIDA' MOVE CSV-CIDADE         TO WS-CPO-TEXTO
                WHEN 'UF  ' MOVE CSV-UF             TO WS-CPO-TEXTO
                WHEN 'CEP ' MOVE CSV-CEP            TO WS-CPO-NUMERO
                WHEN 'DDD ' MOVE CSV-DDD            TO WS-CPO-TEXTO
                WHEN 'FONE' MOVE CSV-FONE-NUM       TO WS-CPO-TEXTO
                WHEN 'MAIL' MOVE CSV-EMAIL          TO WS-CPO-TEXTO
                WHEN 'FILI' MOVE CSV-FILIAL         TO WS-CPO-TEXTO
                WHEN 'TPES' MOVE CSV-TIPO-PESSOA    TO WS-CPO-TEXTO
                WHEN 'DOCU' MOVE CSV-DOCUMENTO      TO WS-CPO-NUMERO
                WHEN 'SPAG' MOVE CSV-STATUS-PAGTO   TO WS-CPO-NUMERO
                WHEN 'MOED' MOVE CSV-MOEDA-CONTRATO TO WS-CPO-TEXTO
                WHEN 'VCTR'
                     IF CSV-VALOR-CONTRATO IS NUMERIC
                        MOVE CSV-VALOR-CONTRATO TO WS-CPO-NUMERO
                     END-IF
                WHEN 'LIMI'
                     IF CSV-LIMITE-CREDITO IS NUMERIC
                        MOVE CSV-LIMITE-CREDITO TO WS-CPO-NUMERO
                     END-IF
                WHEN 'DTCR' MOVE CSV-DATA-CRIACAO   TO WS-CPO-NUMERO
                WHEN 'DTUC'
                     MOVE CSV-DATA-ULTIMO-CONTATO TO WS-CPO-NUMERO
                WHEN 'DSUC' MOVE WS-DIAS-SEM-CONTATO TO WS-CPO-NUMERO
                WHEN 'SALD' PERFORM P410-BUSCA-SALDO
                WHEN 'RISC' PERFORM P420-BUSCA-RISCO
                WHEN 'SEGM' PERFORM P430-BUSCA-SEGMENTO
            END-EVALUATE

            EVALUATE TRUE
                WHEN WS-XTR-CAT-ALFA(WS-IDX-CAMPO)
                     MOVE WS-CPO-TEXTO TO WS-CPO-CHAVE
                WHEN WS-XTR-CAT-NUMERICO(WS-IDX-CAMPO)
                     MOVE WS-CPO-NUMERO TO WS-CPO-INTEIRO
                     COMPUTE WS-INICIO-DIGITOS =
                             15 - WS-XTR-CAT-LARGURA(WS-IDX-CAMPO)
                     MOVE WS-CPO-INTEIRO(WS-INICIO-DIGITOS:
                                         WS-XTR-CAT-LARGURA
                                         (WS-IDX-CAMPO))
                          TO WS-CPO-TEXTO
                WHEN WS-XTR-CAT-VALOR(WS-IDX-CAMPO)
                     MOVE WS-CPO-NUMERO TO WS-CPO-VALOR-ED
                     MOVE WS-CPO-VALOR-ED TO WS-CPO-TEXTO
                WHEN WS-XTR-CAT-DATA(WS-IDX-CAMPO)
                     IF WS-CPO-NUMERO NOT = ZEROS
                        MOVE WS-CPO-NUMERO TO WS-DATA-ISO
                        PERFORM P8200-CONVERTE-ISO-PARA-BR
                        MOVE WS-DATA-BR TO WS-CPO-TEXTO
                     END-IF
            END-EVALUATE
            IF NOT WS-XTR-CAT-ALFA(WS-IDX-CAMPO)
               MOVE WS-CPO-NUMERO TO WS-CPO-CHAVE-NUM
               MOVE WS-CPO-CHAVE-NUM-G TO WS-CPO-CHAVE
            END-IF.

       P410-BUSCA-SALDO.
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-SLD-CODIGO(WS-IDX-SALDO) = CSV-CODIGO
                CONTINUE
            END-PERFORM
            IF WS-IDX-SALDO NOT > WS-QTD-SALDOS-TAB
               MOVE WS-SLD-VALOR(WS-IDX-SALDO) TO WS-CPO-NUMERO
            END-IF.

       P420-BUSCA-RISCO.
            PERFORM VARYING WS-IDX-RISCO FROM 1 BY 1
                    UNTIL WS-IDX-RISCO > WS-QTD-RISCOS-TAB
                    OR WS-RSC-CODIGO(WS-IDX-RISCO) = CSV-CODIGO
                CONTINUE
            END-PERFORM
            IF WS-IDX-RISCO NOT > WS-QTD-RISCOS-TAB
               MOVE WS-RSC-GRAU(WS-IDX-RISCO) TO WS-CPO-TEXTO
            END-IF.

       P430-BUSCA-SEGMENTO.
            PERFORM VARYING WS-IDX-SEGMENTO FROM 1 BY 1
                    UNTIL WS-IDX-SEGMENTO > WS-QTD-SEGMENTOS-TAB
                    OR WS-SGC-CODIGO(WS-IDX-SEGMENTO) = CSV-CODIGO
                CONTINUE
            END-PERFORM
            IF WS-IDX-SEGMENTO NOT > WS-QTD-SEGMENTOS-TAB
               MOVE WS-SGC-SEGMENTO(WS-IDX-SEGMENTO) TO WS-CPO-TEXTO
            END-IF.

      *     TAMANHO SEM OS BRANCOS DO FIM, A PARTIR DE WS-TAM-TEXTO
       P470-ACHA-TAMANHO.
            PERFORM UNTIL WS-TAM-TEXTO = ZEROS
                    OR WS-CPO-TEXTO(WS-TAM-TEXTO:1) NOT = SPACE
                SUBTRACT 1 FROM WS-TAM-TEXTO
            END-PERFORM.

      *     NO CSV O VALOR EDITADO PERDE OS BRANCOS DA FRENTE
       P475-ALINHA-ESQUERDA.
            MOVE 1 TO WS-INICIO-DIGITOS
            PERFORM UNTIL WS-INICIO-DIGITOS > WS-TAM-TEXTO
                    OR WS-CPO-TEXTO(WS-INICIO-DIGITOS:1) NOT = SPACE
                ADD 1 TO WS-INICIO-DIGITOS
            END-PERFORM
            IF WS-INICIO-DIGITOS > 1
               AND WS-INICIO-DIGITOS NOT > WS-TAM-TEXTO
               MOVE WS-CPO-TEXTO(WS-INICIO-DIGITOS:) TO WS-CPO-TEXTO-AUX
               MOVE WS-CPO-TEXTO-AUX TO WS-CPO-TEXTO
            END-IF.

      * GRAVACAO - LINHAS NA ORDEM PEDIDA
       S3-GRAVACAO SECTION.
       P300-GRAVA-SAIDA.
            MOVE 'N' TO WS-SORT-FIM-SW
            PERFORM P310-RETORNA-E-GRAVA UNTIL WS-SORT-FIM.

       P310-RETORNA-E-GRAVA.
            RETURN WORK-EXTRACAO
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN
            IF NOT WS-SORT-FIM
               MOVE WXT-LINHA TO REG-EXTRACAO
               WRITE REG-EXTRACAO
               ADD 1 TO WS-QTD-LINHAS
            END-IF.

      ******************************************************************
      * P900-FINAL
      * Fecha, grava a linha de prestacao de contas e devolve o
      * resultado ao chamador.
      ******************************************************************
       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO LNK-XTR-RETORNO
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-EXTRACAO

               MOVE WS-DATA-RODADA    TO XLG-DATA
               MOVE WS-HORA-RODADA    TO XLG-HORA
               MOVE LNK-XTR-OPERADOR  TO XLG-OPERADOR
               MOVE XRQ-NOME          TO XLG-PEDIDO
               MOVE XRQ-FORMATO       TO XLG-FORMATO
               MOVE WS-QTD-LIDOS      TO XLG-QTD-LIDOS
               MOVE WS-QTD-LINHAS     TO XLG-QTD-LINHAS
               MOVE WS-ARQ-EXTRACAO   TO XLG-ARQUIVO
               WRITE REG-LOG-EXTRACAO
               CLOSE LOG-EXTRACOES

               MOVE WS-ARQ-EXTRACAO   TO LNK-XTR-ARQUIVO
               MOVE WS-QTD-LINHAS     TO LNK-XTR-QTD-LINHAS
               IF WS-AVISO-SIM
                  MOVE 4 TO LNK-XTR-RETORNO
               ELSE
                  MOVE 0 TO LNK-XTR-RETORNO
               END-IF
            END-IF
            MOVE LNK-XTR-RETORNO TO RETURN-CODE.

           COPY ASOFPA.
           COPY DTCONVP.
           COPY XTRCTPA.

           COPY ENVCFGPA.
       END PROGRAM XTR-RUN.
