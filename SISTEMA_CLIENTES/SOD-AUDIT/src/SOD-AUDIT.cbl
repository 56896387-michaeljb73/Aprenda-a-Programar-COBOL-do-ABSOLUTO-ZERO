      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Auditoria mensal de segregacao de funcoes: cruza
      *            os pontos de aprovacao do sistema com quem originou
      *            a transacao e lista cada caso em que o mesmo
      *            operador esteve dos dois lados (SODAUD.txt):
      *            - baixa por perda (WOPROP.dat) proposta e aprovada
      *              pelo mesmo operador;
      *            - alteracao sensivel do cadastro (ALTPEND.dat)
      *              pedida e aprovada pelo mesmo operador;
      *            - revisao de limite (CLREVIEW.dat), reajuste
      *              (ADJREVW.dat) e suspensao de cobranca (HOLDS.dat)
      *              decididos por quem, no mesmo periodo, manteve o
      *              cliente (TRANS-LOG) ou lancou pedido para ele
      *              (ORDTRLOG.dat);
      *            - fechamento de comissao (COMMCLOSE.dat) feito por
      *              supervisor com pedido proprio na competencia;
      *            - pedido liberado acima do limite/risco
      *              (ORDTRLOG.dat) por quem o lancou;
      *            - cheque recebido (CHEQUES.dat) para cliente que o
      *              mesmo operador manteve no periodo;
      *            - troca de nivel de permissao de operador
      *              (OPRHIST.dat), com destaque para a propria.
      *            O periodo e o mes anterior ao da data de referencia
      *            (ASOFDATE.dat); o SODCFG.dat, quando traz um mes
      *            valido (AAAAMM) ate o da referencia, substitui.
      *            Arquivo ausente sai como secao sem dados.
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
       PROGRAM-ID. SOD-AUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY TRANSLSL.
           COPY ORDLGSL.
           COPY ALTPSL.
           COPY OPRHSL.
           COPY CHQSL.

           SELECT CONFIG-AUDITORIA ASSIGN TO
           'src\assets\SODCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT FILA-BAIXAS ASSIGN TO
           'src\assets\WOPROP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAIXAS-STATUS.

           SELECT FILA-LIMITES ASSIGN TO
           'src\assets\CLREVIEW.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITES-STATUS.

           SELECT FILA-REAJUSTES ASSIGN TO
           'src\assets\ADJREVW.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REAJUSTES-STATUS.

           SELECT ARQUIVO-SUSPENSOES ASSIGN TO
           'src\assets\HOLDS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSOES-STATUS.

           SELECT FECHAMENTOS ASSIGN TO
           'src\assets\COMMCLOSE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FECHAMENTOS-STATUS.

           SELECT RELATORIO-SOD ASSIGN TO
           'src\assets\SODAUD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  ORDER-TRANS-LOG.
           COPY ORDLOG.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       FD  HIST-OPERADORES.
           COPY OPRHF.

       FD  CUSTODIA-CHEQUES.
           COPY CHQF.

       FD  CONFIG-AUDITORIA.
       01  REG-CONFIG-AUDITORIA.
           05  SOC-COMPETENCIA         PIC 9(06).

       FD  FILA-BAIXAS.
           COPY WOPROP.

       FD  FILA-LIMITES.
           COPY CLREVF.

       FD  FILA-REAJUSTES.
           COPY ADJRVF.

       FD  ARQUIVO-SUSPENSOES.
           COPY HOLDF.

      * MESMO LAYOUT DO FECHAMENTO GRAVADO PELO COMMISSION
       FD  FECHAMENTOS.
       01  REG-FECHAMENTO.
           05  FCH-COMPETENCIA         PIC 9(06).
           05  FCH-SUPERVISOR          PIC X(08).
           05  FCH-DATA                PIC 9(08).

       FD  RELATORIO-SOD.
       01  REG-RELATORIO               PIC X(90).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

           COPY TRANSLWS.
           COPY ORDLGWS.
           COPY ALTPWS.

       77  WS-OPRH-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-OPRH-OK                      VALUE '00'.
       77  WS-CHEQUES-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CHEQUES-OK                   VALUE '00'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-BAIXAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-BAIXAS-OK                    VALUE '00'.
       77  WS-LIMITES-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-LIMITES-OK                   VALUE '00'.
       77  WS-REAJUSTES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-REAJUSTES-OK                 VALUE '00'.
       77  WS-SUSPENSOES-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-SUSPENSOES-OK                VALUE '00'.
       77  WS-FECHAMENTOS-STATUS   PIC X(02)   VALUE SPACES.
           88  WS-FECHAMENTOS-OK               VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-AVISOS               PIC X(01)   VALUE 'N'.
           88  WS-AVISOS-SIM                   VALUE 'S'.

      * PERIODO AUDITADO (AAAAMM) - MES ANTERIOR AO DA REFERENCIA OU
      * O DO SODCFG.dat QUANDO VALIDO
       01  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-AAAA        PIC 9(04).
           05  WS-COMP-MM          PIC 9(02).
       01  WS-MES-REFERENCIA       PIC 9(06)   VALUE ZEROS.

      * PROGRAMAS DE APROVACAO - O QUE ELES GRAVAM NO TRANS-LOG E A
      * PROPRIA DECISAO, NAO MANUTENCAO DO CLIENTE
       01  WS-PROGRAMA-LOG         PIC X(08)   VALUE SPACES.
           88  WS-PROGRAMA-APROVACAO           VALUE 'CREDAPPL'
                   'ADJAPPLY' 'WOFFQUEU' 'ALTAPROV'.

      * VINCULOS OPERADOR x CLIENTE NO PERIODO: MANUTENCAO NO
      * TRANS-LOG (M) E/OU PEDIDO LANCADO NO ORDTRLOG (P)
       77  WS-MAX-VINCULOS         PIC 9(04)   VALUE 5000.
       77  WS-QTD-VINCULOS-TAB     PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-VINCULO          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-VINC-ACHADO      PIC 9(04)   VALUE ZEROS COMP.
       77  WS-VINCULOS-ESTOUROU    PIC X(01)   VALUE 'N'.
           88  WS-VINCULOS-ESTOUROU-SIM        VALUE 'S'.
       01  WS-TAB-VINCULOS.
           05  WS-VINCULO-ENTRADA  OCCURS 5000 TIMES.
               10  WS-VNC-OPERADOR     PIC X(08).
               10  WS-VNC-CLIENTE      PIC 9(06).
               10  WS-VNC-MANUTENCAO   PIC X(01).
               10  WS-VNC-PEDIDO       PIC X(01).

      * PESQUISA DE VINCULO (P700)
       01  WS-VINC-OPERADOR        PIC X(08)   VALUE SPACES.
       01  WS-VINC-CLIENTE         PIC 9(06)   VALUE ZEROS.
       01  WS-VINC-TIPO            PIC X(01)   VALUE SPACE.
       01  WS-VINC-DESC            PIC X(20)   VALUE SPACES.
       77  WS-VINC-ACHADO          PIC X(01)   VALUE 'N'.
           88  WS-VINC-ACHADO-SIM              VALUE 'S'.

      * PEDIDOS LANCADOS (INCLUIR) E LIBERADOS ACIMA DO LIMITE OU DO
      * RISCO (LIBERAR/LIBRISCO) NO PERIODO - CASADOS NO FIM DA
      * LEITURA, JA QUE A LIBERACAO PODE VIR ANTES DA INCLUSAO NO LOG
       77  WS-MAX-INCLUSOES        PIC 9(04)   VALUE 5000.
       77  WS-QTD-INCLUSOES-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-INCLUSAO         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-INCLUSOES.
           05  WS-INCLUSAO-ENTRADA OCCURS 5000 TIMES.
               10  WS-INC-CHAVE        PIC X(10).
               10  WS-INC-OPERADOR     PIC X(08).
       77  WS-MAX-LIBERACOES       PIC 9(04)   VALUE 1000.
       77  WS-QTD-LIBERACOES-TAB   PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-LIBERACAO        PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-LIBERACOES.
           05  WS-LIBERACAO-ENTRADA OCCURS 1000 TIMES.
               10  WS-LIB-CHAVE        PIC X(10).
               10  WS-LIB-OPERADOR     PIC X(08).
               10  WS-LIB-ACAO         PIC X(08).
               10  WS-LIB-DATA         PIC 9(08).
               10  WS-LIB-CLIENTE      PIC 9(06).
       77  WS-PEDIDOS-ESTOUROU     PIC X(01)   VALUE 'N'.
           88  WS-PEDIDOS-ESTOUROU-SIM         VALUE 'S'.
       01  WS-ORD-CLIENTE-LOG      PIC 9(06)   VALUE ZEROS.

      * CONTAGEM POR SECAO E GERAL
       77  WS-QTD-SECAO            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CONFLITOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-TROCAS-NIVEL     PIC 9(05)   VALUE ZEROS COMP.
       01  WS-QTD-ED               PIC ZZ.ZZ9.

      * LINHA DE DETALHE
       01  WS-LINHA-DETALHE.
           05  FILLER              PIC X(02)   VALUE SPACES.
           05  WS-DET-CHAVE        PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-DET-OPERADOR     PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-DET-DATA         PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-DET-TEXTO        PIC X(57).
       01  WS-NIVEL-DESC-ANT       PIC X(10)   VALUE SPACES.
       01  WS-NIVEL-DESC-NOVO      PIC X(10)   VALUE SPACES.
       01  WS-NIVEL-TRABALHO       PIC 9(01)   VALUE ZEROS.
       01  WS-NIVEL-DESC           PIC X(10)   VALUE SPACES.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-CARREGA-MANUTENCOES
               PERFORM P250-CARREGA-PEDIDOS
               PERFORM P300-AUDITA-BAIXAS
               PERFORM P320-AUDITA-ALTERACOES
               PERFORM P340-AUDITA-LIMITES
               PERFORM P360-AUDITA-REAJUSTES
               PERFORM P380-AUDITA-SUSPENSOES
               PERFORM P400-AUDITA-COMISSOES
               PERFORM P420-AUDITA-LIBERACOES
               PERFORM P440-AUDITA-CAIXA
               PERFORM P460-AUDITA-NIVEIS
               PERFORM P600-GRAVA-RESUMO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Periodo: mes anterior ao da data de referencia; o SODCFG.dat
      * so vale com mes 01-12 e ate o mes da referencia (a auditoria
      * de um mes ainda por vir nao teria o que ler).
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-MES-REFERENCIA
            MOVE WS-MES-REFERENCIA TO WS-COMPETENCIA
            IF WS-COMP-MM = 1
               MOVE 12 TO WS-COMP-MM
               SUBTRACT 1 FROM WS-COMP-AAAA
            ELSE
               SUBTRACT 1 FROM WS-COMP-MM
            END-IF

            OPEN INPUT CONFIG-AUDITORIA
            IF WS-CONFIG-OK
               READ CONFIG-AUDITORIA
               IF WS-CONFIG-OK AND SOC-COMPETENCIA IS NUMERIC
                  AND SOC-COMPETENCIA(5:2) >= '01'
                  AND SOC-COMPETENCIA(5:2) <= '12'
                  AND SOC-COMPETENCIA <= WS-MES-REFERENCIA
                  MOVE SOC-COMPETENCIA TO WS-COMPETENCIA
               END-IF
               CLOSE CONFIG-AUDITORIA
            END-IF

            OPEN OUTPUT RELATORIO-SOD
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O RELATORIO SODAUD.txt - STATUS '
                       WS-RELATORIO-STATUS
            ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING '===== SEGREGACAO DE FUNCOES - COMPETENCIA '
                                          DELIMITED BY SIZE
                      WS-COMP-MM          DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-COMP-AAAA        DELIMITED BY SIZE
                      ' ====='            DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE '  CHAVE      OPERADOR DATA       OCORRENCIA'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P200-CARREGA-MANUTENCOES
      * Vinculo M: operador que mexeu no cadastro do cliente no
      * periodo (TRANS-LOG), fora dos proprios programas de aprovacao
      * e dos batch sem operador.
      ******************************************************************
       P200-CARREGA-MANUTENCOES.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT TRANS-LOG
            IF WS-TRANSLOG-OK
               PERFORM P210-LE-TRANS-LOG UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE TRANS-LOG
            ELSE
               DISPLAY 'TRANS-LOG AUSENTE - SEM VINCULOS DE '
                       'MANUTENCAO.'
            END-IF.

       P210-LE-TRANS-LOG.
            READ TRANS-LOG
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               MOVE TRN-PROGRAMA TO WS-PROGRAMA-LOG
               IF TRN-DATA(1:6) = WS-COMPETENCIA
                  AND TRN-OPERADOR NOT = SPACES
                  AND NOT WS-PROGRAMA-APROVACAO
                  AND TRN-CHAVE(1:6) IS NUMERIC
                  MOVE TRN-OPERADOR    TO WS-VINC-OPERADOR
                  MOVE TRN-CHAVE(1:6)  TO WS-VINC-CLIENTE
                  MOVE 'M'             TO WS-VINC-TIPO
                  PERFORM P720-REGISTRA-VINCULO
               END-IF
            END-IF.

      ******************************************************************
      * P250-CARREGA-PEDIDOS
      * Do ORDTRLOG.dat no periodo: a inclusao do pedido da o vinculo
      * P (operador lancou pedido para o cliente) e guarda quem
      * lancou; as liberacoes acima do limite/risco vao para a tabela
      * casada no P420. O cliente vem do antes-da-imagem do pedido
      * (ORD-CODIGO-CLIENTE, posicoes 7-12).
      ******************************************************************
       P250-CARREGA-PEDIDOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT ORDER-TRANS-LOG
            IF WS-ORDLOG-OK
               PERFORM P260-LE-ORD-LOG UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ORDER-TRANS-LOG
            ELSE
               DISPLAY 'ORDTRLOG AUSENTE - SEM VINCULOS DE PEDIDO.'
            END-IF.

       P260-LE-ORD-LOG.
            READ ORDER-TRANS-LOG
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF OTL-DATA(1:6) = WS-COMPETENCIA
                  AND OTL-OPERADOR NOT = SPACES
                  IF OTL-IMAGEM-ANTERIOR(7:6) IS NUMERIC
                     MOVE OTL-IMAGEM-ANTERIOR(7:6)
                          TO WS-ORD-CLIENTE-LOG
                  ELSE
                     MOVE ZEROS TO WS-ORD-CLIENTE-LOG
                  END-IF
                  EVALUATE OTL-ACAO
                      WHEN 'INCLUIR '
                           PERFORM P270-GUARDA-INCLUSAO
                      WHEN 'LIBERAR '
                      WHEN 'LIBRISCO'
                           PERFORM P275-GUARDA-LIBERACAO
                  END-EVALUATE
               END-IF
            END-IF.

       P270-GUARDA-INCLUSAO.
            IF WS-QTD-INCLUSOES-TAB < WS-MAX-INCLUSOES
               ADD 1 TO WS-QTD-INCLUSOES-TAB
               MOVE OTL-CHAVE
                    TO WS-INC-CHAVE(WS-QTD-INCLUSOES-TAB)
               MOVE OTL-OPERADOR
                    TO WS-INC-OPERADOR(WS-QTD-INCLUSOES-TAB)
            ELSE
               SET WS-PEDIDOS-ESTOUROU-SIM TO TRUE
            END-IF
            IF WS-ORD-CLIENTE-LOG NOT = ZEROS
               MOVE OTL-OPERADOR       TO WS-VINC-OPERADOR
               MOVE WS-ORD-CLIENTE-LOG TO WS-VINC-CLIENTE
               MOVE 'P'                TO WS-VINC-TIPO
               PERFORM P720-REGISTRA-VINCULO
            END-IF.

       P275-GUARDA-LIBERACAO.
            IF WS-QTD-LIBERACOES-TAB < WS-MAX-LIBERACOES
               ADD 1 TO WS-QTD-LIBERACOES-TAB
               MOVE OTL-CHAVE
                    TO WS-LIB-CHAVE(WS-QTD-LIBERACOES-TAB)
               MOVE OTL-OPERADOR
                    TO WS-LIB-OPERADOR(WS-QTD-LIBERACOES-TAB)
               MOVE OTL-ACAO
                    TO WS-LIB-ACAO(WS-QTD-LIBERACOES-TAB)
               MOVE OTL-DATA
                    TO WS-LIB-DATA(WS-QTD-LIBERACOES-TAB)
               MOVE WS-ORD-CLIENTE-LOG
                    TO WS-LIB-CLIENTE(WS-QTD-LIBERACOES-TAB)
            ELSE
               SET WS-PEDIDOS-ESTOUROU-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P300-AUDITA-BAIXAS
      * Baixa por perda aprovada no periodo por quem a propos.
      ******************************************************************
       P300-AUDITA-BAIXAS.
            MOVE 'BAIXA POR PERDA - PROPOSTA E APROVADA PELO MESMO '
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT FILA-BAIXAS
            IF WS-BAIXAS-OK
               PERFORM P305-LE-BAIXA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE FILA-BAIXAS
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P305-LE-BAIXA.
            READ FILA-BAIXAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WOP-APROVADA
                  AND WOP-DATA-DECISAO(1:6) = WS-COMPETENCIA
                  AND WOP-OPERADOR = WOP-APROVADOR
                  MOVE SPACES           TO WS-DET-CHAVE
                  MOVE WOP-CODIGO       TO WS-DET-CHAVE(1:6)
                  MOVE WOP-APROVADOR    TO WS-DET-OPERADOR
                  MOVE WOP-DATA-DECISAO TO WS-DATA-ISO
                  MOVE SPACES           TO WS-DET-TEXTO
                  STRING 'PROPOS EM '   DELIMITED BY SIZE
                         WOP-DATA-PROPOSTA DELIMITED BY SIZE
                         ' E APROVOU: ' DELIMITED BY SIZE
                         WOP-MOTIVO     DELIMITED BY SIZE
                         INTO WS-DET-TEXTO
                  END-STRING
                  PERFORM P830-GRAVA-DETALHE
               END-IF
            END-IF.

      ******************************************************************
      * P320-AUDITA-ALTERACOES
      * Alteracao sensivel do cadastro aprovada por quem pediu. O
      * ALTER-APPROVE ja nao oferece o pedido ao proprio autor - a
      * secao confere que nada passou por fora.
      ******************************************************************
       P320-AUDITA-ALTERACOES.
            MOVE 'ALTERACAO SENSIVEL - PEDIDA E APROVADA PELO MESMO '
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ALP
            OPEN INPUT ALTERACOES-PENDENTES
            IF WS-ALP-OK
               PERFORM P325-LE-ALTERACAO UNTIL WS-FIM-ALP-SIM
               CLOSE ALTERACOES-PENDENTES
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P325-LE-ALTERACAO.
            READ ALTERACOES-PENDENTES
                 AT END SET WS-FIM-ALP-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ALP-SIM
               IF ALP-APROVADA
                  AND ALP-DATA-DECISAO(1:6) = WS-COMPETENCIA
                  AND ALP-OPERADOR = ALP-APROVADOR
                  MOVE SPACES           TO WS-DET-CHAVE
                  MOVE ALP-CODIGO       TO WS-DET-CHAVE(1:6)
                  MOVE ALP-APROVADOR    TO WS-DET-OPERADOR
                  MOVE ALP-DATA-DECISAO TO WS-DATA-ISO
                  MOVE SPACES           TO WS-DET-TEXTO
                  STRING 'CAMPO '       DELIMITED BY SIZE
                         ALP-CAMPO      DELIMITED BY SIZE
                         ' PEDIDO NO '  DELIMITED BY SIZE
                         ALP-PROGRAMA   DELIMITED BY SIZE
                         INTO WS-DET-TEXTO
                  END-STRING
                  PERFORM P830-GRAVA-DETALHE
               END-IF
            END-IF.

      ******************************************************************
      * P340-AUDITA-LIMITES
      * A proposta de limite vem do CREDIT-REVIEW (batch, sem autor);
      * o conflito e o supervisor aceitar/ajustar o limite de cliente
      * que ele mesmo manteve ou para quem lancou pedido no periodo.
      ******************************************************************
       P340-AUDITA-LIMITES.
            MOVE 'LIMITE DE CREDITO - APROVADO POR QUEM ATENDE O '
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT FILA-LIMITES
            IF WS-LIMITES-OK
               PERFORM P345-LE-LIMITE UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE FILA-LIMITES
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P345-LE-LIMITE.
            READ FILA-LIMITES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF (CLR-ACEITA OR CLR-AJUSTADA)
                  AND CLR-DATA-DECISAO(1:6) = WS-COMPETENCIA
                  MOVE CLR-APROVADOR TO WS-VINC-OPERADOR
                  MOVE CLR-CODIGO    TO WS-VINC-CLIENTE
                  PERFORM P700-PROCURA-VINCULO
                  IF WS-VINC-ACHADO-SIM
                     MOVE SPACES           TO WS-DET-CHAVE
                     MOVE CLR-CODIGO       TO WS-DET-CHAVE(1:6)
                     MOVE CLR-APROVADOR    TO WS-DET-OPERADOR
                     MOVE CLR-DATA-DECISAO TO WS-DATA-ISO
                     MOVE SPACES           TO WS-DET-TEXTO
                     STRING 'DECIDIU O LIMITE E '  DELIMITED BY SIZE
                            WS-VINC-DESC           DELIMITED BY '  '
                            INTO WS-DET-TEXTO
                     END-STRING
                     PERFORM P830-GRAVA-DETALHE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P360-AUDITA-REAJUSTES
      * Reajuste proposto pelo BILLING-SCHEDULE e decidido (confirmado
      * ou recusado) por quem atende o cliente - recusar o reajuste do
      * proprio cliente e o conflito mais comum aqui.
      ******************************************************************
       P360-AUDITA-REAJUSTES.
            MOVE 'REAJUSTE DE CONTRATO - DECIDIDO POR QUEM ATENDE O '
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT FILA-REAJUSTES
            IF WS-REAJUSTES-OK
               PERFORM P365-LE-REAJUSTE UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE FILA-REAJUSTES
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P365-LE-REAJUSTE.
            READ FILA-REAJUSTES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF NOT ADJ-PROPOSTO
                  AND ADJ-DATA-DECISAO(1:6) = WS-COMPETENCIA
                  MOVE ADJ-APROVADOR TO WS-VINC-OPERADOR
                  MOVE ADJ-CODIGO    TO WS-VINC-CLIENTE
                  PERFORM P700-PROCURA-VINCULO
                  IF WS-VINC-ACHADO-SIM
                     MOVE SPACES           TO WS-DET-CHAVE
                     MOVE ADJ-CODIGO       TO WS-DET-CHAVE(1:6)
                     MOVE '/'              TO WS-DET-CHAVE(7:1)
                     MOVE ADJ-CONTRATO     TO WS-DET-CHAVE(8:2)
                     MOVE ADJ-APROVADOR    TO WS-DET-OPERADOR
                     MOVE ADJ-DATA-DECISAO TO WS-DATA-ISO
                     MOVE SPACES           TO WS-DET-TEXTO
                     IF ADJ-CONFIRMADO
                        STRING 'CONFIRMOU E '  DELIMITED BY SIZE
                               WS-VINC-DESC    DELIMITED BY '  '
                               INTO WS-DET-TEXTO
                        END-STRING
                     ELSE
                        STRING 'RECUSOU E '    DELIMITED BY SIZE
                               WS-VINC-DESC    DELIMITED BY '  '
                               INTO WS-DET-TEXTO
                        END-STRING
                     END-IF
                     PERFORM P830-GRAVA-DETALHE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P380-AUDITA-SUSPENSOES
      * Suspensao de cobranca aberta no periodo por supervisor que
      * atende o cliente suspenso.
      ******************************************************************
       P380-AUDITA-SUSPENSOES.
            MOVE 'SUSPENSAO DE COBRANCA - ABERTA POR QUEM ATENDE O '
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT ARQUIVO-SUSPENSOES
            IF WS-SUSPENSOES-OK
               PERFORM P385-LE-SUSPENSAO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-SUSPENSOES
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P385-LE-SUSPENSAO.
            READ ARQUIVO-SUSPENSOES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF HLD-DATA-INICIO(1:6) = WS-COMPETENCIA
                  MOVE HLD-SUPERVISOR TO WS-VINC-OPERADOR
                  MOVE HLD-CODIGO     TO WS-VINC-CLIENTE
                  PERFORM P700-PROCURA-VINCULO
                  IF WS-VINC-ACHADO-SIM
                     MOVE SPACES          TO WS-DET-CHAVE
                     MOVE HLD-CODIGO      TO WS-DET-CHAVE(1:6)
                     MOVE HLD-SUPERVISOR  TO WS-DET-OPERADOR
                     MOVE HLD-DATA-INICIO TO WS-DATA-ISO
                     MOVE SPACES          TO WS-DET-TEXTO
                     STRING 'SUSPENDEU E '  DELIMITED BY SIZE
                            WS-VINC-DESC    DELIMITED BY '  '
                            ': '            DELIMITED BY SIZE
                            HLD-MOTIVO      DELIMITED BY SIZE
                            INTO WS-DET-TEXTO
                     END-STRING
                     PERFORM P830-GRAVA-DETALHE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P400-AUDITA-COMISSOES
      * Competencia de comissao fechada por supervisor que lancou
      * pedido no mesmo mes - fechou a apuracao da propria comissao.
      ******************************************************************
       P400-AUDITA-COMISSOES.
            MOVE 'FECHAMENTO DE COMISSAO - FECHADO POR QUEM COMISSIONA'
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT FECHAMENTOS
            IF WS-FECHAMENTOS-OK
               PERFORM P405-LE-FECHAMENTO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE FECHAMENTOS
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P405-LE-FECHAMENTO.
            READ FECHAMENTOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF FCH-COMPETENCIA = WS-COMPETENCIA
                  MOVE 'N' TO WS-VINC-ACHADO
                  PERFORM VARYING WS-IDX-INCLUSAO FROM 1 BY 1
                          UNTIL WS-IDX-INCLUSAO > WS-QTD-INCLUSOES-TAB
                             OR WS-VINC-ACHADO-SIM
                      IF WS-INC-OPERADOR(WS-IDX-INCLUSAO)
                         = FCH-SUPERVISOR
                         SET WS-VINC-ACHADO-SIM TO TRUE
                      END-IF
                  END-PERFORM
                  IF WS-VINC-ACHADO-SIM
                     MOVE FCH-COMPETENCIA TO WS-DET-CHAVE
                     MOVE FCH-SUPERVISOR  TO WS-DET-OPERADOR
                     MOVE FCH-DATA        TO WS-DATA-ISO
                     MOVE 'FECHOU A COMPETENCIA COM PEDIDOS PROPRIOS'
                          TO WS-DET-TEXTO
                     PERFORM P830-GRAVA-DETALHE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P420-AUDITA-LIBERACOES
      * Pedido liberado acima do limite de credito (LIBERAR) ou do
      * grau de risco (LIBRISCO) pelo mesmo operador que o lancou -
      * supervisor lancando e autorizando o proprio pedido.
      ******************************************************************
       P420-AUDITA-LIBERACOES.
            MOVE 'PEDIDO - LANCADO E LIBERADO ACIMA DO LIMITE PELO '
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            PERFORM VARYING WS-IDX-LIBERACAO FROM 1 BY 1
                    UNTIL WS-IDX-LIBERACAO > WS-QTD-LIBERACOES-TAB
                PERFORM P425-CASA-LIBERACAO
            END-PERFORM
            PERFORM P810-FECHA-SECAO.

       P425-CASA-LIBERACAO.
            MOVE 'N' TO WS-VINC-ACHADO
            PERFORM VARYING WS-IDX-INCLUSAO FROM 1 BY 1
                    UNTIL WS-IDX-INCLUSAO > WS-QTD-INCLUSOES-TAB
                       OR WS-VINC-ACHADO-SIM
                IF WS-INC-CHAVE(WS-IDX-INCLUSAO)
                   = WS-LIB-CHAVE(WS-IDX-LIBERACAO)
                   AND WS-INC-OPERADOR(WS-IDX-INCLUSAO)
                       = WS-LIB-OPERADOR(WS-IDX-LIBERACAO)
                   SET WS-VINC-ACHADO-SIM TO TRUE
                END-IF
            END-PERFORM
            IF WS-VINC-ACHADO-SIM
               MOVE WS-LIB-CHAVE(WS-IDX-LIBERACAO)    TO WS-DET-CHAVE
               MOVE WS-LIB-OPERADOR(WS-IDX-LIBERACAO) TO WS-DET-OPERADOR
               MOVE WS-LIB-DATA(WS-IDX-LIBERACAO)     TO WS-DATA-ISO
               MOVE SPACES TO WS-DET-TEXTO
               IF WS-LIB-ACAO(WS-IDX-LIBERACAO) = 'LIBRISCO'
                  STRING 'LIBEROU O GRAU DE RISCO DO CLIENTE '
                                                  DELIMITED BY SIZE
                         WS-LIB-CLIENTE(WS-IDX-LIBERACAO)
                                                  DELIMITED BY SIZE
                         INTO WS-DET-TEXTO
                  END-STRING
               ELSE
                  STRING 'LIBEROU O LIMITE DE CREDITO DO CLIENTE '
                                                  DELIMITED BY SIZE
                         WS-LIB-CLIENTE(WS-IDX-LIBERACAO)
                                                  DELIMITED BY SIZE
                         INTO WS-DET-TEXTO
                  END-STRING
               END-IF
               PERFORM P830-GRAVA-DETALHE
            END-IF.

      ******************************************************************
      * P440-AUDITA-CAIXA
      * Operador que recebeu cheque (CHEQUES.dat) no periodo para
      * cliente cujo cadastro ele mesmo manteve - manutencao e caixa
      * na mesma mao.
      ******************************************************************
       P440-AUDITA-CAIXA.
            MOVE 'CAIXA - CHEQUE RECEBIDO POR QUEM MANTEVE O CLIENTE'
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT CUSTODIA-CHEQUES
            IF WS-CHEQUES-OK
               PERFORM P445-LE-CHEQUE UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE CUSTODIA-CHEQUES
               PERFORM P810-FECHA-SECAO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P445-LE-CHEQUE.
            READ CUSTODIA-CHEQUES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF CHQ-DATA-RECEBIMENTO(1:6) = WS-COMPETENCIA
                  AND CHQ-OPERADOR NOT = SPACES
                  MOVE CHQ-OPERADOR TO WS-VINC-OPERADOR
                  MOVE CHQ-CODIGO   TO WS-VINC-CLIENTE
                  PERFORM P700-PROCURA-VINCULO
                  IF WS-VINC-ACHADO-SIM
                     AND WS-VNC-MANUTENCAO(WS-IDX-VINC-ACHADO) = 'S'
                     MOVE SPACES           TO WS-DET-CHAVE
                     MOVE CHQ-CODIGO       TO WS-DET-CHAVE(1:6)
                     MOVE CHQ-OPERADOR     TO WS-DET-OPERADOR
                     MOVE CHQ-DATA-RECEBIMENTO TO WS-DATA-ISO
                     MOVE SPACES           TO WS-DET-TEXTO
                     STRING 'RECEBEU O CHEQUE '  DELIMITED BY SIZE
                            CHQ-NUMERO           DELIMITED BY SIZE
                            ' (ID '              DELIMITED BY SIZE
                            CHQ-ID               DELIMITED BY SIZE
                            ') E MANTEVE O CADASTRO'
                                                 DELIMITED BY SIZE
                            INTO WS-DET-TEXTO
                     END-STRING
                     PERFORM P830-GRAVA-DETALHE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P460-AUDITA-NIVEIS
      * Toda troca de nivel de permissao do periodo (OPRHIST.dat),
      * com quem trocou; a troca do proprio nivel conta como conflito.
      ******************************************************************
       P460-AUDITA-NIVEIS.
            MOVE 'OPERADORES COM TROCA DE NIVEL DE PERMISSAO'
                 TO WS-DET-TEXTO
            PERFORM P800-TITULO-SECAO
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT HIST-OPERADORES
            IF WS-OPRH-OK
               PERFORM P465-LE-HISTORICO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE HIST-OPERADORES
               MOVE WS-QTD-TROCAS-NIVEL TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING '  TROCAS DE NIVEL NO PERIODO: ' DELIMITED BY SIZE
                      WS-QTD-ED                        DELIMITED BY SIZE
                      '  (DA PROPRIA CONTA: '          DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               MOVE WS-QTD-SECAO TO WS-QTD-ED
               MOVE WS-QTD-ED TO REG-RELATORIO(53:6)
               MOVE ')' TO REG-RELATORIO(59:1)
               WRITE REG-RELATORIO
            ELSE
               PERFORM P820-SECAO-SEM-ARQUIVO
            END-IF.

       P465-LE-HISTORICO.
            READ HIST-OPERADORES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF OPH-TROCA-NIVEL
                  AND OPH-DATA(1:6) = WS-COMPETENCIA
                  AND OPH-NIVEL-ANTERIOR NOT = OPH-NIVEL-NOVO
                  ADD 1 TO WS-QTD-TROCAS-NIVEL
                  MOVE OPH-NIVEL-ANTERIOR TO WS-NIVEL-TRABALHO
                  PERFORM P470-DESCREVE-NIVEL
                  MOVE WS-NIVEL-DESC TO WS-NIVEL-DESC-ANT
                  MOVE OPH-NIVEL-NOVO TO WS-NIVEL-TRABALHO
                  PERFORM P470-DESCREVE-NIVEL
                  MOVE WS-NIVEL-DESC TO WS-NIVEL-DESC-NOVO
                  MOVE OPH-OPERADOR   TO WS-DET-CHAVE
                  MOVE OPH-SUPERVISOR TO WS-DET-OPERADOR
                  MOVE OPH-DATA       TO WS-DATA-ISO
                  MOVE SPACES         TO WS-DET-TEXTO
                  STRING WS-NIVEL-DESC-ANT DELIMITED BY SPACE
                         ' -> '            DELIMITED BY SIZE
                         WS-NIVEL-DESC-NOVO DELIMITED BY SPACE
                         INTO WS-DET-TEXTO
                  END-STRING
                  IF OPH-SUPERVISOR = OPH-OPERADOR
                     MOVE '*** PROPRIO NIVEL ***'
                          TO WS-DET-TEXTO(30:21)
                     PERFORM P830-GRAVA-DETALHE
                  ELSE
                     PERFORM P840-GRAVA-INFORMATIVO
                  END-IF
               END-IF
            END-IF.

       P470-DESCREVE-NIVEL.
            EVALUATE WS-NIVEL-TRABALHO
                WHEN 1     MOVE 'CONSULTA'   TO WS-NIVEL-DESC
                WHEN 2     MOVE 'OPERACAO'   TO WS-NIVEL-DESC
                WHEN 3     MOVE 'SUPERVISOR' TO WS-NIVEL-DESC
                WHEN OTHER MOVE 'INDEFINIDO' TO WS-NIVEL-DESC
            END-EVALUATE.

      ******************************************************************
      * P600-GRAVA-RESUMO
      ******************************************************************
       P600-GRAVA-RESUMO.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-CONFLITOS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'TOTAL DE CONFLITOS NO PERIODO: ' DELIMITED BY SIZE
                   WS-QTD-ED                         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            IF WS-VINCULOS-ESTOUROU-SIM
               MOVE 'AVISO - VINCULOS OPERADOR x CLIENTE ALEM DO TETO '
                    TO REG-RELATORIO
               MOVE '- CONFLITOS PODEM TER FICADO DE FORA.'
                    TO REG-RELATORIO(50:37)
               WRITE REG-RELATORIO
               SET WS-AVISOS-SIM TO TRUE
            END-IF
            IF WS-PEDIDOS-ESTOUROU-SIM
               MOVE 'AVISO - PEDIDOS DO PERIODO ALEM DO TETO - '
                    TO REG-RELATORIO
               MOVE 'CONFLITOS PODEM TER FICADO DE FORA.'
                    TO REG-RELATORIO(43:35)
               WRITE REG-RELATORIO
               SET WS-AVISOS-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P700-PROCURA-VINCULO
      * Procura o par WS-VINC-OPERADOR/WS-VINC-CLIENTE na tabela de
      * vinculos; achado, WS-VINC-DESC diz de que tipo e
      * WS-IDX-VINC-ACHADO aponta a entrada.
      ******************************************************************
       P700-PROCURA-VINCULO.
            MOVE 'N' TO WS-VINC-ACHADO
            MOVE ZEROS TO WS-IDX-VINC-ACHADO
            MOVE SPACES TO WS-VINC-DESC
            PERFORM VARYING WS-IDX-VINCULO FROM 1 BY 1
                    UNTIL WS-IDX-VINCULO > WS-QTD-VINCULOS-TAB
                       OR WS-VINC-ACHADO-SIM
                IF WS-VNC-OPERADOR(WS-IDX-VINCULO) = WS-VINC-OPERADOR
                   AND WS-VNC-CLIENTE(WS-IDX-VINCULO) = WS-VINC-CLIENTE
                   SET WS-VINC-ACHADO-SIM TO TRUE
                   MOVE WS-IDX-VINCULO TO WS-IDX-VINC-ACHADO
                END-IF
            END-PERFORM
            IF WS-VINC-ACHADO-SIM
               EVALUATE TRUE
                   WHEN WS-VNC-MANUTENCAO(WS-IDX-VINC-ACHADO) = 'S'
                        AND WS-VNC-PEDIDO(WS-IDX-VINC-ACHADO) = 'S'
                        MOVE 'MANTEVE E VENDEU' TO WS-VINC-DESC
                   WHEN WS-VNC-MANUTENCAO(WS-IDX-VINC-ACHADO) = 'S'
                        MOVE 'MANTEVE O CADASTRO' TO WS-VINC-DESC
                   WHEN OTHER
                        MOVE 'LANCOU PEDIDO' TO WS-VINC-DESC
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P720-REGISTRA-VINCULO
      * Marca o tipo WS-VINC-TIPO (M/P) no par operador x cliente,
      * criando a entrada na primeira vez.
      ******************************************************************
       P720-REGISTRA-VINCULO.
            PERFORM P700-PROCURA-VINCULO
            IF NOT WS-VINC-ACHADO-SIM
               IF WS-QTD-VINCULOS-TAB < WS-MAX-VINCULOS
                  ADD 1 TO WS-QTD-VINCULOS-TAB
                  MOVE WS-QTD-VINCULOS-TAB TO WS-IDX-VINC-ACHADO
                  MOVE WS-VINC-OPERADOR
                       TO WS-VNC-OPERADOR(WS-IDX-VINC-ACHADO)
                  MOVE WS-VINC-CLIENTE
                       TO WS-VNC-CLIENTE(WS-IDX-VINC-ACHADO)
                  MOVE 'N' TO WS-VNC-MANUTENCAO(WS-IDX-VINC-ACHADO)
                  MOVE 'N' TO WS-VNC-PEDIDO(WS-IDX-VINC-ACHADO)
               ELSE
                  SET WS-VINCULOS-ESTOUROU-SIM TO TRUE
               END-IF
            END-IF
            IF WS-IDX-VINC-ACHADO > ZEROS
               IF WS-VINC-TIPO = 'M'
                  MOVE 'S' TO WS-VNC-MANUTENCAO(WS-IDX-VINC-ACHADO)
               ELSE
                  MOVE 'S' TO WS-VNC-PEDIDO(WS-IDX-VINC-ACHADO)
               END-IF
            END-IF.

      ******************************************************************
      * P800-P840 - TITULO, DETALHE E RODAPE DE CADA SECAO. O TITULO
      * CHEGA EM WS-DET-TEXTO.
      ******************************************************************
       P800-TITULO-SECAO.
            MOVE ZEROS TO WS-QTD-SECAO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING '--- '       DELIMITED BY SIZE
                   WS-DET-TEXTO DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P810-FECHA-SECAO.
            IF WS-QTD-SECAO = ZEROS
               MOVE '  NENHUM CASO NO PERIODO.' TO REG-RELATORIO
            ELSE
               MOVE WS-QTD-SECAO TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING '  CASOS NA SECAO: ' DELIMITED BY SIZE
                      WS-QTD-ED            DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
            END-IF
            WRITE REG-RELATORIO.

       P820-SECAO-SEM-ARQUIVO.
            MOVE '  ARQUIVO AUSENTE - SECAO SEM DADOS.' TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P830-GRAVA-DETALHE.
            ADD 1 TO WS-QTD-SECAO
            ADD 1 TO WS-QTD-CONFLITOS
            PERFORM P840-GRAVA-INFORMATIVO.

       P840-GRAVA-INFORMATIVO.
            IF WS-DATA-ISO IS NUMERIC AND WS-DATA-ISO NOT = ZEROS
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR TO WS-DET-DATA
            ELSE
               MOVE SPACES TO WS-DET-DATA
            END-IF
            MOVE WS-LINHA-DETALHE TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-SOD
               MOVE 'SOD-AUDIT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\SODAUD.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               MOVE WS-QTD-CONFLITOS TO WS-QTD-ED
               DISPLAY 'SEGREGACAO DE FUNCOES ' WS-COMPETENCIA ': '
                       WS-QTD-ED ' CONFLITO(S) - SODAUD.txt'
               IF WS-AVISOS-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM SOD-AUDIT.
