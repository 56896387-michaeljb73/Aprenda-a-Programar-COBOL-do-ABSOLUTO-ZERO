      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Interface noturna com a contabilidade: cada evento
      *            financeiro ainda nao contabilizado vira um par de
      *            partidas dobradas (debito e credito de mesmo valor)
      *            no diario GLJOURN.txt - header com o numero do
      *            lote, detalhes, trailer com contagem e totais de
      *            debito e credito - e a linha do MANIFEST.txt. As
      *            fontes sao as faturas (INVFILE.txt - valor
      *            liquido, imposto destacado e frete cobrado), os
      *            recebimentos aplicados pelo CASH-APPLY
      *            (RCPTREG.dat), os descontos de antecipacao
      *            (DISCREG.dat, gravado no P453 do CASH-APPLY), os
      *            encargos de atraso e tarifas de cheque devolvido
      *            (ENCGREG.dat, LATE-FEE e CHEQUE-MAINT),
      *            as baixas por perda (WRITEOFF.dat), as notas de
      *            credito (CREDNOTE.dat) e os reembolsos pagos ao
      *            cliente (REEMBREG.dat, REFUND-PAY). As contas
      *            vem da tabela de mapeamento GLMAP.dat (GLMAP-MAINT)
      *            por tipo de evento e filial do cliente, com '**'
      *            valendo para as filiais sem linha propria.
      *            O que ja foi contabilizado fica marcado no registro
      *            de controle GLCTL.dat: ultimo numero de fatura,
      *            recibo e nota; quantidade de descontos, de
      *            encargos, de perdas e de reembolsos (arquivos so
      *            acrescidos).
      *            Evento sem mapeamento nao some: vai para o
      *            ERROR-LOG e fica no GLPEND.dat, reapresentado na
      *            rodada seguinte ate a tabela ganhar a linha.
      *            A contabilidade deixa de redigitar os numeros.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Frete cobrado na fatura (FAT-VALOR-FRETE, novo
      *                  no INVFILE.txt) contabilizado como evento FRET,
      *                  com linha propria no GLMAP.dat.
      * 15/10/2026  MJB  Reembolsos pagos pelo REFUND-PAY (REEMBREG.dat)
      *                  contabilizados como evento REEM; quantidade
      *                  contabilizada no GLCTL.dat.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro alargado - a tarifa entra na conta
      *                  como qualquer encargo.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim a sequencia do
      *                  contrato (LFE-CONTRATO); registro alargado.
      * 15/10/2026  MJB  Encargos passam a vir do registro de encargos
      *                  lancados (ENCGREG.dat, copybooks ENCG*), so
      *                  acrescido, com marca por quantidade como o
      *                  DISCREG.dat. A marca antiga (competencia e
      *                  linhas dela no LATEFEE.dat) perdia encargo
      *                  quando uma baixa e um lancamento novo caiam na
      *                  mesma competencia; fica no GLCTL.dat sem uso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ERRLOGSL.
           COPY MANIFSL.
           COPY RMBPSL.
           COPY ENCGSL.

           SELECT MAPA-CONTABIL ASSIGN TO
           'src\assets\GLMAP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPA-STATUS.

      * REGISTRO DE CONTROLE COM AS MARCAS DO QUE JA FOI CONTABILIZADO
           SELECT DIARIO-CONTROLE ASSIGN TO
           'src\assets\GLCTL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT EVENTOS-PENDENTES ASSIGN TO
           'src\assets\GLPEND.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDENTES-STATUS.

           SELECT DIARIO-CONTABIL ASSIGN TO
           'src\assets\GLJOURN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIARIO-STATUS.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATURAS-STATUS.

           SELECT REGISTRO-RECIBOS ASSIGN TO
           'src\assets\RCPTREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT DESCONTOS-CONCEDIDOS ASSIGN TO
           'src\assets\DISCREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESCONTOS-STATUS.

           SELECT ARQUIVO-PERDAS ASSIGN TO
           'src\assets\WRITEOFF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDAS-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO
           'src\assets\CREDNOTE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  MAPA-CONTABIL.
           COPY GLMAPF.

       FD  DIARIO-CONTROLE.
       01  REG-DIARIO-CONTROLE.
           05  GLC-ULT-LOTE            PIC 9(06).
           05  GLC-DATA-ULT-LOTE       PIC 9(08).
           05  GLC-ULT-FATURA          PIC 9(06).
           05  GLC-ULT-RECIBO          PIC 9(06).
           05  GLC-ULT-NOTA            PIC 9(06).
      *    MARCA ANTIGA DOS ENCARGOS (LATEFEE.dat) - SEM USO, SO
      *    REGRAVADA COMO FOI LIDA
           05  GLC-ULT-COMPETENCIA     PIC 9(06).
           05  GLC-QTD-ENCARGOS-COMPET PIC 9(05).
           05  GLC-QTD-DESCONTOS       PIC 9(07).
           05  GLC-QTD-PERDAS          PIC 9(07).
           05  GLC-QTD-REEMBOLSOS      PIC 9(07).
           05  GLC-QTD-ENCARGOS        PIC 9(07).

      * EVENTO REJEITADO POR FALTA DE MAPEAMENTO, GUARDADO JA NO
      * FORMATO NORMALIZADO (MESMO LAYOUT DO WS-EVENTO)
       FD  EVENTOS-PENDENTES.
       01  REG-EVENTO-PENDENTE         PIC X(41).

      * DIARIO - TIPO H = HEADER (LOTE E DATA DE GERACAO), D =
      * PARTIDA (UMA LINHA POR DEBITO E UMA POR CREDITO), T =
      * TRAILER (CONTAGEM DE PARTIDAS E TOTAIS DE DEBITO E CREDITO)
       FD  DIARIO-CONTABIL.
       01  REG-DIARIO                  PIC X(100).
       01  REG-DIARIO-HEADER REDEFINES REG-DIARIO.
           05  GJH-TIPO                PIC X(01).
           05  GJH-LOTE                PIC 9(06).
           05  GJH-DATA-GERACAO        PIC 9(08).
           05  GJH-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(75).
       01  REG-DIARIO-PARTIDA REDEFINES REG-DIARIO.
           05  GJD-TIPO                PIC X(01).
           05  GJD-LOTE                PIC 9(06).
           05  GJD-SEQUENCIA           PIC 9(07).
           05  GJD-DATA-EVENTO         PIC 9(08).
           05  GJD-FILIAL              PIC X(02).
           05  GJD-CONTA               PIC X(10).
           05  GJD-NATUREZA            PIC X(01).
           05  GJD-VALOR               PIC 9(11)V99.
           05  GJD-TIPO-EVENTO         PIC X(04).
           05  GJD-DOCUMENTO           PIC 9(08).
           05  GJD-CLIENTE             PIC 9(06).
           05  GJD-HISTORICO           PIC X(30).
           05  FILLER                  PIC X(04).
       01  REG-DIARIO-TRAILER REDEFINES REG-DIARIO.
           05  GJT-TIPO                PIC X(01).
           05  GJT-LOTE                PIC 9(06).
           05  GJT-QTD-PARTIDAS        PIC 9(07).
           05  GJT-TOTAL-DEBITOS       PIC 9(13)V99.
           05  GJT-TOTAL-CREDITOS      PIC 9(13)V99.
           05  FILLER                  PIC X(56).

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

       FD  REGISTRO-RECIBOS.
           COPY RCPTF.

       FD  DESCONTOS-CONCEDIDOS.
           COPY DISCF.

       FD  REGISTRO-ENCARGOS.
           COPY ENCGF.

       FD  ARQUIVO-PERDAS.
           COPY WOFFF.

       FD  NOTAS-CREDITO.
           COPY CREDNF.

       FD  REGISTRO-REEMBOLSOS.
           COPY RMBPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-MAPA-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-MAPA-OK                      VALUE '00'.
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTROLE-OK                  VALUE '00'.
       77  WS-PENDENTES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-PENDENTES-OK                 VALUE '00'.
       77  WS-DIARIO-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-DIARIO-OK                    VALUE '00'.
       77  WS-FATURAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-FATURAS-OK                   VALUE '00'.
       77  WS-RECIBOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RECIBOS-OK                   VALUE '00'.
       77  WS-DESCONTOS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-DESCONTOS-OK                 VALUE '00'.
       77  WS-PERDAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-PERDAS-OK                    VALUE '00'.
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.
       77  WS-REGISTRO-REEMB-STATUS PIC X(02)  VALUE SPACES.
           88  WS-REGISTRO-REEMB-OK            VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'GLJOURNL'.

      * REGISTRO DE ENCARGOS LANCADOS (COPYBOOKS ENCG*) - SO LIDO
           COPY ENCGWS.

      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * TABELA DE MAPEAMENTO EM MEMORIA (COPYBOOK GLMAPF)
       77  WS-MAX-MAPAS            PIC 9(03)   VALUE 300.
       77  WS-QTD-MAPAS-TAB        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MAPA             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MAPA-FILIAL      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MAPA-GERAL       PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-MAPAS.
           05  WS-MAPA-LINHA       PIC X(56)  OCCURS 300 TIMES.

      * PENDENTES DA RODADA ANTERIOR - CARREGADOS ANTES DE O
      * GLPEND.dat SER REGRAVADO COM AS REJEICOES DESTA RODADA
       77  WS-MAX-PENDENTES        PIC 9(03)   VALUE 500.
       77  WS-QTD-PENDENTES-TAB    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PENDENTE         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PENDENTES.
           05  WS-PENDENTE-LINHA   PIC X(41)  OCCURS 500 TIMES.

      * MARCAS DO CONTROLE - LIDAS DO GLCTL.dat E AVANCADAS CONFORME
      * OS EVENTOS SAO LIDOS; SO VOLTAM PARA O ARQUIVO COM O DIARIO
      * FECHADO
       77  WS-LOTE                 PIC 9(06)   VALUE ZEROS.
       77  WS-ULT-FATURA           PIC 9(06)   VALUE ZEROS.
       77  WS-ULT-RECIBO           PIC 9(06)   VALUE ZEROS.
       77  WS-ULT-NOTA             PIC 9(06)   VALUE ZEROS.
       77  WS-ULT-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       77  WS-QTD-ENCARGOS-COMPET  PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-DESCONTOS-CTL    PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-ENCARGOS-CTL     PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-PERDAS-CTL       PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-REEMBOLSOS-CTL   PIC 9(07)   VALUE ZEROS.
       77  WS-NOVA-FATURA          PIC 9(06)   VALUE ZEROS.
       77  WS-NOVO-RECIBO          PIC 9(06)   VALUE ZEROS.
       77  WS-NOVA-NOTA            PIC 9(06)   VALUE ZEROS.
       77  WS-QTD-LIDOS            PIC 9(07)   VALUE ZEROS.

      * EVENTO NORMALIZADO - TODA FONTE E REDUZIDA A ESTE FORMATO
      * ANTES DE PASSAR PELO P700 (E E O QUE O GLPEND.dat GUARDA)
       01  WS-EVENTO.
           05  WS-EVT-TIPO             PIC X(04).
           05  WS-EVT-FILIAL           PIC X(02).
           05  WS-EVT-DATA             PIC 9(08).
           05  WS-EVT-DOCUMENTO        PIC 9(08).
           05  WS-EVT-CLIENTE          PIC 9(06).
           05  WS-EVT-VALOR            PIC 9(11)V99.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-SEQUENCIA            PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-DEBITOS        PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-EVENTOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADOS       PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-REAPRESENTA-PENDENTES
               PERFORM P300-FATURAS
               PERFORM P350-RECIBOS
               PERFORM P400-DESCONTOS
               PERFORM P450-ENCARGOS
               PERFORM P500-PERDAS
               PERFORM P550-NOTAS
               PERFORM P600-REEMBOLSOS
               PERFORM P800-FECHA-DIARIO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P110-RESTAURA-CONTROLE
            PERFORM P120-CARREGA-MAPA
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P130-CARREGA-PENDENTES
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT CUSTOMER-MASTER
               OPEN EXTEND ERROR-LOG
               OPEN OUTPUT DIARIO-CONTABIL
               IF NOT WS-CUST-OK OR NOT WS-ERRLOG-OK
                  OR NOT WS-DIARIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                          WS-CUST-STATUS ' LOG DE ERROS: '
                          WS-ERRLOG-STATUS ' DIARIO: '
                          WS-DIARIO-STATUS
               ELSE
                  MOVE SPACES TO WS-PENDENTES-STATUS
                  OPEN OUTPUT EVENTOS-PENDENTES
                  ADD 1 TO WS-LOTE
                  MOVE SPACES TO REG-DIARIO
                  MOVE 'H'          TO GJH-TIPO
                  MOVE WS-LOTE      TO GJH-LOTE
                  MOVE WS-DATA-HOJE TO GJH-DATA-GERACAO
                  MOVE 'CLIENTES'   TO GJH-ORIGEM
                  WRITE REG-DIARIO
               END-IF
            END-IF.

       P110-RESTAURA-CONTROLE.
            OPEN INPUT DIARIO-CONTROLE
            IF WS-CONTROLE-OK
               READ DIARIO-CONTROLE
               IF WS-CONTROLE-OK
                  MOVE GLC-ULT-LOTE            TO WS-LOTE
                  MOVE GLC-ULT-FATURA          TO WS-ULT-FATURA
                  MOVE GLC-ULT-RECIBO          TO WS-ULT-RECIBO
                  MOVE GLC-ULT-NOTA            TO WS-ULT-NOTA
                  MOVE GLC-ULT-COMPETENCIA     TO WS-ULT-COMPETENCIA
                  MOVE GLC-QTD-ENCARGOS-COMPET
                       TO WS-QTD-ENCARGOS-COMPET
                  MOVE GLC-QTD-DESCONTOS       TO WS-QTD-DESCONTOS-CTL
                  MOVE GLC-QTD-PERDAS          TO WS-QTD-PERDAS-CTL
      *           CONTROLE GRAVADO ANTES DOS REEMBOLSOS NAO TRAZ O CAMPO
                  IF GLC-QTD-REEMBOLSOS IS NUMERIC
                     MOVE GLC-QTD-REEMBOLSOS
                          TO WS-QTD-REEMBOLSOS-CTL
                  END-IF
      *           NEM ANTES DO ENCGREG.dat - QUE NASCE VAZIO JUNTO
                  IF GLC-QTD-ENCARGOS IS NUMERIC
                     MOVE GLC-QTD-ENCARGOS TO WS-QTD-ENCARGOS-CTL
                  END-IF
               END-IF
               CLOSE DIARIO-CONTROLE
            ELSE
               DISPLAY 'SEM CONTROLE GRAVADO (GLCTL.dat) - PRIMEIRO '
                       'LOTE CONTABILIZA TODO O HISTORICO.'
            END-IF
            MOVE WS-ULT-FATURA          TO WS-NOVA-FATURA
            MOVE WS-ULT-RECIBO          TO WS-NOVO-RECIBO
            MOVE WS-ULT-NOTA            TO WS-NOVA-NOTA.

      *     SEM TABELA NAO HA CONTA PARA NADA - A RODADA PARA AQUI EM
      *     VEZ DE EMPURRAR O DIA INTEIRO PARA O GLPEND.dat
       P120-CARREGA-MAPA.
            OPEN INPUT MAPA-CONTABIL
            IF NOT WS-MAPA-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'TABELA DE MAPEAMENTO (GLMAP.dat) INDISPONIVEL '
                       '- STATUS ' WS-MAPA-STATUS
                       '. MANTENHA PELO GLMAP-MAINT.'
            ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P125-LE-MAPA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE MAPA-CONTABIL
            END-IF.

       P125-LE-MAPA.
            READ MAPA-CONTABIL
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-MAPAS-TAB < WS-MAX-MAPAS
                  ADD 1 TO WS-QTD-MAPAS-TAB
                  MOVE REG-MAPA-CONTABIL
                       TO WS-MAPA-LINHA(WS-QTD-MAPAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-MAPAS ' LINHAS NA '
                          'TABELA DE MAPEAMENTO - EXCEDENTE IGNORADO.'
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P130-CARREGA-PENDENTES.
            OPEN INPUT EVENTOS-PENDENTES
            IF WS-PENDENTES-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P135-LE-PENDENTE UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE EVENTOS-PENDENTES
            END-IF.

       P135-LE-PENDENTE.
            READ EVENTOS-PENDENTES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-PENDENTES-TAB < WS-MAX-PENDENTES
                  ADD 1 TO WS-QTD-PENDENTES-TAB
                  MOVE REG-EVENTO-PENDENTE
                       TO WS-PENDENTE-LINHA(WS-QTD-PENDENTES-TAB)
               ELSE
      *           COM A TABELA ESTOURADA, REGRAVAR O GLPEND.dat
      *           APAGARIA TODO PENDENTE ALEM DO TETO - A RODADA E
      *           ABORTADA ANTES DE QUALQUER GRAVACAO
                  DISPLAY 'MAIS DE ' WS-MAX-PENDENTES ' EVENTOS '
                          'PENDENTES - RODADA ABORTADA. COMPLETE O '
                          'MAPEAMENTO E RODE DE NOVO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P200-REAPRESENTA-PENDENTES
      * Eventos rejeitados em rodadas anteriores voltam ao P700 antes
      * dos novos: com o mapeamento ja incluido, entram neste lote;
      * senao sao rejeitados de novo e continuam no GLPEND.dat.
      ******************************************************************
       P200-REAPRESENTA-PENDENTES.
            PERFORM VARYING WS-IDX-PENDENTE FROM 1 BY 1
                    UNTIL WS-IDX-PENDENTE > WS-QTD-PENDENTES-TAB
                MOVE WS-PENDENTE-LINHA(WS-IDX-PENDENTE) TO WS-EVENTO
                PERFORM P700-CONTABILIZA-EVENTO
            END-PERFORM.

      ******************************************************************
      * P300-FATURAS
      * Fatura de numero acima do ultimo contabilizado: o valor
      * liquido (FATU), o imposto destacado (IMPO) e o frete cobrado
      * do cliente (FRET) sao eventos separados, cada um com o seu
      * par de contas. Fatura anterior ao frete (campo nao numerico)
      * nao gera FRET.
      ******************************************************************
       P300-FATURAS.
            OPEN INPUT ARQUIVO-FATURAS
            IF WS-FATURAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P310-LE-FATURA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-FATURAS
            END-IF.

       P310-LE-FATURA.
            READ ARQUIVO-FATURAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF FAT-NUMERO IS NUMERIC
                  AND FAT-VALOR-TOTAL IS NUMERIC
                  AND FAT-VALOR-IMPOSTO IS NUMERIC
                  AND FAT-NUMERO > WS-ULT-FATURA
                  MOVE FAT-CODIGO-CLIENTE TO WS-EVT-CLIENTE
                  PERFORM P750-ACHA-FILIAL
                  MOVE FAT-DATA-EMISSAO   TO WS-EVT-DATA
                  MOVE FAT-NUMERO         TO WS-EVT-DOCUMENTO
                  MOVE 'FATU'             TO WS-EVT-TIPO
                  MOVE FAT-VALOR-TOTAL    TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
                  MOVE 'IMPO'             TO WS-EVT-TIPO
                  MOVE FAT-VALOR-IMPOSTO  TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
                  IF FAT-VALOR-FRETE IS NUMERIC
                     MOVE 'FRET'          TO WS-EVT-TIPO
                     MOVE FAT-VALOR-FRETE TO WS-EVT-VALOR
                     PERFORM P700-CONTABILIZA-EVENTO
                  END-IF
                  IF FAT-NUMERO > WS-NOVA-FATURA
                     MOVE FAT-NUMERO TO WS-NOVA-FATURA
                  END-IF
               END-IF
            END-IF.

       P350-RECIBOS.
            OPEN INPUT REGISTRO-RECIBOS
            IF WS-RECIBOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P360-LE-RECIBO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE REGISTRO-RECIBOS
            END-IF.

       P360-LE-RECIBO.
            READ REGISTRO-RECIBOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF RCP-NUMERO IS NUMERIC AND RCP-VALOR IS NUMERIC
                  AND RCP-NUMERO > WS-ULT-RECIBO
                  MOVE RCP-CODIGO         TO WS-EVT-CLIENTE
                  PERFORM P750-ACHA-FILIAL
                  MOVE 'RECB'             TO WS-EVT-TIPO
                  MOVE RCP-DATA-PAGTO     TO WS-EVT-DATA
                  MOVE RCP-NUMERO         TO WS-EVT-DOCUMENTO
                  MOVE RCP-VALOR          TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
                  IF RCP-NUMERO > WS-NOVO-RECIBO
                     MOVE RCP-NUMERO TO WS-NOVO-RECIBO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P400-DESCONTOS
      * DISCREG.dat so e acrescido: contabiliza as linhas alem da
      * quantidade ja contabilizada. A filial vem gravada no proprio
      * registro; o documento e a parcela quitada.
      ******************************************************************
       P400-DESCONTOS.
            MOVE ZEROS TO WS-QTD-LIDOS
            OPEN INPUT DESCONTOS-CONCEDIDOS
            IF WS-DESCONTOS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P410-LE-DESCONTO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE DESCONTOS-CONCEDIDOS
            END-IF
            IF WS-QTD-LIDOS > WS-QTD-DESCONTOS-CTL
               MOVE WS-QTD-LIDOS TO WS-QTD-DESCONTOS-CTL
            END-IF.

       P410-LE-DESCONTO.
            READ DESCONTOS-CONCEDIDOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF WS-QTD-LIDOS > WS-QTD-DESCONTOS-CTL
                  AND DSC-VALOR-DESCONTO IS NUMERIC
                  MOVE 'DESC'             TO WS-EVT-TIPO
                  MOVE DSC-FILIAL         TO WS-EVT-FILIAL
                  MOVE DSC-DATA-PAGTO     TO WS-EVT-DATA
                  MOVE DSC-PARCELA        TO WS-EVT-DOCUMENTO
                  MOVE DSC-CODIGO         TO WS-EVT-CLIENTE
                  MOVE DSC-VALOR-DESCONTO TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
               END-IF
            END-IF.

      ******************************************************************
      * P450-ENCARGOS
      * ENCGREG.dat so e acrescido (uma linha por encargo gravado no
      * LATEFEE.dat pelo LATE-FEE ou pelo CHEQUE-MAINT): mesma marca
      * por quantidade do DISCREG.dat. O LATEFEE.dat nao serve de
      * marca - a baixa, a perda, a renegociacao e o arquivamento
      * tiram linhas dele. A data do lancamento e o primeiro dia da
      * competencia; o documento, a propria competencia.
      ******************************************************************
       P450-ENCARGOS.
            MOVE ZEROS TO WS-QTD-LIDOS
            OPEN INPUT REGISTRO-ENCARGOS
            IF WS-ENCGREG-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P460-LE-ENCARGO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE REGISTRO-ENCARGOS
            END-IF
            IF WS-QTD-LIDOS > WS-QTD-ENCARGOS-CTL
               MOVE WS-QTD-LIDOS TO WS-QTD-ENCARGOS-CTL
            END-IF.

       P460-LE-ENCARGO.
            READ REGISTRO-ENCARGOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF WS-QTD-LIDOS > WS-QTD-ENCARGOS-CTL
                  AND EGR-COMPETENCIA IS NUMERIC
                  AND EGR-VALOR-ENCARGO IS NUMERIC
                  PERFORM P470-CONTABILIZA-ENCARGO
               END-IF
            END-IF.

       P470-CONTABILIZA-ENCARGO.
            MOVE EGR-CODIGO         TO WS-EVT-CLIENTE
            PERFORM P750-ACHA-FILIAL
            MOVE 'ENCG'             TO WS-EVT-TIPO
            COMPUTE WS-EVT-DATA = (EGR-COMPETENCIA * 100) + 1
            MOVE EGR-COMPETENCIA    TO WS-EVT-DOCUMENTO
            MOVE EGR-VALOR-ENCARGO  TO WS-EVT-VALOR
            PERFORM P700-CONTABILIZA-EVENTO.

      ******************************************************************
      * P500-PERDAS
      * WRITEOFF.dat so e acrescido: mesma marca por quantidade do
      * DISCREG.dat. Parcela e encargo baixados vao para o mesmo
      * evento PERD; a filial vem gravada no registro.
      ******************************************************************
       P500-PERDAS.
            MOVE ZEROS TO WS-QTD-LIDOS
            OPEN INPUT ARQUIVO-PERDAS
            IF WS-PERDAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P510-LE-PERDA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PERDAS
            END-IF
            IF WS-QTD-LIDOS > WS-QTD-PERDAS-CTL
               MOVE WS-QTD-LIDOS TO WS-QTD-PERDAS-CTL
            END-IF.

       P510-LE-PERDA.
            READ ARQUIVO-PERDAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF WS-QTD-LIDOS > WS-QTD-PERDAS-CTL
                  AND WOF-VALOR IS NUMERIC
                  MOVE 'PERD'             TO WS-EVT-TIPO
                  MOVE WOF-FILIAL         TO WS-EVT-FILIAL
                  MOVE WOF-DATA           TO WS-EVT-DATA
                  MOVE WOF-REFERENCIA     TO WS-EVT-DOCUMENTO
                  MOVE WOF-CODIGO         TO WS-EVT-CLIENTE
                  MOVE WOF-VALOR          TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
               END-IF
            END-IF.

       P550-NOTAS.
            OPEN INPUT NOTAS-CREDITO
            IF WS-NOTAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P560-LE-NOTA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE NOTAS-CREDITO
            END-IF.

       P560-LE-NOTA.
            READ NOTAS-CREDITO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF CNT-NUMERO IS NUMERIC AND CNT-VALOR IS NUMERIC
                  AND CNT-NUMERO > WS-ULT-NOTA
                  MOVE CNT-CODIGO-CLIENTE TO WS-EVT-CLIENTE
                  PERFORM P750-ACHA-FILIAL
                  MOVE 'NCRD'             TO WS-EVT-TIPO
                  MOVE CNT-DATA-EMISSAO   TO WS-EVT-DATA
                  MOVE CNT-NUMERO         TO WS-EVT-DOCUMENTO
                  MOVE CNT-VALOR          TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
                  IF CNT-NUMERO > WS-NOVA-NOTA
                     MOVE CNT-NUMERO TO WS-NOVA-NOTA
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P600-REEMBOLSOS
      * REEMBREG.dat so e acrescido (um registro por reembolso pago
      * pelo REFUND-PAY): mesma marca por quantidade do DISCREG.dat.
      * A filial vem gravada no registro; o documento e o numero do
      * pedido de reembolso.
      ******************************************************************
       P600-REEMBOLSOS.
            MOVE ZEROS TO WS-QTD-LIDOS
            OPEN INPUT REGISTRO-REEMBOLSOS
            IF WS-REGISTRO-REEMB-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P610-LE-REEMBOLSO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE REGISTRO-REEMBOLSOS
            END-IF
            IF WS-QTD-LIDOS > WS-QTD-REEMBOLSOS-CTL
               MOVE WS-QTD-LIDOS TO WS-QTD-REEMBOLSOS-CTL
            END-IF.

       P610-LE-REEMBOLSO.
            READ REGISTRO-REEMBOLSOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF WS-QTD-LIDOS > WS-QTD-REEMBOLSOS-CTL
                  AND RPG-VALOR IS NUMERIC
                  MOVE 'REEM'             TO WS-EVT-TIPO
                  MOVE RPG-FILIAL         TO WS-EVT-FILIAL
                  MOVE RPG-DATA-PAGAMENTO TO WS-EVT-DATA
                  MOVE RPG-NUMERO         TO WS-EVT-DOCUMENTO
                  MOVE RPG-CODIGO         TO WS-EVT-CLIENTE
                  MOVE RPG-VALOR          TO WS-EVT-VALOR
                  PERFORM P700-CONTABILIZA-EVENTO
               END-IF
            END-IF.

      ******************************************************************
      * P700-CONTABILIZA-EVENTO
      * Evento de valor zero nao gera lancamento. Com mapeamento,
      * gera a partida de debito e a de credito do mesmo valor - o
      * lote fecha balanceado por construcao. Sem mapeamento, o
      * evento vai para o ERROR-LOG e para o GLPEND.dat.
      ******************************************************************
       P700-CONTABILIZA-EVENTO.
            IF WS-EVT-VALOR > ZEROS
               PERFORM P710-ACHA-MAPA
               IF WS-IDX-MAPA > ZEROS
                  ADD 1 TO WS-QTD-EVENTOS
                  MOVE WS-MAPA-LINHA(WS-IDX-MAPA) TO REG-MAPA-CONTABIL
                  MOVE SPACES TO REG-DIARIO
                  MOVE GLM-CONTA-DEBITO TO GJD-CONTA
                  MOVE 'D'              TO GJD-NATUREZA
                  PERFORM P720-GRAVA-PARTIDA
                  ADD WS-EVT-VALOR TO WS-TOTAL-DEBITOS
                  MOVE SPACES TO REG-DIARIO
                  MOVE GLM-CONTA-CREDITO TO GJD-CONTA
                  MOVE 'C'               TO GJD-NATUREZA
                  PERFORM P720-GRAVA-PARTIDA
                  ADD WS-EVT-VALOR TO WS-TOTAL-CREDITOS
               ELSE
                  PERFORM P730-REJEITA-EVENTO
               END-IF
            END-IF.

      *     LINHA DA PROPRIA FILIAL PREVALECE; SENAO VALE A '**'
       P710-ACHA-MAPA.
            MOVE ZEROS TO WS-IDX-MAPA-FILIAL
            MOVE ZEROS TO WS-IDX-MAPA-GERAL
            PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                    UNTIL WS-IDX-MAPA > WS-QTD-MAPAS-TAB
                MOVE WS-MAPA-LINHA(WS-IDX-MAPA) TO REG-MAPA-CONTABIL
                IF GLM-TIPO-EVENTO = WS-EVT-TIPO
                   IF GLM-FILIAL = WS-EVT-FILIAL
                      AND WS-EVT-FILIAL NOT = SPACES
                      MOVE WS-IDX-MAPA TO WS-IDX-MAPA-FILIAL
                   END-IF
                   IF GLM-TODAS-FILIAIS
                      MOVE WS-IDX-MAPA TO WS-IDX-MAPA-GERAL
                   END-IF
                END-IF
            END-PERFORM

            IF WS-IDX-MAPA-FILIAL > ZEROS
               MOVE WS-IDX-MAPA-FILIAL TO WS-IDX-MAPA
            ELSE
               MOVE WS-IDX-MAPA-GERAL TO WS-IDX-MAPA
            END-IF.

       P720-GRAVA-PARTIDA.
            ADD 1 TO WS-SEQUENCIA
            MOVE 'D'              TO GJD-TIPO
            MOVE WS-LOTE          TO GJD-LOTE
            MOVE WS-SEQUENCIA     TO GJD-SEQUENCIA
            MOVE WS-EVT-DATA      TO GJD-DATA-EVENTO
            MOVE WS-EVT-FILIAL    TO GJD-FILIAL
            MOVE WS-EVT-VALOR     TO GJD-VALOR
            MOVE WS-EVT-TIPO      TO GJD-TIPO-EVENTO
            MOVE WS-EVT-DOCUMENTO TO GJD-DOCUMENTO
            MOVE WS-EVT-CLIENTE   TO GJD-CLIENTE
            MOVE GLM-HISTORICO    TO GJD-HISTORICO
            WRITE REG-DIARIO.

       P730-REJEITA-EVENTO.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE SPACES TO WS-ERL-CHAVE
            STRING WS-EVT-TIPO      DELIMITED BY SIZE
                   WS-EVT-CLIENTE   DELIMITED BY SIZE
                   INTO WS-ERL-CHAVE
            END-STRING
            MOVE SPACES TO WS-ERL-MOTIVO
            STRING 'SEM MAPEAMENTO CONTABIL - FILIAL '
                                    DELIMITED BY SIZE
                   WS-EVT-FILIAL    DELIMITED BY SIZE
                   INTO WS-ERL-MOTIVO
            END-STRING
            PERFORM P8200-GRAVA-ERRO-LOG

            IF WS-PENDENTES-OK
               MOVE WS-EVENTO TO REG-EVENTO-PENDENTE
               WRITE REG-EVENTO-PENDENTE
            ELSE
               DISPLAY 'GLPEND.dat INDISPONIVEL - EVENTO ' WS-EVT-TIPO
                       ' DOC ' WS-EVT-DOCUMENTO ' SO NO ERROR-LOG.'
            END-IF.

       P750-ACHA-FILIAL.
            MOVE WS-EVT-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               MOVE CSV-FILIAL TO WS-EVT-FILIAL
            ELSE
               MOVE SPACES TO WS-EVT-FILIAL
            END-IF.

      ******************************************************************
      * P800-FECHA-DIARIO
      * Trailer com contagem e totais (debito = credito), linha de
      * manifesto e, com o diario fechado, as marcas novas no
      * GLCTL.dat - o que entrou neste lote nao entra no proximo.
      ******************************************************************
       P800-FECHA-DIARIO.
            MOVE SPACES TO REG-DIARIO
            MOVE 'T'               TO GJT-TIPO
            MOVE WS-LOTE           TO GJT-LOTE
            MOVE WS-SEQUENCIA      TO GJT-QTD-PARTIDAS
            MOVE WS-TOTAL-DEBITOS  TO GJT-TOTAL-DEBITOS
            MOVE WS-TOTAL-CREDITOS TO GJT-TOTAL-CREDITOS
            WRITE REG-DIARIO
            CLOSE DIARIO-CONTABIL
            IF WS-PENDENTES-OK
               CLOSE EVENTOS-PENDENTES
            END-IF

            MOVE 'GLJOURN.txt'    TO WS-MAN-ARQUIVO
            MOVE WS-SEQUENCIA     TO WS-MAN-QTD
            MOVE WS-TOTAL-DEBITOS TO WS-MAN-HASH
            PERFORM P8950-GRAVA-MANIFESTO

            MOVE WS-LOTE                TO GLC-ULT-LOTE
            MOVE WS-DATA-HOJE           TO GLC-DATA-ULT-LOTE
            MOVE WS-NOVA-FATURA         TO GLC-ULT-FATURA
            MOVE WS-NOVO-RECIBO         TO GLC-ULT-RECIBO
            MOVE WS-NOVA-NOTA           TO GLC-ULT-NOTA
            MOVE WS-ULT-COMPETENCIA     TO GLC-ULT-COMPETENCIA
            MOVE WS-QTD-ENCARGOS-COMPET TO GLC-QTD-ENCARGOS-COMPET
            MOVE WS-QTD-DESCONTOS-CTL   TO GLC-QTD-DESCONTOS
            MOVE WS-QTD-PERDAS-CTL      TO GLC-QTD-PERDAS
            MOVE WS-QTD-REEMBOLSOS-CTL  TO GLC-QTD-REEMBOLSOS
            MOVE WS-QTD-ENCARGOS-CTL    TO GLC-QTD-ENCARGOS
            MOVE SPACES TO WS-CONTROLE-STATUS
            OPEN OUTPUT DIARIO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-DIARIO-CONTROLE
               CLOSE DIARIO-CONTROLE
            ELSE
               DISPLAY 'ERRO AO GRAVAR O CONTROLE (GLCTL.dat) - '
                       'STATUS ' WS-CONTROLE-STATUS
                       '. O PROXIMO LOTE REPETIRIA ESTE.'
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               IF WS-CUST-OK
                  CLOSE CUSTOMER-MASTER
               END-IF
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ERROR-LOG
               MOVE WS-QTD-EVENTOS TO WS-QTD-ED
               MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-ED
               DISPLAY 'LOTE CONTABIL ' WS-LOTE ': ' WS-QTD-ED
                       ' EVENTO(S), ' WS-TOTAL-ED
                       ' A DEBITO E A CREDITO.'
               IF WS-QTD-REJEITADOS > 0
                  MOVE WS-QTD-REJEITADOS TO WS-QTD-ED
                  DISPLAY WS-QTD-ED ' EVENTO(S) SEM MAPEAMENTO - '
                          'VER ERROR-LOG; FICAM NO GLPEND.dat PARA '
                          'A PROXIMA RODADA.'
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ERRLOGPA.
           COPY MANIFPA.

           COPY ENVCFGPA.
       END PROGRAM GL-JOURNAL.
