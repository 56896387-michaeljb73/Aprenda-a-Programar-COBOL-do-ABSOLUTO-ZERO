      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Negativacao no cadastro de protecao ao credito com
      *            aviso previo obrigatorio e baixa automatica. Na data
      *            de referencia apura, por cliente, as parcelas
      *            ABERTAS vencidas do INSTFILE.dat; o cliente cuja
      *            parcela mais antiga passou do atraso configurado
      *            (NEGCFG.dat) e que nao tem suspensao ativa
      *            (HOLDS.dat) nem promessa aberta (PROMISES.dat)
      *            recebe o aviso previo (NEGAVISO.txt, enfileirado no
      *            CORRQUE.dat para o CORR-DISPATCH). Vencido o prazo
      *            do aviso, com o aviso ENVIADO pela fila e o
      *            documento validado, o nome vai no arquivo de
      *            inclusao (NEGINCL.txt). Cliente incluido que pagou
      *            ou renegociou sai no arquivo de exclusao
      *            (NEGEXCL.txt) na rodada seguinte. Tudo fica no
      *            registro de negativacao (NEGREG.dat, copybooks
      *            NEG*) e no relatorio NEGREL.txt - quem esta
      *            negativado, desde quando e por que.
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
       PROGRAM-ID. BUREAU-LIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY ERRLOGSL.
           COPY MANIFSL.
           COPY ASOFSL.
           COPY NEGSL.

           SELECT NEGATIVACAO-CONFIG ASSIGN TO
           'src\assets\NEGCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT ARQUIVO-SUSPENSOES ASSIGN TO
           'src\assets\HOLDS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSOES-STATUS.

           SELECT ARQUIVO-PROMESSAS ASSIGN TO
           'src\assets\PROMISES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMESSAS-STATUS.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

           SELECT ARQUIVO-AVISOS ASSIGN TO
           'src\assets\NEGAVISO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AVISOS-STATUS.

           SELECT ARQUIVO-INCLUSAO ASSIGN TO
           'src\assets\NEGINCL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INCLUSAO-STATUS.

           SELECT ARQUIVO-EXCLUSAO ASSIGN TO
           'src\assets\NEGEXCL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCLUSAO-STATUS.

           SELECT RELATORIO-NEGATIVACAO ASSIGN TO
           'src\assets\NEGREL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  REGISTRO-NEGATIVACAO.
           COPY NEGF.

      * PARAMETROS DA NEGATIVACAO - DIAS DE ATRASO DA PARCELA MAIS
      * ANTIGA PARA AVISAR E DIAS DE PRAZO DO AVISO ATE A INCLUSAO
       FD  NEGATIVACAO-CONFIG.
       01  REG-NEGATIVACAO-CONFIG.
           05  NCF-DIAS-ATRASO         PIC 9(03).
           05  NCF-DIAS-AVISO          PIC 9(03).

       FD  ARQUIVO-SUSPENSOES.
           COPY HOLDF.

       FD  ARQUIVO-PROMESSAS.
           COPY PROMF.

       FD  FILA-CORRESP.
           COPY CORRQF.

       FD  ARQUIVO-AVISOS.
       01  REG-AVISO                   PIC X(80).

      * ARQUIVO DE INCLUSAO PARA O CADASTRO DE PROTECAO AO CREDITO -
      * TIPO 0 = HEADER, 1 = DEVEDOR INCLUIDO, 9 = TRAILER
       FD  ARQUIVO-INCLUSAO.
       01  REG-INCLUSAO                PIC X(150).
       01  REG-INCLUSAO-HEADER REDEFINES REG-INCLUSAO.
           05  NIH-TIPO                PIC X(01).
           05  NIH-DATA-GERACAO        PIC 9(08).
           05  NIH-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(131).
       01  REG-INCLUSAO-DETALHE REDEFINES REG-INCLUSAO.
           05  NID-TIPO                PIC X(01).
           05  NID-DOCUMENTO           PIC 9(14).
           05  NID-TIPO-PESSOA         PIC X(01).
           05  NID-NOME                PIC X(30).
           05  NID-ENDERECO            PIC X(15).
           05  NID-CIDADE              PIC X(10).
           05  NID-UF                  PIC X(02).
           05  NID-CEP                 PIC 9(08).
           05  NID-CONTRATO            PIC 9(06).
           05  NID-VENCIMENTO          PIC 9(08).
           05  NID-VALOR               PIC 9(11)V99.
           05  NID-DATA-AVISO          PIC 9(08).
           05  FILLER                  PIC X(34).
       01  REG-INCLUSAO-TRAILER REDEFINES REG-INCLUSAO.
           05  NIT-TIPO                PIC X(01).
           05  NIT-QTD-REGISTROS       PIC 9(07).
           05  NIT-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(127).

      * ARQUIVO DE EXCLUSAO - MESMA CHAVE (DOCUMENTO, CONTRATO E
      * VENCIMENTO) QUE FOI NA INCLUSAO
       FD  ARQUIVO-EXCLUSAO.
       01  REG-EXCLUSAO                PIC X(100).
       01  REG-EXCLUSAO-HEADER REDEFINES REG-EXCLUSAO.
           05  NEH-TIPO                PIC X(01).
           05  NEH-DATA-GERACAO        PIC 9(08).
           05  NEH-ORIGEM              PIC X(10).
           05  FILLER                  PIC X(81).
       01  REG-EXCLUSAO-DETALHE REDEFINES REG-EXCLUSAO.
           05  NED-TIPO                PIC X(01).
           05  NED-DOCUMENTO           PIC 9(14).
           05  NED-TIPO-PESSOA         PIC X(01).
           05  NED-CONTRATO            PIC 9(06).
           05  NED-VENCIMENTO          PIC 9(08).
           05  NED-VALOR               PIC 9(11)V99.
           05  NED-DATA-INCLUSAO       PIC 9(08).
           05  NED-DATA-EXCLUSAO       PIC 9(08).
           05  NED-MOTIVO              PIC X(20).
           05  FILLER                  PIC X(21).
       01  REG-EXCLUSAO-TRAILER REDEFINES REG-EXCLUSAO.
           05  NET-TIPO                PIC X(01).
           05  NET-QTD-REGISTROS       PIC 9(07).
           05  NET-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(77).

       FD  RELATORIO-NEGATIVACAO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-NEGATIVACAO-STATUS   PIC X(02)   VALUE SPACES.
           88  WS-NEGATIVACAO-OK               VALUE '00'.
           88  WS-NEGATIVACAO-NAO-CRIADO       VALUE '35'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-SUSPENSOES-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-SUSPENSOES-OK                VALUE '00'.
       77  WS-PROMESSAS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-PROMESSAS-OK                 VALUE '00'.
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.
       77  WS-AVISOS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-AVISOS-OK                    VALUE '00'.
       77  WS-INCLUSAO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-INCLUSAO-OK                  VALUE '00'.
       77  WS-EXCLUSAO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-EXCLUSAO-OK                  VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-ARQUIVOS-ABERTOS     PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVOS-ABERTOS-SIM         VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-REGISTRO-GRAVADO     PIC X(01)   VALUE 'N'.
           88  WS-REGISTRO-GRAVADO-SIM         VALUE 'S'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'BUREAULI'.

      * LINHA DE MANIFESTO DOS ARQUIVOS GERADOS (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * DATA DE REFERENCIA E DIA JULIANO DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-DESDE-AVISO     PIC S9(05)  VALUE ZEROS COMP.

      * CONVERSAO DE DATA E CALCULO DE DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * PARAMETROS (PADRAO COMPILADO, SOBREPOSTO PELO NEGCFG.dat)
       77  WS-DIAS-ATRASO-MINIMO   PIC 9(03)   VALUE 060.
       77  WS-DIAS-PRAZO-AVISO     PIC 9(03)   VALUE 010.

      * SUSPENSOES DE COBRANCA ATIVAS (HOLDS.dat) E PROMESSAS DE
      * PAGAMENTO ABERTAS (PROMISES.dat) - SEGURAM O AVISO E A
      * INCLUSAO, NAO A EXCLUSAO
       77  WS-MAX-SUSPENSOES       PIC 9(03)   VALUE 200.
       77  WS-QTD-SUSPENSOES-TAB   PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SUSPENSAO        PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-SUSPENSOES.
           05  WS-HLD-CODIGO       PIC 9(06)  OCCURS 200 TIMES.
       77  WS-MAX-PROMESSAS        PIC 9(03)   VALUE 500.
       77  WS-QTD-PROMESSAS-TAB    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PROMESSA         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PROMESSAS.
           05  WS-PRM-CODIGO       PIC 9(06)  OCCURS 500 TIMES.
       77  WS-CLIENTE-SEGURO       PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-SEGURO-SIM           VALUE 'S'.
       01  WS-MOTIVO-SEGURO        PIC X(20)   VALUE SPACES.

      * REGISTRO DE NEGATIVACAO EM MEMORIA (COPYBOOKS NEG*) - REGRAVADO
      * INTEIRO NO FIM. O CONTROLE, NO MESMO INDICE, DIZ SE O CLIENTE
      * RENEGOCIOU PARCELA VENCIDA E COMO ESTA O AVISO NA FILA
       77  WS-MAX-NEGATIVACOES     PIC 9(04)   VALUE 5000.
       77  WS-QTD-NEG-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-QTD-NEG-CARREGADOS   PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-NEG              PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-NEG-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-NEGATIVACOES.
           05  WS-NEG-LINHA        PIC X(121) OCCURS 5000 TIMES.
       01  WS-TAB-CONTROLE.
           05  WS-NEG-CONTROLE     OCCURS 5000 TIMES.
               10  WS-NCT-RENEGOCIOU   PIC X(01).
                   88  WS-NCT-RENEGOCIOU-SIM       VALUE 'S'.
               10  WS-NCT-AVISO        PIC X(01).
                   88  WS-NCT-AVISO-ENVIADO        VALUE 'E'.
                   88  WS-NCT-AVISO-PENDENTE       VALUE 'P'.
                   88  WS-NCT-AVISO-FALHOU         VALUE 'F'.

      * DEVEDORES DA DATA DE REFERENCIA - PARCELA ABERTA VENCIDA MAIS
      * ANTIGA, TOTAL VENCIDO EM ABERTO E DIAS DE ATRASO
       77  WS-MAX-DEVEDORES        PIC 9(04)   VALUE 3000.
       77  WS-QTD-DEV-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-DEV              PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-DEV-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-DEVEDORES.
           05  WS-DEVEDOR          OCCURS 3000 TIMES.
               10  WS-DEV-CODIGO       PIC 9(06).
               10  WS-DEV-VENCIMENTO   PIC 9(08).
               10  WS-DEV-VALOR        PIC 9(11)V99.
               10  WS-DEV-DIAS         PIC 9(05).
               10  WS-DEV-TRATADO      PIC X(01).
                   88  WS-DEV-TRATADO-SIM          VALUE 'S'.
       77  WS-COD-PROCURADO        PIC 9(06)   VALUE ZEROS.

      * TOTAIS DA RODADA
       77  WS-QTD-AVISADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-AGUARDANDO       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ADIADOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-MANTIDOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CANCELADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-INCLUIDOS        PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-INCLUIDO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-EXCLUIDOS        PIC 9(07)   VALUE ZEROS.
       77  WS-TOTAL-EXCLUIDO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(05)   VALUE ZEROS COMP.

      * EDICAO DO AVISO E DO RELATORIO
       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.
       77  WS-VALOR-ED             PIC $$$.$$$.$$$.$$9,99.
       77  WS-DIAS-ED              PIC ZZZ9.
       77  WS-PRAZO-ED             PIC ZZ9.
       01  WS-DATA-AVISO-BR        PIC X(10)   VALUE SPACES.
       01  WS-DATA-INCLUSAO-BR     PIC X(10)   VALUE SPACES.
       01  WS-SITUACAO-DESC        PIC X(08)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-TRATA-REGISTRO
               PERFORM P300-NOVOS-AVISOS
               PERFORM P700-RELATORIO
               PERFORM P800-REGRAVA-REGISTRO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Tudo o que decide a rodada e carregado antes de qualquer
      * gravacao. Tabela estourada ou INSTFILE.dat indisponivel abortam
      * a rodada - sem as parcelas todo negativado pareceria quitado.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF

            PERFORM P110-LE-CONFIG
            PERFORM P120-CARREGA-SUSPENSOES
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P130-CARREGA-PROMESSAS
            END-IF
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P140-CARREGA-REGISTRO
            END-IF
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P150-VERIFICA-AVISOS
               PERFORM P160-APURA-ATRASOS
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT CUSTOMER-MASTER
               OPEN EXTEND ERROR-LOG
               OPEN OUTPUT ARQUIVO-AVISOS
               OPEN OUTPUT ARQUIVO-INCLUSAO
               OPEN OUTPUT ARQUIVO-EXCLUSAO
               OPEN EXTEND FILA-CORRESP
               IF WS-CORRESP-NAO-CRIADA
                  OPEN OUTPUT FILA-CORRESP
               END-IF
               IF NOT WS-CUST-OK OR NOT WS-ERRLOG-OK
                  OR NOT WS-AVISOS-OK OR NOT WS-INCLUSAO-OK
                  OR NOT WS-EXCLUSAO-OK OR NOT WS-CORRESP-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                          WS-CUST-STATUS ' LOG DE ERROS: '
                          WS-ERRLOG-STATUS ' AVISOS: '
                          WS-AVISOS-STATUS
                  DISPLAY '  INCLUSAO: ' WS-INCLUSAO-STATUS
                          ' EXCLUSAO: ' WS-EXCLUSAO-STATUS
                          ' FILA DE CORRESPONDENCIA: '
                          WS-CORRESP-STATUS
                  IF WS-CUST-OK
                     CLOSE CUSTOMER-MASTER
                  END-IF
                  IF WS-ERRLOG-OK
                     CLOSE ERROR-LOG
                  END-IF
                  IF WS-AVISOS-OK
                     CLOSE ARQUIVO-AVISOS
                  END-IF
                  IF WS-INCLUSAO-OK
                     CLOSE ARQUIVO-INCLUSAO
                  END-IF
                  IF WS-EXCLUSAO-OK
                     CLOSE ARQUIVO-EXCLUSAO
                  END-IF
                  IF WS-CORRESP-OK
                     CLOSE FILA-CORRESP
                  END-IF
               ELSE
                  SET WS-ARQUIVOS-ABERTOS-SIM TO TRUE
                  MOVE SPACES TO REG-INCLUSAO
                  MOVE '0'                TO NIH-TIPO
                  MOVE WS-DATA-REFERENCIA TO NIH-DATA-GERACAO
                  MOVE 'INCLUSAO'         TO NIH-ORIGEM
                  WRITE REG-INCLUSAO
                  MOVE SPACES TO REG-EXCLUSAO
                  MOVE '0'                TO NEH-TIPO
                  MOVE WS-DATA-REFERENCIA TO NEH-DATA-GERACAO
                  MOVE 'EXCLUSAO'         TO NEH-ORIGEM
                  WRITE REG-EXCLUSAO
               END-IF
            END-IF.

       P110-LE-CONFIG.
            OPEN INPUT NEGATIVACAO-CONFIG
            IF WS-CONFIG-OK
               READ NEGATIVACAO-CONFIG
               IF WS-CONFIG-OK
                  IF NCF-DIAS-ATRASO IS NUMERIC
                     AND NCF-DIAS-ATRASO > ZEROS
                     MOVE NCF-DIAS-ATRASO TO WS-DIAS-ATRASO-MINIMO
                  END-IF
                  IF NCF-DIAS-AVISO IS NUMERIC
                     AND NCF-DIAS-AVISO > ZEROS
                     MOVE NCF-DIAS-AVISO TO WS-DIAS-PRAZO-AVISO
                  END-IF
               END-IF
               CLOSE NEGATIVACAO-CONFIG
            END-IF.

       P120-CARREGA-SUSPENSOES.
            OPEN INPUT ARQUIVO-SUSPENSOES
            IF WS-SUSPENSOES-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P125-LE-SUSPENSAO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-SUSPENSOES
            END-IF.

       P125-LE-SUSPENSAO.
            READ ARQUIVO-SUSPENSOES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM AND HLD-ATIVA
               IF WS-QTD-SUSPENSOES-TAB < WS-MAX-SUSPENSOES
                  ADD 1 TO WS-QTD-SUSPENSOES-TAB
                  MOVE HLD-CODIGO
                       TO WS-HLD-CODIGO(WS-QTD-SUSPENSOES-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-SUSPENSOES
                          ' SUSPENSOES ATIVAS NO HOLDS.dat - RODADA '
                          'ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P130-CARREGA-PROMESSAS.
            OPEN INPUT ARQUIVO-PROMESSAS
            IF WS-PROMESSAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P135-LE-PROMESSA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PROMESSAS
            END-IF.

       P135-LE-PROMESSA.
            READ ARQUIVO-PROMESSAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM AND PRM-ABERTA
               IF WS-QTD-PROMESSAS-TAB < WS-MAX-PROMESSAS
                  ADD 1 TO WS-QTD-PROMESSAS-TAB
                  MOVE PRM-CODIGO
                       TO WS-PRM-CODIGO(WS-QTD-PROMESSAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PROMESSAS
                          ' PROMESSAS ABERTAS NO PROMISES.dat - '
                          'RODADA ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P140-CARREGA-REGISTRO.
            OPEN INPUT REGISTRO-NEGATIVACAO
            IF WS-NEGATIVACAO-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P145-LE-NEGATIVACAO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE REGISTRO-NEGATIVACAO
            END-IF
            MOVE WS-QTD-NEG-TAB TO WS-QTD-NEG-CARREGADOS.

       P145-LE-NEGATIVACAO.
            READ REGISTRO-NEGATIVACAO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-NEG-TAB < WS-MAX-NEGATIVACOES
                  ADD 1 TO WS-QTD-NEG-TAB
                  MOVE REG-NEGATIVACAO TO WS-NEG-LINHA(WS-QTD-NEG-TAB)
                  MOVE 'N'    TO WS-NCT-RENEGOCIOU(WS-QTD-NEG-TAB)
                  MOVE SPACES TO WS-NCT-AVISO(WS-QTD-NEG-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-NEGATIVACOES
                          ' REGISTROS NO NEGREG.dat - RODADA '
                          'ABORTADA PARA NAO PERDER HISTORICO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P150-VERIFICA-AVISOS
      * Situacao na fila do aviso de cada cliente AVISADO: item do
      * tipo NEGATIVA com data a partir do aviso. ENVIADA prevalece
      * sobre PENDENTE, que prevalece sobre FALHA (aviso reemitido
      * depois de uma falha).
      ******************************************************************
       P150-VERIFICA-AVISOS.
            OPEN INPUT FILA-CORRESP
            IF WS-CORRESP-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P155-LE-FILA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE FILA-CORRESP
            END-IF.

       P155-LE-FILA.
            READ FILA-CORRESP
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM AND CRQ-TIPO-DOC = 'NEGATIVA'
               MOVE CRQ-CODIGO TO WS-COD-PROCURADO
               PERFORM P280-LOCALIZA-NEGATIVACAO
               IF WS-IDX-NEG-ACHADO > ZEROS
                  MOVE WS-NEG-LINHA(WS-IDX-NEG-ACHADO)
                       TO REG-NEGATIVACAO
                  IF NEG-AVISADO AND CRQ-DATA NOT < NEG-DATA-AVISO
                     EVALUATE TRUE
                         WHEN CRQ-ENVIADA
                              SET WS-NCT-AVISO-ENVIADO
                                  (WS-IDX-NEG-ACHADO) TO TRUE
                         WHEN CRQ-PENDENTE
                              AND NOT WS-NCT-AVISO-ENVIADO
                                      (WS-IDX-NEG-ACHADO)
                              SET WS-NCT-AVISO-PENDENTE
                                  (WS-IDX-NEG-ACHADO) TO TRUE
                         WHEN CRQ-FALHA
                              AND WS-NCT-AVISO(WS-IDX-NEG-ACHADO)
                                  = SPACES
                              SET WS-NCT-AVISO-FALHOU
                                  (WS-IDX-NEG-ACHADO) TO TRUE
                     END-EVALUATE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P160-APURA-ATRASOS
      * Uma passada no INSTFILE.dat: parcela ABERTA vencida acumula no
      * devedor; parcela RENEGOCIADA de cliente com negativacao ativa,
      * vencida a partir do vencimento de origem, marca que a saida
      * sera por renegociacao e nao por pagamento.
      ******************************************************************
       P160-APURA-ATRASOS.
            OPEN INPUT ARQUIVO-PARCELAS
            IF NOT WS-PARCELAS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PARCELAS - STATUS '
                       WS-PARCELAS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               MOVE ZEROS TO WS-IDX-DEV-ACHADO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P165-LE-PARCELA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                       UNTIL WS-IDX-DEV > WS-QTD-DEV-TAB
                   MOVE WS-DEV-VENCIMENTO(WS-IDX-DEV) TO WS-DATA-ISO
                   PERFORM P8500-CALCULA-DIA-JULIANO
                   COMPUTE WS-DEV-DIAS(WS-IDX-DEV) =
                           WS-DIA-JULIANO-REF - WS-DIA-JULIANO
               END-PERFORM
            END-IF.

       P165-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               EVALUATE TRUE
                   WHEN PCL-ABERTA
                        AND PCL-VENCIMENTO < WS-DATA-REFERENCIA
                        PERFORM P170-ACUMULA-DEVEDOR
                   WHEN PCL-RENEGOCIADA
                        AND PCL-VENCIMENTO < WS-DATA-REFERENCIA
                        MOVE PCL-CODIGO TO WS-COD-PROCURADO
                        PERFORM P280-LOCALIZA-NEGATIVACAO
                        IF WS-IDX-NEG-ACHADO > ZEROS
                           MOVE WS-NEG-LINHA(WS-IDX-NEG-ACHADO)
                                TO REG-NEGATIVACAO
                           IF PCL-VENCIMENTO NOT < NEG-VENCIMENTO-ORIGEM
                              SET WS-NCT-RENEGOCIOU-SIM
                                  (WS-IDX-NEG-ACHADO) TO TRUE
                           END-IF
                        END-IF
               END-EVALUATE
            END-IF.

      *     O INSTFILE.dat VEM AGRUPADO POR CLIENTE - O ULTIMO DEVEDOR
      *     ACHADO E CONFERIDO ANTES DE VARRER A TABELA
       P170-ACUMULA-DEVEDOR.
            IF WS-IDX-DEV-ACHADO = ZEROS
               OR WS-DEV-CODIGO(WS-IDX-DEV-ACHADO) NOT = PCL-CODIGO
               MOVE PCL-CODIGO TO WS-COD-PROCURADO
               PERFORM P250-LOCALIZA-DEVEDOR
            END-IF
            EVALUATE TRUE
                WHEN WS-IDX-DEV-ACHADO > ZEROS
                     ADD PCL-VALOR TO WS-DEV-VALOR(WS-IDX-DEV-ACHADO)
                     IF PCL-VENCIMENTO <
                        WS-DEV-VENCIMENTO(WS-IDX-DEV-ACHADO)
                        MOVE PCL-VENCIMENTO
                             TO WS-DEV-VENCIMENTO(WS-IDX-DEV-ACHADO)
                     END-IF
                WHEN WS-QTD-DEV-TAB < WS-MAX-DEVEDORES
                     ADD 1 TO WS-QTD-DEV-TAB
                     MOVE WS-QTD-DEV-TAB TO WS-IDX-DEV-ACHADO
                     MOVE PCL-CODIGO
                          TO WS-DEV-CODIGO(WS-IDX-DEV-ACHADO)
                     MOVE PCL-VENCIMENTO
                          TO WS-DEV-VENCIMENTO(WS-IDX-DEV-ACHADO)
                     MOVE PCL-VALOR TO WS-DEV-VALOR(WS-IDX-DEV-ACHADO)
                     MOVE ZEROS TO WS-DEV-DIAS(WS-IDX-DEV-ACHADO)
                     MOVE 'N' TO WS-DEV-TRATADO(WS-IDX-DEV-ACHADO)
                WHEN OTHER
                     DISPLAY 'MAIS DE ' WS-MAX-DEVEDORES
                             ' CLIENTES COM PARCELA VENCIDA - RODADA '
                             'ABORTADA.'
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-EVALUATE.

      ******************************************************************
      * P200-TRATA-REGISTRO
      * Negativacoes ativas (AVISADO ou INCLUIDO) do registro. Quem
      * continua devendo alem do atraso minimo segue o ciclo; quem
      * saiu da condicao e baixado - o INCLUIDO pelo arquivo de
      * exclusao, o AVISADO so no registro (nunca foi ao cadastro).
      ******************************************************************
       P200-TRATA-REGISTRO.
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG-CARREGADOS
                MOVE WS-NEG-LINHA(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-ATIVO
                   PERFORM P210-AVALIA-NEGATIVACAO
                   MOVE REG-NEGATIVACAO TO WS-NEG-LINHA(WS-IDX-NEG)
                END-IF
            END-PERFORM.

       P210-AVALIA-NEGATIVACAO.
            MOVE NEG-CODIGO TO WS-COD-PROCURADO
            PERFORM P250-LOCALIZA-DEVEDOR
            IF WS-IDX-DEV-ACHADO > ZEROS
               SET WS-DEV-TRATADO-SIM(WS-IDX-DEV-ACHADO) TO TRUE
            END-IF

            IF WS-IDX-DEV-ACHADO > ZEROS
               AND WS-DEV-DIAS(WS-IDX-DEV-ACHADO) >
                   WS-DIAS-ATRASO-MINIMO
               IF NEG-AVISADO
                  PERFORM P220-AVALIA-INCLUSAO
               ELSE
                  ADD 1 TO WS-QTD-MANTIDOS
               END-IF
            ELSE
               MOVE WS-DATA-REFERENCIA TO NEG-DATA-EXCLUSAO
               IF WS-NCT-RENEGOCIOU-SIM(WS-IDX-NEG)
                  MOVE 'RENEGOCIACAO' TO NEG-MOTIVO-EXCLUSAO
               ELSE
                  MOVE 'PAGAMENTO'    TO NEG-MOTIVO-EXCLUSAO
               END-IF
               IF NEG-INCLUIDO
                  PERFORM P230-GRAVA-EXCLUSAO
               ELSE
                  SET NEG-CANCELADO TO TRUE
                  ADD 1 TO WS-QTD-CANCELADOS
               END-IF
            END-IF.

      ******************************************************************
      * P220-AVALIA-INCLUSAO
      * A inclusao exige o prazo do aviso cumprido, o aviso ENVIADO
      * pela fila, nenhuma suspensao ou promessa aberta e o documento
      * validado. Aviso que falhou cancela o ciclo - o cliente recebe
      * aviso novo (com prazo novo) na proxima rodada.
      ******************************************************************
       P220-AVALIA-INCLUSAO.
            MOVE NEG-DATA-AVISO TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            COMPUTE WS-DIAS-DESDE-AVISO =
                    WS-DIA-JULIANO-REF - WS-DIA-JULIANO
            PERFORM P260-VERIFICA-SEGUROS

            EVALUATE TRUE
                WHEN WS-NCT-AVISO-FALHOU(WS-IDX-NEG)
                     SET NEG-CANCELADO TO TRUE
                     MOVE WS-DATA-REFERENCIA TO NEG-DATA-EXCLUSAO
                     MOVE 'AVISO NAO ENTREGUE' TO NEG-MOTIVO-EXCLUSAO
                     ADD 1 TO WS-QTD-CANCELADOS
                     MOVE 'AVISO DE NEGATIVACAO NAO ENTREGUE'
                          TO WS-ERL-MOTIVO
                     PERFORM P290-REJEITA-CLIENTE
                WHEN WS-DIAS-DESDE-AVISO < WS-DIAS-PRAZO-AVISO
                     ADD 1 TO WS-QTD-AGUARDANDO
                WHEN NOT WS-NCT-AVISO-ENVIADO(WS-IDX-NEG)
                     MOVE 'NAO INCLUIDO - AVISO AINDA NAO ENVIADO'
                          TO WS-ERL-MOTIVO
                     PERFORM P290-REJEITA-CLIENTE
                WHEN WS-CLIENTE-SEGURO-SIM
                     ADD 1 TO WS-QTD-ADIADOS
                WHEN OTHER
                     MOVE NEG-CODIGO TO CSV-CODIGO
                     READ CUSTOMER-MASTER KEY IS CSV-CODIGO
                     EVALUATE TRUE
                         WHEN NOT WS-CUST-OK
                              MOVE SPACES TO WS-ERL-MOTIVO
                              STRING 'NAO INCLUIDO - CADASTRO STATUS '
                                                    DELIMITED BY SIZE
                                     WS-CUST-STATUS DELIMITED BY SIZE
                                     INTO WS-ERL-MOTIVO
                              END-STRING
                              PERFORM P290-REJEITA-CLIENTE
                         WHEN CSV-REGISTRO-EXCLUIDO
                              MOVE 'NAO INCLUIDO - CLIENTE EXCLUIDO'
                                   TO WS-ERL-MOTIVO
                              PERFORM P290-REJEITA-CLIENTE
                         WHEN NOT CSV-DOCUMENTO-VALIDADO
                              MOVE 'NAO INCLUIDO - DOCUMENTO INVALIDO'
                                   TO WS-ERL-MOTIVO
                              PERFORM P290-REJEITA-CLIENTE
                         WHEN OTHER
                              PERFORM P240-GRAVA-INCLUSAO
                     END-EVALUATE
            END-EVALUATE.

       P230-GRAVA-EXCLUSAO.
            MOVE SPACES TO REG-EXCLUSAO
            MOVE '1'                   TO NED-TIPO
            MOVE NEG-DOCUMENTO         TO NED-DOCUMENTO
            MOVE NEG-TIPO-PESSOA       TO NED-TIPO-PESSOA
            MOVE NEG-CODIGO            TO NED-CONTRATO
            MOVE NEG-VENCIMENTO-ORIGEM TO NED-VENCIMENTO
            MOVE NEG-VALOR             TO NED-VALOR
            MOVE NEG-DATA-INCLUSAO     TO NED-DATA-INCLUSAO
            MOVE NEG-DATA-EXCLUSAO     TO NED-DATA-EXCLUSAO
            MOVE NEG-MOTIVO-EXCLUSAO   TO NED-MOTIVO
            WRITE REG-EXCLUSAO
            SET NEG-EXCLUIDO TO TRUE
            ADD 1 TO WS-QTD-EXCLUIDOS
            ADD NEG-VALOR TO WS-TOTAL-EXCLUIDO.

      *     O REGISTRO PASSA A GUARDAR A DIVIDA DO DIA DA INCLUSAO - E
      *     ELA QUE VAI AO CADASTRO E SERA BAIXADA NA EXCLUSAO
       P240-GRAVA-INCLUSAO.
            MOVE CSV-DOCUMENTO      TO NEG-DOCUMENTO
            MOVE CSV-TIPO-PESSOA    TO NEG-TIPO-PESSOA
            MOVE WS-DATA-REFERENCIA TO NEG-DATA-INCLUSAO
            MOVE WS-DEV-VENCIMENTO(WS-IDX-DEV-ACHADO)
                 TO NEG-VENCIMENTO-ORIGEM
            MOVE WS-DEV-VALOR(WS-IDX-DEV-ACHADO) TO NEG-VALOR
            MOVE WS-DEV-DIAS(WS-IDX-DEV-ACHADO)  TO NEG-DIAS-ATRASO
            SET NEG-INCLUIDO TO TRUE

            MOVE SPACES TO REG-INCLUSAO
            MOVE '1'                   TO NID-TIPO
            MOVE NEG-DOCUMENTO         TO NID-DOCUMENTO
            MOVE NEG-TIPO-PESSOA       TO NID-TIPO-PESSOA
            MOVE CSV-NOME              TO NID-NOME
            MOVE CSV-ENDERECO          TO NID-ENDERECO
            MOVE CSV-CIDADE            TO NID-CIDADE
            MOVE CSV-UF                TO NID-UF
            MOVE CSV-CEP               TO NID-CEP
            MOVE NEG-CODIGO            TO NID-CONTRATO
            MOVE NEG-VENCIMENTO-ORIGEM TO NID-VENCIMENTO
            MOVE NEG-VALOR             TO NID-VALOR
            MOVE NEG-DATA-AVISO        TO NID-DATA-AVISO
            WRITE REG-INCLUSAO
            ADD 1 TO WS-QTD-INCLUIDOS
            ADD NEG-VALOR TO WS-TOTAL-INCLUIDO.

       P250-LOCALIZA-DEVEDOR.
            MOVE ZEROS TO WS-IDX-DEV-ACHADO
            PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                    UNTIL WS-IDX-DEV > WS-QTD-DEV-TAB
                       OR WS-IDX-DEV-ACHADO > ZEROS
                IF WS-DEV-CODIGO(WS-IDX-DEV) = WS-COD-PROCURADO
                   MOVE WS-IDX-DEV TO WS-IDX-DEV-ACHADO
                END-IF
            END-PERFORM.

      *     SUSPENSAO ATIVA OU PROMESSA ABERTA DO CLIENTE PROCURADO
       P260-VERIFICA-SEGUROS.
            MOVE 'N' TO WS-CLIENTE-SEGURO
            MOVE SPACES TO WS-MOTIVO-SEGURO
            PERFORM VARYING WS-IDX-SUSPENSAO FROM 1 BY 1
                    UNTIL WS-IDX-SUSPENSAO > WS-QTD-SUSPENSOES-TAB
                       OR WS-CLIENTE-SEGURO-SIM
                IF WS-HLD-CODIGO(WS-IDX-SUSPENSAO) = WS-COD-PROCURADO
                   SET WS-CLIENTE-SEGURO-SIM TO TRUE
                   MOVE 'SUSPENSAO ATIVA' TO WS-MOTIVO-SEGURO
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-PROMESSA FROM 1 BY 1
                    UNTIL WS-IDX-PROMESSA > WS-QTD-PROMESSAS-TAB
                       OR WS-CLIENTE-SEGURO-SIM
                IF WS-PRM-CODIGO(WS-IDX-PROMESSA) = WS-COD-PROCURADO
                   SET WS-CLIENTE-SEGURO-SIM TO TRUE
                   MOVE 'PROMESSA ABERTA' TO WS-MOTIVO-SEGURO
                END-IF
            END-PERFORM.

      *     NEGATIVACAO ATIVA (AVISADO OU INCLUIDO) DO CLIENTE
      *     PROCURADO - SO ENTRE AS CARREGADAS DO NEGREG.dat
       P280-LOCALIZA-NEGATIVACAO.
            MOVE ZEROS TO WS-IDX-NEG-ACHADO
            PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                    UNTIL WS-IDX-NEG > WS-QTD-NEG-CARREGADOS
                       OR WS-IDX-NEG-ACHADO > ZEROS
                MOVE WS-NEG-LINHA(WS-IDX-NEG) TO REG-NEGATIVACAO
                IF NEG-CODIGO = WS-COD-PROCURADO AND NEG-ATIVO
                   MOVE WS-IDX-NEG TO WS-IDX-NEG-ACHADO
                END-IF
            END-PERFORM.

       P290-REJEITA-CLIENTE.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE WS-COD-PROCURADO TO WS-ERL-CHAVE
            PERFORM P8200-GRAVA-ERRO-LOG.

      ******************************************************************
      * P300-NOVOS-AVISOS
      * Devedor alem do atraso minimo sem negativacao ativa recebe o
      * aviso previo, salvo suspensao ativa ou promessa aberta. Sem
      * e-mail o aviso nao e emitido - a fila falharia e o prazo
      * correria sem o cliente saber.
      ******************************************************************
       P300-NOVOS-AVISOS.
            PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                    UNTIL WS-IDX-DEV > WS-QTD-DEV-TAB
                IF WS-DEV-DIAS(WS-IDX-DEV) > WS-DIAS-ATRASO-MINIMO
                   AND NOT WS-DEV-TRATADO-SIM(WS-IDX-DEV)
                   MOVE WS-IDX-DEV TO WS-IDX-DEV-ACHADO
                   PERFORM P310-AVALIA-AVISO
                END-IF
            END-PERFORM.

       P310-AVALIA-AVISO.
            MOVE WS-DEV-CODIGO(WS-IDX-DEV-ACHADO) TO WS-COD-PROCURADO
            PERFORM P260-VERIFICA-SEGUROS
            IF WS-CLIENTE-SEGURO-SIM
               ADD 1 TO WS-QTD-ADIADOS
            ELSE
               MOVE WS-COD-PROCURADO TO CSV-CODIGO
               READ CUSTOMER-MASTER KEY IS CSV-CODIGO
               EVALUATE TRUE
                   WHEN NOT WS-CUST-OK
                        MOVE SPACES TO WS-ERL-MOTIVO
                        STRING 'AVISO NAO EMITIDO - CADASTRO STATUS '
                                              DELIMITED BY SIZE
                               WS-CUST-STATUS DELIMITED BY SIZE
                               INTO WS-ERL-MOTIVO
                        END-STRING
                        PERFORM P290-REJEITA-CLIENTE
                   WHEN CSV-REGISTRO-EXCLUIDO
                        MOVE 'AVISO NAO EMITIDO - CLIENTE EXCLUIDO'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-CLIENTE
                   WHEN CSV-EMAIL = SPACES
                        MOVE 'AVISO NAO EMITIDO - CLIENTE SEM E-MAIL'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-CLIENTE
                   WHEN WS-QTD-NEG-TAB NOT < WS-MAX-NEGATIVACOES
                        MOVE 'AVISO NAO EMITIDO - NEGREG.dat CHEIO'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-CLIENTE
                   WHEN OTHER
                        PERFORM P320-EMITE-AVISO
               END-EVALUATE
            END-IF.

       P320-EMITE-AVISO.
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-DATA-AVISO-BR
            MOVE WS-DEV-VENCIMENTO(WS-IDX-DEV-ACHADO) TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DEV-VALOR(WS-IDX-DEV-ACHADO) TO WS-VALOR-ED
            MOVE WS-DIAS-PRAZO-AVISO TO WS-PRAZO-ED

            MOVE 'AVISO PREVIO DE INCLUSAO EM CADASTRO DE INADIMPLENTES'
                 TO REG-AVISO
            WRITE REG-AVISO
            MOVE SPACES TO REG-AVISO
            STRING 'DATA: '         DELIMITED BY SIZE
                   WS-DATA-AVISO-BR DELIMITED BY SIZE
                   INTO REG-AVISO
            END-STRING
            WRITE REG-AVISO
            MOVE SPACES TO REG-AVISO
            STRING 'CLIENTE: '   DELIMITED BY SIZE
                   CSV-CODIGO    DELIMITED BY SIZE
                   ' - '         DELIMITED BY SIZE
                   CSV-NOME      DELIMITED BY SIZE
                   INTO REG-AVISO
            END-STRING
            WRITE REG-AVISO
            MOVE SPACES TO REG-AVISO
            STRING CSV-ENDERECO  DELIMITED BY SIZE
                   ' - '         DELIMITED BY SIZE
                   CSV-CIDADE    DELIMITED BY SIZE
                   ' - '         DELIMITED BY SIZE
                   CSV-UF        DELIMITED BY SIZE
                   ' - CEP '     DELIMITED BY SIZE
                   CSV-CEP       DELIMITED BY SIZE
                   INTO REG-AVISO
            END-STRING
            WRITE REG-AVISO
            MOVE SPACES TO REG-AVISO
            STRING 'CONSTA EM ABERTO O VALOR DE ' DELIMITED BY SIZE
                   WS-VALOR-ED   DELIMITED BY SIZE
                   ', VENCIDO DESDE ' DELIMITED BY SIZE
                   WS-DATA-BR    DELIMITED BY SIZE
                   '.'           DELIMITED BY SIZE
                   INTO REG-AVISO
            END-STRING
            WRITE REG-AVISO
            MOVE SPACES TO REG-AVISO
            STRING 'NAO HAVENDO PAGAMENTO OU ACORDO EM '
                                 DELIMITED BY SIZE
                   WS-PRAZO-ED   DELIMITED BY SIZE
                   ' DIAS DESTE AVISO, O NOME SERA'
                                 DELIMITED BY SIZE
                   INTO REG-AVISO
            END-STRING
            WRITE REG-AVISO
            MOVE 'INCLUIDO NO CADASTRO DE PROTECAO AO CREDITO.'
                 TO REG-AVISO
            WRITE REG-AVISO
            MOVE SPACES TO REG-AVISO
            WRITE REG-AVISO

            MOVE CSV-CODIGO         TO CRQ-CODIGO
            MOVE 'NEGATIVA'         TO CRQ-TIPO-DOC
            MOVE 'NEGAVISO.txt'     TO CRQ-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO CRQ-DATA
            SET CRQ-PENDENTE TO TRUE
            WRITE REG-FILA-CORRESP

            MOVE SPACES TO REG-NEGATIVACAO
            MOVE CSV-CODIGO         TO NEG-CODIGO
            SET NEG-AVISADO TO TRUE
            MOVE CSV-DOCUMENTO      TO NEG-DOCUMENTO
            MOVE CSV-TIPO-PESSOA    TO NEG-TIPO-PESSOA
            MOVE WS-DATA-REFERENCIA TO NEG-DATA-AVISO
            MOVE ZEROS              TO NEG-DATA-INCLUSAO
            MOVE ZEROS              TO NEG-DATA-EXCLUSAO
            MOVE WS-DEV-VENCIMENTO(WS-IDX-DEV-ACHADO)
                 TO NEG-VENCIMENTO-ORIGEM
            MOVE WS-DEV-VALOR(WS-IDX-DEV-ACHADO) TO NEG-VALOR
            MOVE WS-DEV-DIAS(WS-IDX-DEV-ACHADO)  TO NEG-DIAS-ATRASO
            STRING 'PARCELA VENCIDA HA '  DELIMITED BY SIZE
                   NEG-DIAS-ATRASO        DELIMITED BY SIZE
                   ' DIAS'                DELIMITED BY SIZE
                   INTO NEG-MOTIVO
            END-STRING
            ADD 1 TO WS-QTD-NEG-TAB
            MOVE REG-NEGATIVACAO TO WS-NEG-LINHA(WS-QTD-NEG-TAB)
            ADD 1 TO WS-QTD-AVISADOS.

      ******************************************************************
      * P700-RELATORIO
      * Registro de conformidade legivel: quem esta negativado ou
      * avisado, desde quando e por que, e o que foi baixado nesta
      * rodada com o motivo da baixa.
      ******************************************************************
       P700-RELATORIO.
            OPEN OUTPUT RELATORIO-NEGATIVACAO
            IF NOT WS-RELATORIO-OK
               DISPLAY 'AVISO - RELATORIO NEGREL.txt INDISPONIVEL '
                       '(STATUS ' WS-RELATORIO-STATUS ').'
            ELSE
               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE SPACES TO REG-RELATORIO
               STRING 'REGISTRO DE NEGATIVACAO - REFERENCIA '
                                    DELIMITED BY SIZE
                      WS-DATA-BR    DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               STRING 'CLIENTE SITUACAO AVISO      INCLUSAO   '
                                    DELIMITED BY SIZE
                      '           VALOR DIAS MOTIVO'
                                    DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO

               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                       UNTIL WS-IDX-NEG > WS-QTD-NEG-TAB
                   MOVE WS-NEG-LINHA(WS-IDX-NEG) TO REG-NEGATIVACAO
                   IF NEG-ATIVO
                      PERFORM P710-IMPRIME-NEGATIVACAO
                   END-IF
               END-PERFORM
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WS-QTD-LISTADOS TO WS-QTD-ED
               STRING 'NEGATIVACOES ATIVAS: ' DELIMITED BY SIZE
                      WS-QTD-ED               DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO

               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'BAIXADAS NESTA RODADA' TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                       UNTIL WS-IDX-NEG > WS-QTD-NEG-TAB
                   MOVE WS-NEG-LINHA(WS-IDX-NEG) TO REG-NEGATIVACAO
                   IF NOT NEG-ATIVO
                      AND NEG-DATA-EXCLUSAO = WS-DATA-REFERENCIA
                      PERFORM P710-IMPRIME-NEGATIVACAO
                   END-IF
               END-PERFORM
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WS-QTD-LISTADOS TO WS-QTD-ED
               STRING 'BAIXADAS: ' DELIMITED BY SIZE
                      WS-QTD-ED    DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               CLOSE RELATORIO-NEGATIVACAO
               MOVE 'BUREAU-LIST' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\NEGREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF.

       P710-IMPRIME-NEGATIVACAO.
            ADD 1 TO WS-QTD-LISTADOS
            EVALUATE TRUE
                WHEN NEG-AVISADO   MOVE 'AVISADO'   TO WS-SITUACAO-DESC
                WHEN NEG-INCLUIDO  MOVE 'INCLUIDO'  TO WS-SITUACAO-DESC
                WHEN NEG-EXCLUIDO  MOVE 'EXCLUIDO'  TO WS-SITUACAO-DESC
                WHEN OTHER         MOVE 'CANCELAD'  TO WS-SITUACAO-DESC
            END-EVALUATE
            MOVE NEG-DATA-AVISO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-DATA-AVISO-BR
            MOVE SPACES TO WS-DATA-INCLUSAO-BR
            IF NEG-DATA-INCLUSAO > ZEROS
               MOVE NEG-DATA-INCLUSAO TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR TO WS-DATA-INCLUSAO-BR
            END-IF
            MOVE NEG-VALOR TO WS-VALOR-ED
            MOVE NEG-DIAS-ATRASO TO WS-DIAS-ED

            MOVE SPACES TO REG-RELATORIO
            IF NEG-ATIVO
               STRING NEG-CODIGO          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-SITUACAO-DESC    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-DATA-AVISO-BR    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-DATA-INCLUSAO-BR DELIMITED BY SIZE
                      WS-VALOR-ED         DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-DIAS-ED          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      NEG-MOTIVO          DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
            ELSE
               STRING NEG-CODIGO          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-SITUACAO-DESC    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-DATA-AVISO-BR    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-DATA-INCLUSAO-BR DELIMITED BY SIZE
                      WS-VALOR-ED         DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-DIAS-ED          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      NEG-MOTIVO-EXCLUSAO DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
            END-IF
            WRITE REG-RELATORIO.

       P800-REGRAVA-REGISTRO.
            MOVE SPACES TO WS-NEGATIVACAO-STATUS
            OPEN OUTPUT REGISTRO-NEGATIVACAO
            IF NOT WS-NEGATIVACAO-OK
               DISPLAY 'ERRO AO REGRAVAR O NEGREG.dat - STATUS '
                       WS-NEGATIVACAO-STATUS
            ELSE
               PERFORM VARYING WS-IDX-NEG FROM 1 BY 1
                       UNTIL WS-IDX-NEG > WS-QTD-NEG-TAB
                   MOVE WS-NEG-LINHA(WS-IDX-NEG) TO REG-NEGATIVACAO
                   WRITE REG-NEGATIVACAO
               END-PERFORM
               CLOSE REGISTRO-NEGATIVACAO
               SET WS-REGISTRO-GRAVADO-SIM TO TRUE
            END-IF.

       P900-FINAL.
            IF WS-ARQUIVOS-ABERTOS-SIM
               MOVE SPACES TO REG-INCLUSAO
               MOVE '9'               TO NIT-TIPO
               MOVE WS-QTD-INCLUIDOS  TO NIT-QTD-REGISTROS
               MOVE WS-TOTAL-INCLUIDO TO NIT-VALOR-TOTAL
               WRITE REG-INCLUSAO
               MOVE SPACES TO REG-EXCLUSAO
               MOVE '9'               TO NET-TIPO
               MOVE WS-QTD-EXCLUIDOS  TO NET-QTD-REGISTROS
               MOVE WS-TOTAL-EXCLUIDO TO NET-VALOR-TOTAL
               WRITE REG-EXCLUSAO

               CLOSE CUSTOMER-MASTER
               CLOSE ERROR-LOG
               CLOSE ARQUIVO-AVISOS
               CLOSE ARQUIVO-INCLUSAO
               CLOSE ARQUIVO-EXCLUSAO
               CLOSE FILA-CORRESP

               MOVE 'NEGINCL.txt'     TO WS-MAN-ARQUIVO
               MOVE WS-QTD-INCLUIDOS  TO WS-MAN-QTD
               MOVE WS-TOTAL-INCLUIDO TO WS-MAN-HASH
               PERFORM P8950-GRAVA-MANIFESTO
               MOVE 'NEGEXCL.txt'     TO WS-MAN-ARQUIVO
               MOVE WS-QTD-EXCLUIDOS  TO WS-MAN-QTD
               MOVE WS-TOTAL-EXCLUIDO TO WS-MAN-HASH
               PERFORM P8950-GRAVA-MANIFESTO
            END-IF

            MOVE WS-DIAS-ATRASO-MINIMO TO WS-PRAZO-ED
            DISPLAY 'ATRASO MINIMO PARA AVISO.....: ' WS-PRAZO-ED
                    ' DIAS'
            MOVE WS-DIAS-PRAZO-AVISO TO WS-PRAZO-ED
            DISPLAY 'PRAZO DO AVISO...............: ' WS-PRAZO-ED
                    ' DIAS'
            MOVE WS-QTD-AVISADOS TO WS-QTD-ED
            DISPLAY 'AVISOS EMITIDOS..............: ' WS-QTD-ED
            MOVE WS-QTD-AGUARDANDO TO WS-QTD-ED
            DISPLAY 'AVISADOS NO PRAZO............: ' WS-QTD-ED
            MOVE WS-QTD-ADIADOS TO WS-QTD-ED
            DISPLAY 'SUSPENSAO OU PROMESSA ABERTA.: ' WS-QTD-ED
            MOVE WS-QTD-INCLUIDOS TO WS-QTD-ED
            MOVE WS-TOTAL-INCLUIDO TO WS-TOTAL-ED
            DISPLAY 'INCLUIDOS....................: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            MOVE WS-QTD-MANTIDOS TO WS-QTD-ED
            DISPLAY 'MANTIDOS NO CADASTRO.........: ' WS-QTD-ED
            MOVE WS-QTD-EXCLUIDOS TO WS-QTD-ED
            MOVE WS-TOTAL-EXCLUIDO TO WS-TOTAL-ED
            DISPLAY 'EXCLUIDOS....................: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            MOVE WS-QTD-CANCELADOS TO WS-QTD-ED
            DISPLAY 'AVISOS CANCELADOS............: ' WS-QTD-ED
            IF WS-QTD-REJEITADOS > ZEROS
               MOVE WS-QTD-REJEITADOS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' CLIENTE(S) COM PENDENCIA - VER '
                       'ERROR-LOG.'
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN NOT WS-REGISTRO-GRAVADO-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-REJEITADOS > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY ERRLOGPA.
           COPY MANIFPA.
           COPY ASOFPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM BUREAU-LIST.
