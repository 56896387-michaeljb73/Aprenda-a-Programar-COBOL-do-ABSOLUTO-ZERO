      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Parcela aberta de cliente com NF-e ainda nao
      *                  autorizada pela SEFAZ (registro NFE.dat,
      *                  copybooks NFE*) fica retida fora da remessa,
      *                  sem nosso-numero, e a rodada termina com RC 4.
      *                  A parcela nao guarda a fatura de origem - a
      *                  retencao e por cliente.
      * 15/10/2026  MJB  Detalhe da remessa ganhou o identificador de
      *                  cobranca PIX (txid, copybooks PIX*) montado do
      *                  nosso-numero da parcela - o banco registra o
      *                  boleto com o QR do PIX e devolve o txid no
      *                  credito que o PIX-LOAD baixa no mesmo dia. O
      *                  registro passou de 50 para 76 posicoes.
      * 15/10/2026  MJB  Cobranca em varios bancos: com o cadastro de
      *                  bancos (BANCOS.dat, copybooks BCO*, mantido
      *                  pelo BANK-MAINT) a parcela nova vai para o
      *                  banco da regra de roteamento pela filial e UF
      *                  do cliente (ROTCOB.dat; sem regra, o banco
      *                  padrao), com nosso-numero = codigo do banco +
      *                  sequencia propria do banco, e cada banco
      *                  recebe a sua remessa (REMnnn.txt) no layout
      *                  dele (proprio de 76 ou CNAB de 100 posicoes),
      *                  com sequencial de remessa proprio e linha no
      *                  MANIFEST.txt. Parcela ja registrada segue no
      *                  banco do prefixo do nosso-numero. Sem banco
      *                  ativo no cadastro nada muda (REMESSA.txt e
      *                  REMCTL.dat).
      * 15/10/2026  MJB  INSTFILE.dat ganhou no fim a sequencia do
      *                  contrato (PCL-CONTRATO); tabela de parcelas em
      *                  memoria alargada.
      * 15/10/2026  MJB  Carta de quitacao antecipada EMITIDA e ainda
      *                  valida (QUITACAO.dat, copybooks QTC*, emitida
      *                  pelo PAYOFF-QUOTE) entra na remessa como um
      *                  detalhe a mais - parcela 00, vencimento na
      *                  validade, valor da quitacao e o nosso-numero
      *                  da carta -, no banco do prefixo do nosso-
      *                  numero quando ha cadastro de bancos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIT-GEN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY MANIFSL.
           COPY NFESL.
           COPY BCOSL.
           COPY QTCSL.

      * REGISTRO DE CONTROLE COM O PROXIMO NOSSO-NUMERO
           SELECT REMESSA-CONTROLE ASSIGN TO
           FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ARQUIVO-REMESSA ASSIGN TO
           WS-ARQ-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMESSA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  REGISTRO-NFE.
           COPY NFEF.

       FD  CADASTRO-BANCOS.
           COPY BCOF.

       FD  ROTAS-COBRANCA.
           COPY BCORF.

       FD  CARTAS-QUITACAO.
           COPY QTCF.

       FD  REMESSA-CONTROLE.
       01  REG-REMESSA-CONTROLE.
           05  CTL-PROX-NOSSO-NUMERO   PIC 9(10).

      * REMESSA - LAYOUT POSICIONAL COMBINADO COM O BANCO:
      * TIPO 0 = HEADER (DATA DE GERACAO), TIPO 1 = DETALHE
      * (NOSSO-NUMERO, CLIENTE, PARCELA, VENCIMENTO, VALOR, TXID
      * PIX), TIPO 9 = TRAILER (CONTAGEM E VALOR TOTAL). COM O
      * CADASTRO DE BANCOS O HEADER TRAZ TAMBEM BANCO, CONVENIO E
      * SEQUENCIAL DA REMESSA
       FD  ARQUIVO-REMESSA.
       01  REG-REMESSA                 PIC X(76).
       01  REG-REMESSA-HEADER REDEFINES REG-REMESSA.
           05  RMH-TIPO                PIC X(01).
           05  RMH-DATA-GERACAO        PIC 9(08).
           05  RMH-BANCO               PIC 9(03).
           05  RMH-CONVENIO            PIC 9(10).
           05  RMH-SEQUENCIAL          PIC 9(06).
           05  FILLER                  PIC X(48).
       01  REG-REMESSA-DETALHE REDEFINES REG-REMESSA.
           05  RMD-TIPO                PIC X(01).
           05  RMD-NOSSO-NUMERO        PIC 9(10).
           05  RMD-VENCIMENTO          PIC 9(08).
           05  RMD-VALOR               PIC 9(09)V99.
           05  FILLER                  PIC X(12).
           05  RMD-TXID-PIX            PIC X(26).
       01  REG-REMESSA-TRAILER REDEFINES REG-REMESSA.
           05  RMT-TIPO                PIC X(01).
           05  RMT-QTD-DETALHES        PIC 9(07).
           05  RMT-VALOR-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(55).
      * REMESSA NO LAYOUT CNAB DE 100 POSICOES (BANCO COM LAYOUT C):
      * TIPO 0 = HEADER (BANCO, CONVENIO, DATA DDMMAAAA, SEQUENCIAL),
      * TIPO 1 = DETALHE (CONVENIO, NOSSO-NUMERO, SEU-NUMERO =
      * CLIENTE E PARCELA, VENCIMENTO DDMMAAAA, VALOR, TXID PIX),
      * TIPO 9 = TRAILER (CONTAGEM E VALOR TOTAL)
       01  REG-REMESSA-CNAB            PIC X(100).
       01  REG-CNAB-HEADER REDEFINES REG-REMESSA-CNAB.
           05  RCH-TIPO                PIC X(01).
           05  RCH-LITERAL             PIC X(07).
           05  RCH-BANCO               PIC 9(03).
           05  RCH-CONVENIO            PIC 9(10).
           05  RCH-DATA-GERACAO        PIC 9(08).
           05  RCH-SEQUENCIAL          PIC 9(06).
           05  FILLER                  PIC X(65).
       01  REG-CNAB-DETALHE REDEFINES REG-REMESSA-CNAB.
           05  RCD-TIPO                PIC X(01).
           05  RCD-CONVENIO            PIC 9(10).
           05  RCD-NOSSO-NUMERO        PIC 9(10).
           05  RCD-SEU-NUMERO.
               10  RCD-CODIGO-CLIENTE  PIC 9(06).
               10  RCD-NUMERO-PARCELA  PIC 9(02).
           05  RCD-VENCIMENTO          PIC 9(08).
           05  RCD-VALOR               PIC 9(11)V99.
           05  RCD-TXID-PIX            PIC X(26).
           05  FILLER                  PIC X(24).
       01  REG-CNAB-TRAILER REDEFINES REG-REMESSA-CNAB.
           05  RCT-TIPO                PIC X(01).
           05  RCT-QTD-DETALHES        PIC 9(06).
           05  RCT-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(78).

       WORKING-STORAGE SECTION.

      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-PARCELAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARCELAS-SIM             VALUE 'S'.
       77  WS-CADASTRO-ABERTO      PIC X(01)   VALUE 'N'.
           88  WS-CADASTRO-ABERTO-SIM          VALUE 'S'.
      * REMESSA DE UM BANCO QUE NAO ABRIU - AS OUTRAS SEGUEM E O
      * CARIMBO DAS PARCELAS E GRAVADO (A PARCELA DELE VAI NA
      * PROXIMA REMESSA COM O MESMO NOSSO-NUMERO)
       77  WS-ERRO-REMESSA         PIC X(01)   VALUE 'N'.
           88  WS-ERRO-REMESSA-SIM             VALUE 'S'.

      * ARQUIVO DE REMESSA DA VEZ - REMESSA.txt NO BANCO UNICO,
      * REMnnn.txt (nnn = CODIGO DO BANCO) COM O CADASTRO DE BANCOS
       77  WS-ARQ-REMESSA          PIC X(64)   VALUE
           'src\assets\REMESSA.txt'.
       01  WS-NOME-REMESSA         PIC X(12)   VALUE 'REMESSA.txt'.
       77  WS-LAYOUT-REMESSA       PIC X(01)   VALUE 'P'.
           88  WS-LAYOUT-REMESSA-CNAB          VALUE 'C'.

      * PROXIMO NOSSO-NUMERO, RESTAURADO DO REGISTRO DE CONTROLE
       77  WS-PROX-NOSSO-NUMERO    PIC 9(10)   VALUE 0000000001.
       77  WS-PLANO-MUDOU          PIC X(01)   VALUE 'N'.
           88  WS-PLANO-MUDOU-SIM              VALUE 'S'.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.
      * BANCO (INDICE NA TABELA DE BANCOS) DE CADA PARCELA QUE ENTRA
      * NA REMESSA - ZERO = FORA DA REMESSA
       01  WS-TAB-PARCELA-BANCO.
           05  WS-PCB-IDX-BANCO    PIC 9(02)  COMP OCCURS 500 TIMES.

      * BANCOS COBRADORES E REGRAS DE ROTEAMENTO (COPYBOOKS BCO*)
           COPY BCOWS.
       77  WS-IDX-BCO-REMESSA      PIC 9(02)   VALUE ZEROS COMP.
       77  WS-BANCOS-MUDARAM       PIC X(01)   VALUE 'N'.
           88  WS-BANCOS-MUDARAM-SIM           VALUE 'S'.
      * POR BANCO: PARCELAS NA REMESSA E PARCELAS REGISTRADAS AGORA
      * (AS QUE PAGAM TARIFA DE BOLETO)
       01  WS-TAB-BANCO-REMESSA.
           05  WS-BRM-ENTRADA      OCCURS 20 TIMES.
               10  WS-BRM-QTD-PARCELAS PIC 9(05)   COMP.
               10  WS-BRM-QTD-NOVAS    PIC 9(05)   COMP.
      * CARTAS DE QUITACAO (COPYBOOKS QTC*) - SO LEITURA; O BOLETO
      * DA CARTA ENTRA NA REMESSA ATE A VALIDADE OU A LIQUIDACAO
           COPY QTCWS.
       77  WS-QTD-CARTAS           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTC-NA-REMESSA       PIC X(01)   VALUE 'N'.
           88  WS-QTC-NA-REMESSA-SIM           VALUE 'S'.
      * BANCO (INDICE NA TABELA DE BANCOS) DE CADA CARTA - ZERO =
      * FORA DA REMESSA
       01  WS-TAB-QUITACAO-BANCO.
           05  WS-QCB-IDX-BANCO    PIC 9(02)  COMP OCCURS 500 TIMES.
       77  WS-TARIFA-ESTIMADA      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TARIFA-TOTAL         PIC 9(11)V99 VALUE ZEROS.

      * NOTAS FISCAIS ELETRONICAS (COPYBOOKS NFE*) - PARCELA DE
      * CLIENTE COM NF-E AINDA NAO AUTORIZADA FICA RETIDA FORA DA
      * REMESSA (A PARCELA NAO GUARDA A FATURA DE ORIGEM)
           COPY NFEWS.
       77  WS-QTD-RETIDAS          PIC 9(07)   VALUE ZEROS COMP.
       77  WS-VALOR-RETIDO         PIC 9(11)V99 VALUE ZEROS.

      * TOTAIS DA REMESSA DA VEZ E DA RODADA
       77  WS-QTD-DETALHES         PIC 9(07)   VALUE ZEROS COMP.
       77  WS-VALOR-REMESSA        PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-DETALHES-GERAL   PIC 9(07)   VALUE ZEROS COMP.
       77  WS-VALOR-REMESSA-GERAL  PIC 9(11)V99 VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * DATA AAAAMMDD -> DDMMAAAA DO LAYOUT CNAB
       01  WS-DATA-ISO-CNAB        PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-ISO-CNAB-R REDEFINES WS-DATA-ISO-CNAB.
           05  WS-DIC-AAAA             PIC 9(04).
           05  WS-DIC-MM               PIC 9(02).
           05  WS-DIC-DD               PIC 9(02).
       01  WS-DATA-CNAB            PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-CNAB-R REDEFINES WS-DATA-CNAB.
           05  WS-DCN-DD               PIC 9(02).
           05  WS-DCN-MM               PIC 9(02).
           05  WS-DCN-AAAA             PIC 9(04).

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-TARIFA-ED            PIC $$$.$$$.$$9,99.

      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * IDENTIFICADOR DE COBRANCA PIX DA PARCELA (COPYBOOKS PIX*)
           COPY PIXWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               IF WS-MULTIBANCO-SIM
                  PERFORM P400-ATRIBUI-BANCOS
                  PERFORM P500-GERA-REMESSA-BANCO
                          VARYING WS-IDX-BCO-REMESSA FROM 1 BY 1
                          UNTIL WS-IDX-BCO-REMESSA > WS-QTD-BCO-TAB
                  PERFORM P690-ENCERRA-MULTIBANCO
               ELSE
                  PERFORM P200-ABRE-REMESSA
                  IF NOT WS-ERRO-REMESSA-SIM
                     PERFORM P300-MONTA-REMESSA
                     PERFORM P330-MONTA-CARTAS
                     PERFORM P600-FECHA-REMESSA
                  END-IF
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P8850-CARREGA-BANCOS
            INITIALIZE WS-TAB-BANCO-REMESSA
            IF WS-MULTIBANCO-SIM
      *        O ROTEAMENTO DA PARCELA NOVA PRECISA DA FILIAL E DA UF
      *        DO CLIENTE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-OK
                  SET WS-CADASTRO-ABERTO-SIM TO TRUE
               ELSE
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR O CADASTRO DE CLIENTES - '
                          'STATUS ' WS-CUST-STATUS
               END-IF
            ELSE
               PERFORM P110-RESTAURA-CONTROLE
            END-IF
            PERFORM P150-CARREGA-PARCELAS
            PERFORM P8820-CARREGA-NFE
            PERFORM P8150-CARREGA-QUITACOES
            IF WS-PARCELAS-ESTOURARAM-SIM OR WS-NFE-ESTOUROU-SIM
               OR WS-BCO-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF.

       P110-RESTAURA-CONTROLE.
               END-IF
            END-IF.

      ******************************************************************
      * P200-ABRE-REMESSA
      * Abre WS-ARQ-REMESSA e grava o header no layout da vez. No
      * banco unico o header sai como sempre (so tipo e data); com o
      * cadastro de bancos leva banco, convenio e o sequencial de
      * remessa do banco.
      ******************************************************************
       P200-ABRE-REMESSA.
            MOVE ZEROS TO WS-QTD-DETALHES
            MOVE ZEROS TO WS-VALOR-REMESSA
            OPEN OUTPUT ARQUIVO-REMESSA
            IF NOT WS-REMESSA-OK
               SET WS-ERRO-REMESSA-SIM TO TRUE
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-REMESSA ' - STATUS '
                       WS-REMESSA-STATUS
            ELSE
               IF WS-LAYOUT-REMESSA-CNAB
                  MOVE WS-DATA-HOJE TO WS-DATA-ISO-CNAB
                  PERFORM P320-CONVERTE-DATA-CNAB
                  MOVE SPACES TO REG-REMESSA-CNAB
                  MOVE '0'       TO RCH-TIPO
                  MOVE 'REMESSA' TO RCH-LITERAL
                  MOVE WS-BCT-CODIGO(WS-IDX-BCO-REMESSA)
                       TO RCH-BANCO
                  MOVE WS-BCT-CONVENIO(WS-IDX-BCO-REMESSA)
                       TO RCH-CONVENIO
                  MOVE WS-DATA-CNAB TO RCH-DATA-GERACAO
                  MOVE WS-BCT-PROX-REMESSA(WS-IDX-BCO-REMESSA)
                       TO RCH-SEQUENCIAL
                  WRITE REG-REMESSA-CNAB
               ELSE
                  MOVE SPACES TO REG-REMESSA
                  MOVE '0' TO RMH-TIPO
                  MOVE WS-DATA-HOJE TO RMH-DATA-GERACAO
                  IF WS-MULTIBANCO-SIM
                     MOVE WS-BCT-CODIGO(WS-IDX-BCO-REMESSA)
                          TO RMH-BANCO
                     MOVE WS-BCT-CONVENIO(WS-IDX-BCO-REMESSA)
                          TO RMH-CONVENIO
                     MOVE WS-BCT-PROX-REMESSA(WS-IDX-BCO-REMESSA)
                          TO RMH-SEQUENCIAL
                  END-IF
                  WRITE REG-REMESSA
               END-IF
            END-IF.

      ******************************************************************
      * P300-MONTA-REMESSA
      * Banco unico (sem cadastro de bancos). Cada parcela ABERTA
      * entra na remessa: a que ainda nao tem referencia consome o
      * proximo nosso-numero do controle e e carimbada na tabela
      * (regravada no INSTFILE.dat no final); a que ja tem referencia
      * sai com o numero que ja carrega, para o banco reapresentar sem
      * duplicar registro. Parcela de cliente com NF-e que ainda nao
      * foi autorizada pela SEFAZ fica retida (sem nosso-numero) ate a
      * autorizacao.
      ******************************************************************
       P300-MONTA-REMESSA.
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-ABERTA
                   MOVE PCL-CODIGO TO WS-NFE-CLIENTE-PROC
                   PERFORM P8827-CLIENTE-PENDENTE
                   IF WS-NFE-CLIENTE-PENDENTE-SIM
                      ADD 1 TO WS-QTD-RETIDAS
                      ADD PCL-VALOR TO WS-VALOR-RETIDO
                   ELSE
                      IF PCL-NOSSO-NUMERO NOT NUMERIC
                         OR PCL-NOSSO-NUMERO = ZEROS
                         MOVE WS-PROX-NOSSO-NUMERO
                              TO PCL-NOSSO-NUMERO
                         ADD 1 TO WS-PROX-NOSSO-NUMERO
                         MOVE REG-PARCELA
                              TO WS-PARCELA-LINHA(WS-IDX-PARCELA)
                         SET WS-PLANO-MUDOU-SIM TO TRUE
                      END-IF
                      PERFORM P310-GRAVA-DETALHE
                   END-IF
                END-IF
            END-PERFORM.

       P310-GRAVA-DETALHE.
            MOVE PCL-CODIGO       TO WS-PXT-CODIGO
            MOVE PCL-NUMERO       TO WS-PXT-PARCELA
            MOVE PCL-NOSSO-NUMERO TO WS-PXT-NOSSO-NUMERO
            PERFORM P8840-MONTA-TXID-PIX
            IF WS-LAYOUT-REMESSA-CNAB
               MOVE PCL-VENCIMENTO TO WS-DATA-ISO-CNAB
               PERFORM P320-CONVERTE-DATA-CNAB
               MOVE SPACES TO REG-REMESSA-CNAB
               MOVE '1'              TO RCD-TIPO
               MOVE WS-BCT-CONVENIO(WS-IDX-BCO-REMESSA)
                    TO RCD-CONVENIO
               MOVE PCL-NOSSO-NUMERO TO RCD-NOSSO-NUMERO
               MOVE PCL-CODIGO       TO RCD-CODIGO-CLIENTE
               MOVE PCL-NUMERO       TO RCD-NUMERO-PARCELA
               MOVE WS-DATA-CNAB     TO RCD-VENCIMENTO
               MOVE PCL-VALOR        TO RCD-VALOR
               MOVE WS-PIX-TXID      TO RCD-TXID-PIX
               WRITE REG-REMESSA-CNAB
            ELSE
               MOVE SPACES TO REG-REMESSA
               MOVE '1'              TO RMD-TIPO
               MOVE PCL-NOSSO-NUMERO TO RMD-NOSSO-NUMERO
               MOVE PCL-CODIGO       TO RMD-CODIGO-CLIENTE
               MOVE PCL-NUMERO       TO RMD-NUMERO-PARCELA
               MOVE PCL-VENCIMENTO   TO RMD-VENCIMENTO
               MOVE PCL-VALOR        TO RMD-VALOR
               MOVE WS-PIX-TXID      TO RMD-TXID-PIX
               WRITE REG-REMESSA
            END-IF
            ADD 1 TO WS-QTD-DETALHES
            ADD PCL-VALOR TO WS-VALOR-REMESSA.

      ******************************************************************
      * P330-MONTA-CARTAS
      * Banco unico. Cada carta de quitacao EMITIDA cuja validade nao
      * passou sai como detalhe com o nosso-numero que o PAYOFF-QUOTE
      * ja consumiu do controle. Cliente com NF-e nao autorizada fica
      * retido igual as parcelas.
      ******************************************************************
       P330-MONTA-CARTAS.
            PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                    UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                PERFORM P340-CARTA-NA-REMESSA
                IF WS-QTC-NA-REMESSA-SIM
                   PERFORM P350-PARCELA-DA-CARTA
                   PERFORM P310-GRAVA-DETALHE
                   ADD 1 TO WS-QTD-CARTAS
                END-IF
            END-PERFORM.

       P340-CARTA-NA-REMESSA.
            MOVE 'N' TO WS-QTC-NA-REMESSA
            IF WS-QTT-EMITIDA(WS-IDX-QTC)
               AND WS-QTT-DATA-VALIDADE(WS-IDX-QTC) >= WS-DATA-HOJE
               MOVE WS-QTT-CODIGO(WS-IDX-QTC) TO WS-NFE-CLIENTE-PROC
               PERFORM P8827-CLIENTE-PENDENTE
               IF WS-NFE-CLIENTE-PENDENTE-SIM
                  ADD 1 TO WS-QTD-RETIDAS
                  ADD WS-QTT-VALOR-QUITACAO(WS-IDX-QTC)
                      TO WS-VALOR-RETIDO
               ELSE
                  SET WS-QTC-NA-REMESSA-SIM TO TRUE
               END-IF
            END-IF.

      *     O DETALHE DA CARTA USA A AREA DA PARCELA - A TABELA DE
      *     PARCELAS NAO E TOCADA
       P350-PARCELA-DA-CARTA.
            MOVE SPACES TO REG-PARCELA
            MOVE WS-QTT-CODIGO(WS-IDX-QTC)         TO PCL-CODIGO
            MOVE ZEROS                             TO PCL-NUMERO
            MOVE WS-QTT-DATA-VALIDADE(WS-IDX-QTC)  TO PCL-VENCIMENTO
            MOVE WS-QTT-VALOR-QUITACAO(WS-IDX-QTC) TO PCL-VALOR
            MOVE WS-QTT-NOSSO-NUMERO(WS-IDX-QTC)   TO PCL-NOSSO-NUMERO.

       P320-CONVERTE-DATA-CNAB.
            MOVE WS-DIC-DD   TO WS-DCN-DD
            MOVE WS-DIC-MM   TO WS-DCN-MM
            MOVE WS-DIC-AAAA TO WS-DCN-AAAA.

      ******************************************************************
      * P400-ATRIBUI-BANCOS
      * Com o cadastro de bancos. Parcela ja registrada fica no banco
      * do prefixo do nosso-numero (P8860); parcela nova vai para o
      * banco da regra de roteamento pela filial e UF do cliente
      * (P8865) e recebe o nosso-numero daquele banco - codigo do
      * banco seguido da sequencia propria dele. A retencao por NF-e
      * nao autorizada vale igual ao banco unico.
      ******************************************************************
       P400-ATRIBUI-BANCOS.
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE ZEROS TO WS-PCB-IDX-BANCO(WS-IDX-PARCELA)
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-ABERTA
                   MOVE PCL-CODIGO TO WS-NFE-CLIENTE-PROC
                   PERFORM P8827-CLIENTE-PENDENTE
                   IF WS-NFE-CLIENTE-PENDENTE-SIM
                      ADD 1 TO WS-QTD-RETIDAS
                      ADD PCL-VALOR TO WS-VALOR-RETIDO
                   ELSE
                      IF PCL-NOSSO-NUMERO NOT NUMERIC
                         OR PCL-NOSSO-NUMERO = ZEROS
                         PERFORM P410-REGISTRA-PARCELA
                      ELSE
                         MOVE PCL-NOSSO-NUMERO
                              TO WS-BCO-NOSSO-NUMERO
                         PERFORM P8860-BANCO-DO-NOSSO-NUMERO
                      END-IF
                      MOVE WS-IDX-BCO-ACHADO
                           TO WS-PCB-IDX-BANCO(WS-IDX-PARCELA)
                      ADD 1 TO WS-BRM-QTD-PARCELAS(WS-IDX-BCO-ACHADO)
                   END-IF
                END-IF
            END-PERFORM

      *     CARTA DE QUITACAO JA NASCE COM O NOSSO-NUMERO DO BANCO DO
      *     CLIENTE - SEGUE NO BANCO DO PREFIXO
            PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                    UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                MOVE ZEROS TO WS-QCB-IDX-BANCO(WS-IDX-QTC)
                PERFORM P340-CARTA-NA-REMESSA
                IF WS-QTC-NA-REMESSA-SIM
                   MOVE WS-QTT-NOSSO-NUMERO(WS-IDX-QTC)
                        TO WS-BCO-NOSSO-NUMERO
                   PERFORM P8860-BANCO-DO-NOSSO-NUMERO
                   MOVE WS-IDX-BCO-ACHADO
                        TO WS-QCB-IDX-BANCO(WS-IDX-QTC)
                   ADD 1 TO WS-BRM-QTD-PARCELAS(WS-IDX-BCO-ACHADO)
                END-IF
            END-PERFORM.

       P410-REGISTRA-PARCELA.
            MOVE SPACES TO WS-ROT-FILIAL-PROC
            MOVE SPACES TO WS-ROT-UF-PROC
            MOVE PCL-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               MOVE CSV-FILIAL TO WS-ROT-FILIAL-PROC
               MOVE CSV-UF     TO WS-ROT-UF-PROC
            END-IF
            PERFORM P8865-ROTEIA-COBRANCA

            MOVE WS-BCT-CODIGO(WS-IDX-BCO-ACHADO) TO WS-BNN-BANCO
            MOVE WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO-ACHADO)
                 TO WS-BNN-SEQUENCIA
            ADD 1 TO WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO-ACHADO)
            ADD 1 TO WS-BRM-QTD-NOVAS(WS-IDX-BCO-ACHADO)
            MOVE WS-BCO-NOSSO-NUMERO TO PCL-NOSSO-NUMERO
            MOVE REG-PARCELA TO WS-PARCELA-LINHA(WS-IDX-PARCELA)
            SET WS-PLANO-MUDOU-SIM TO TRUE
            SET WS-BANCOS-MUDARAM-SIM TO TRUE.

      ******************************************************************
      * P500-GERA-REMESSA-BANCO
      * Uma remessa por banco ativo - e tambem para o banco ja
      * desativado que ainda tem parcela registrada em aberto -, no
      * layout do banco, com o sequencial de remessa dele e a linha
      * de manifesto. Remessa que nao abre nao consome sequencial.
      ******************************************************************
       P500-GERA-REMESSA-BANCO.
            IF WS-BCT-ATIVO(WS-IDX-BCO-REMESSA)
               OR WS-BRM-QTD-PARCELAS(WS-IDX-BCO-REMESSA) > ZEROS
               MOVE SPACES TO WS-NOME-REMESSA
               STRING 'REM'                    DELIMITED BY SIZE
                      WS-BCT-CODIGO(WS-IDX-BCO-REMESSA)
                                               DELIMITED BY SIZE
                      '.txt'                   DELIMITED BY SIZE
                      INTO WS-NOME-REMESSA
               END-STRING
               MOVE SPACES TO WS-ARQ-REMESSA
               STRING 'src\assets\'            DELIMITED BY SIZE
                      WS-NOME-REMESSA          DELIMITED BY SPACE
                      INTO WS-ARQ-REMESSA
               END-STRING
               MOVE WS-BCT-LAYOUT(WS-IDX-BCO-REMESSA)
                    TO WS-LAYOUT-REMESSA
               PERFORM P200-ABRE-REMESSA
               IF WS-REMESSA-OK
                  PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                          UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                      IF WS-PCB-IDX-BANCO(WS-IDX-PARCELA)
                         = WS-IDX-BCO-REMESSA
                         MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                              TO REG-PARCELA
                         PERFORM P310-GRAVA-DETALHE
                      END-IF
                  END-PERFORM
                  PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                          UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                      IF WS-QCB-IDX-BANCO(WS-IDX-QTC)
                         = WS-IDX-BCO-REMESSA
                         PERFORM P350-PARCELA-DA-CARTA
                         PERFORM P310-GRAVA-DETALHE
                         ADD 1 TO WS-QTD-CARTAS
                      END-IF
                  END-PERFORM
                  PERFORM P610-GRAVA-TRAILER
                  CLOSE ARQUIVO-REMESSA
                  ADD 1 TO WS-BCT-PROX-REMESSA(WS-IDX-BCO-REMESSA)
                  SET WS-BANCOS-MUDARAM-SIM TO TRUE

                  MOVE WS-NOME-REMESSA  TO WS-MAN-ARQUIVO
                  MOVE WS-QTD-DETALHES  TO WS-MAN-QTD
                  MOVE WS-VALOR-REMESSA TO WS-MAN-HASH
                  PERFORM P8950-GRAVA-MANIFESTO

                  ADD WS-QTD-DETALHES  TO WS-QTD-DETALHES-GERAL
                  ADD WS-VALOR-REMESSA TO WS-VALOR-REMESSA-GERAL
                  COMPUTE WS-TARIFA-ESTIMADA =
                          WS-BRM-QTD-NOVAS(WS-IDX-BCO-REMESSA)
                        * WS-BCT-TARIFA-BOLETO(WS-IDX-BCO-REMESSA)
                  ADD WS-TARIFA-ESTIMADA TO WS-TARIFA-TOTAL
                  MOVE WS-QTD-DETALHES    TO WS-QTD-ED
                  MOVE WS-VALOR-REMESSA   TO WS-TOTAL-ED
                  MOVE WS-TARIFA-ESTIMADA TO WS-TARIFA-ED
                  DISPLAY 'BANCO ' WS-BCT-CODIGO(WS-IDX-BCO-REMESSA)
                          ' ' WS-NOME-REMESSA ': ' WS-QTD-ED
                          ' PARCELA(S), ' WS-TOTAL-ED
                          ' - TARIFA DOS NOVOS BOLETOS '
                          WS-TARIFA-ED
               END-IF
            END-IF.

       P600-FECHA-REMESSA.
            PERFORM P610-GRAVA-TRAILER
            CLOSE ARQUIVO-REMESSA

            IF WS-PLANO-MUDOU-SIM
            MOVE 'REMESSA.txt'    TO WS-MAN-ARQUIVO
            MOVE WS-QTD-DETALHES  TO WS-MAN-QTD
            MOVE WS-VALOR-REMESSA TO WS-MAN-HASH
            PERFORM P8950-GRAVA-MANIFESTO
            MOVE WS-QTD-DETALHES  TO WS-QTD-DETALHES-GERAL
            MOVE WS-VALOR-REMESSA TO WS-VALOR-REMESSA-GERAL.

       P610-GRAVA-TRAILER.
            IF WS-LAYOUT-REMESSA-CNAB
               MOVE SPACES TO REG-REMESSA-CNAB
               MOVE '9'              TO RCT-TIPO
               MOVE WS-QTD-DETALHES  TO RCT-QTD-DETALHES
               MOVE WS-VALOR-REMESSA TO RCT-VALOR-TOTAL
               WRITE REG-REMESSA-CNAB
            ELSE
               MOVE SPACES TO REG-REMESSA
               MOVE '9'              TO RMT-TIPO
               MOVE WS-QTD-DETALHES  TO RMT-QTD-DETALHES
               MOVE WS-VALOR-REMESSA TO RMT-VALOR-TOTAL
               WRITE REG-REMESSA
            END-IF.

      ******************************************************************
      * P690-ENCERRA-MULTIBANCO
      * Parcelas carimbadas e contadores dos bancos sao gravados
      * mesmo que a remessa de algum banco nao tenha aberto - os
      * nosso-numeros ja sairam nas remessas dos outros.
      ******************************************************************
       P690-ENCERRA-MULTIBANCO.
            IF WS-PLANO-MUDOU-SIM
               PERFORM P650-REGRAVA-PARCELAS
            END-IF
            IF WS-BANCOS-MUDARAM-SIM
               PERFORM P8868-GRAVA-BANCOS
               IF NOT WS-BCO-GRAVADOS-SIM
                  SET WS-ERRO-REMESSA-SIM TO TRUE
                  DISPLAY 'ERRO AO REGRAVAR O CADASTRO DE BANCOS - '
                          'STATUS ' WS-BCO-STATUS
                          ' - CONFERIR OS CONTADORES NO BANK-MAINT.'
               END-IF
            END-IF.

       P650-REGRAVA-PARCELAS.
            MOVE SPACES TO WS-PARCELAS-STATUS
            END-IF.

       P900-FINAL.
            IF WS-CADASTRO-ABERTO-SIM
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE WS-QTD-DETALHES-GERAL TO WS-QTD-ED
               MOVE WS-VALOR-REMESSA-GERAL TO WS-TOTAL-ED
               DISPLAY 'REMESSA GERADA: ' WS-QTD-ED
                       ' PARCELA(S), ' WS-TOTAL-ED
               IF WS-QTD-CARTAS > ZEROS
                  MOVE WS-QTD-CARTAS TO WS-QTD-ED
                  DISPLAY 'CARTAS DE QUITACAO NA REMESSA: ' WS-QTD-ED
               END-IF
               IF WS-MULTIBANCO-SIM
                  MOVE WS-TARIFA-TOTAL TO WS-TARIFA-ED
                  DISPLAY 'TARIFA ESTIMADA DOS BOLETOS NOVOS: '
                          WS-TARIFA-ED
               END-IF
               IF WS-QTD-RETIDAS > ZEROS
                  MOVE WS-QTD-RETIDAS TO WS-QTD-ED
                  MOVE WS-VALOR-RETIDO TO WS-TOTAL-ED
                  DISPLAY 'RETIDAS SEM NF-E AUTORIZADA: ' WS-QTD-ED
                          ' PARCELA(S), ' WS-TOTAL-ED
               END-IF
               EVALUATE TRUE
                   WHEN WS-ERRO-REMESSA-SIM
                        MOVE 8 TO RETURN-CODE
                   WHEN WS-QTD-RETIDAS > ZEROS
                        MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                        MOVE 0 TO RETURN-CODE
               END-EVALUATE
            END-IF.

           COPY MANIFPA.
           COPY NFEPA.
           COPY PIXPA.
           COPY BCOPA.
           COPY QTCPA.

           COPY ENVCFGPA.
       END PROGRAM REMIT-GEN.
