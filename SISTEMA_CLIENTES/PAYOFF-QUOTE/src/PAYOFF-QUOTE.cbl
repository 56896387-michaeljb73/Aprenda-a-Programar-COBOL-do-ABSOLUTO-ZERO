      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Quitacao antecipada com carta datada, em nivel de
      *            operacao: para o cliente e a data de quitacao
      *            pedida, soma toda parcela ABERTA do INSTFILE.dat
      *            (plano de renegociacao incluido - as parcelas
      *            RENEGOCIADAS ja nao contam), aplica o desconto de
      *            antecipacao do DISCCFG.dat (mesma taxa da baixa do
      *            CASH-APPLY) em cada parcela que ainda nao venceu
      *            na data pedida e soma os encargos do LATEFEE.dat
      *            dos contratos com parcela aberta. Confirmada, a
      *            carta sai numerada no CARTAQT.txt, valida ate a
      *            data de quitacao, com boleto proprio - nosso-
      *            numero do banco de cobranca do cliente, mesma
      *            regra do REMIT-GEN, que o manda ao banco na
      *            remessa seguinte - e fica EMITIDA no QUITACAO.dat
      *            (copybooks QTC*); carta anterior ainda EMITIDA do
      *            mesmo cliente e CANCELADA. Quando o valor exato
      *            entra ate a validade o CASH-APPLY baixa todas as
      *            parcelas de uma vez e LIQUIDA a carta.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOFF-QUOTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY BCOSL.
           COPY ENRSL.
           COPY QTCSL.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT DESCONTO-CONFIG ASSIGN TO
           'src\assets\DISCCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESCCFG-STATUS.

      * REGISTRO DE CONTROLE COM O PROXIMO NOSSO-NUMERO, O MESMO DO
      * REMIT-GEN - SO USADO SEM O CADASTRO DE BANCOS (BANCOS.dat);
      * COM ELE O NUMERO VEM DA SEQUENCIA DO BANCO ROTEADO (P510)
           SELECT REMESSA-CONTROLE ASSIGN TO
           'src\assets\REMCTL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT DOCUMENTO-QUITACAO ASSIGN TO
           'src\assets\CARTAQT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOCUMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  CADASTRO-BANCOS.
           COPY BCOF.

       FD  ROTAS-COBRANCA.
           COPY BCORF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  CARTAS-QUITACAO.
           COPY QTCF.

       FD  ARQUIVO-ENCARGOS.
       01  REG-ARQUIVO-ENCARGOS.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

      * REGRA DE DESCONTO - PERCENTUAL E JANELA EM DIAS ANTES DO
      * VENCIMENTO (A JANELA NAO SE APLICA A QUITACAO)
       FD  DESCONTO-CONFIG.
       01  REG-DESCONTO-CONFIG.
           05  DSC-PERCENTUAL          PIC 9(02)V99.
           05  DSC-DIAS-ANTES          PIC 9(03).

       FD  REMESSA-CONTROLE.
       01  REG-REMESSA-CONTROLE.
           05  CTL-PROX-NOSSO-NUMERO   PIC 9(10).

       FD  DOCUMENTO-QUITACAO.
       01  REG-DOC-QUITACAO            PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-ENCARGOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENCARGOS-OK                  VALUE '00'.
       77  WS-DESCCFG-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-DESCCFG-OK                   VALUE '00'.
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTROLE-OK                  VALUE '00'.
       77  WS-DOCUMENTO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-DOCUMENTO-OK                 VALUE '00'.
           88  WS-DOCUMENTO-NAO-CRIADO         VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-PARCELAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARCELAS-SIM             VALUE 'S'.
       77  WS-FIM-ENCARGOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENCARGOS-SIM             VALUE 'S'.
       77  WS-OPERACAO-ABORTADA    PIC X(01)   VALUE 'N'.
           88  WS-OPERACAO-ABORTADA-SIM        VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - OPERACAO OU
      * SUPERVISOR
           COPY OPERTBWS.

      * CLIENTE E DATA DE QUITACAO PEDIDA - A CARTA VALE ATE ELA, NO
      * MAXIMO WS-PRAZO-MAXIMO DIAS A FRENTE
       77  WS-CODIGO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       01  WS-DATA-DIGITADA        PIC X(10)   VALUE SPACES.
       77  WS-DATA-QUITACAO        PIC 9(08)   VALUE ZEROS.
       77  WS-PRAZO-MAXIMO         PIC 9(03)   VALUE 030.
       77  WS-DIA-JULIANO-HOJE     PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-PRAZO           PIC S9(05)  VALUE ZEROS COMP.
       01  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

      * VALORES DA QUITACAO
       77  WS-QTD-ABERTAS-CLI      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-ENCARGOS-CLI     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-TOTAL-PARCELAS       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-DESCONTO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-ENCARGOS       PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-QUITACAO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-COM-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-DESCONTO-PARCELA     PIC 9(09)V99 VALUE ZEROS.

      * DESCONTO DE ANTECIPACAO (PADRAO COMPILADO DO CASH-APPLY: 2%,
      * SOBREPOSTO PELO DISCCFG.dat)
       77  WS-TAXA-DESCONTO        PIC 9(02)V99 VALUE 02,00.

      * CONTRATOS DO CLIENTE COM PARCELA ABERTA - SO OS ENCARGOS
      * DELES ENTRAM NA QUITACAO (OS DEMAIS JA ESTAO LIQUIDADOS, A
      * MESMA REGRA DO FIN-ARCHIVE)
       77  WS-CONTRATO-PARCELA     PIC 9(02)   VALUE 01.
       01  WS-TAB-CONTRATOS-ABERTOS.
           05  WS-CTR-COM-ABERTA   PIC X(01)  OCCURS 99 TIMES.
               88  WS-CTR-COM-ABERTA-SIM       VALUE 'S'.

      * PLANO DE PARCELAS EM MEMORIA (SO LEITURA)
       77  WS-MAX-PARCELAS         PIC 9(03)   VALUE 500.
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.

      * ENCARGOS EM MEMORIA (SO LEITURA)
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.

      * NOSSO-NUMERO DO BOLETO DA CARTA
       77  WS-PROX-NOSSO-NUMERO    PIC 9(10)   VALUE 0000000001.
       77  WS-NOSSO-NUMERO-CARTA   PIC 9(10)   VALUE ZEROS.

      * CARTAS DE QUITACAO (COPYBOOKS QTC*)
           COPY QTCWS.
       77  WS-NUMERO-CARTA         PIC 9(06)   VALUE ZEROS.
       77  WS-QTD-CANCELADAS       PIC 9(03)   VALUE ZEROS COMP.

      * BANCOS COBRADORES E REGRAS DE ROTEAMENTO (COPYBOOKS BCO*)
           COPY BCOWS.

      * ENDERECO DE COBRANCA DO CLIENTE (COPYBOOKS ENR*)
           COPY ENRWS.

      * IDENTIFICADOR DE COBRANCA PIX DO BOLETO (COPYBOOKS PIX*)
           COPY PIXWS.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOKS DTCONV*)
           COPY DTCONVW.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-ED              PIC X(10)   VALUE SPACES.
       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-DESCONTO-ED          PIC $$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-OPERACAO
               AND NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'QUITACAO ANTECIPADA EXIGE OPERADOR DE '
                       'OPERACAO OU SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-SELECIONA-CLIENTE
                  IF NOT WS-OPERACAO-ABORTADA-SIM
                     PERFORM P250-INFORMA-DATA-QUITACAO
                  END-IF
                  IF NOT WS-OPERACAO-ABORTADA-SIM
                     PERFORM P300-CALCULA-QUITACAO
                     IF WS-QTD-ABERTAS-CLI > ZEROS
                        PERFORM P400-CONFIRMA-EMISSAO
                        IF NOT WS-OPERACAO-ABORTADA-SIM
                           PERFORM P500-EMITE-CARTA
                        END-IF
                     ELSE
                        DISPLAY 'CLIENTE SEM PARCELA ABERTA - NADA A '
                                'QUITAR.'
                     END-IF
                  END-IF
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-HOJE

            PERFORM P8850-CARREGA-BANCOS
            PERFORM P8150-CARREGA-QUITACOES
            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8880-ABRE-ENDERECOS-LEITURA

            IF NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CLIENTES - '
                       'STATUS ' WS-CUST-STATUS
            ELSE
               PERFORM P140-LE-CONFIG-DESCONTO
               PERFORM P150-CARREGA-PARCELAS
               PERFORM P170-CARREGA-ENCARGOS
      *        CARTA NOVA CANCELA A ANTERIOR E REGRAVA O QUITACAO.dat
      *        - COM A TABELA ESTOURADA A REGRAVACAO APAGARIA CARTAS
               IF WS-BCO-ESTOUROU-SIM OR WS-QTC-ESTOUROU-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P140-LE-CONFIG-DESCONTO.
            OPEN INPUT DESCONTO-CONFIG
            IF WS-DESCCFG-OK
               READ DESCONTO-CONFIG
               IF WS-DESCCFG-OK
                  IF DSC-PERCENTUAL IS NUMERIC
                     AND DSC-PERCENTUAL > ZEROS
                     MOVE DSC-PERCENTUAL TO WS-TAXA-DESCONTO
                  END-IF
               END-IF
               CLOSE DESCONTO-CONFIG
            END-IF.

       P150-CARREGA-PARCELAS.
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               PERFORM P160-LE-PARCELA UNTIL WS-FIM-PARCELAS-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF.

       P160-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-PARCELAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PARCELAS-SIM
               IF WS-QTD-PARCELAS-TAB < WS-MAX-PARCELAS
                  ADD 1 TO WS-QTD-PARCELAS-TAB
                  MOVE REG-PARCELA
                       TO WS-PARCELA-LINHA(WS-QTD-PARCELAS-TAB)
               ELSE
      *           PARCELA ALEM DO TETO FICARIA FORA DA CONTA E A
      *           CARTA NAO QUITARIA O SALDO - NAO EMITE
                  DISPLAY 'MAIS DE ' WS-MAX-PARCELAS ' PARCELAS NO '
                          'ARQUIVO - QUITACAO NAO PODE SER CALCULADA.'
                  SET WS-FIM-PARCELAS-SIM TO TRUE
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P170-CARREGA-ENCARGOS.
            OPEN INPUT ARQUIVO-ENCARGOS
            IF WS-ENCARGOS-OK
               PERFORM P180-LE-ENCARGO UNTIL WS-FIM-ENCARGOS-SIM
               CLOSE ARQUIVO-ENCARGOS
            END-IF.

       P180-LE-ENCARGO.
            READ ARQUIVO-ENCARGOS
                 AT END SET WS-FIM-ENCARGOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ENCARGOS-SIM
               IF WS-QTD-ENCARGOS-TAB < WS-MAX-ENCARGOS
                  ADD 1 TO WS-QTD-ENCARGOS-TAB
                  MOVE REG-ARQUIVO-ENCARGOS
                       TO WS-ENCARGO-LINHA(WS-QTD-ENCARGOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-ENCARGOS ' ENCARGOS NO '
                          'ARQUIVO - QUITACAO NAO PODE SER CALCULADA.'
                  SET WS-FIM-ENCARGOS-SIM TO TRUE
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

      ******************************************************************
      * P200-SELECIONA-CLIENTE
      * Cliente cadastrado, ativo e com contrato em reais - parcela
      * em moeda estrangeira so tem valor em BRL no dia do pagamento
      * (casamento cambial do CASH-APPLY), sem valor exato a garantir.
      ******************************************************************
       P200-SELECIONA-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE A QUITAR: '
            ACCEPT WS-CODIGO-INFORMADO

            MOVE WS-CODIGO-INFORMADO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO CADASTRADO.'
                     SET WS-OPERACAO-ABORTADA-SIM TO TRUE
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                     SET WS-OPERACAO-ABORTADA-SIM TO TRUE
                WHEN CSV-REGISTRO-EXCLUIDO
                     DISPLAY 'CLIENTE EXCLUIDO - SEM QUITACAO.'
                     SET WS-OPERACAO-ABORTADA-SIM TO TRUE
                WHEN NOT CSV-MOEDA-BRL
                     DISPLAY 'CONTRATO EM MOEDA ESTRANGEIRA - '
                             'QUITACAO ANTECIPADA SO EM REAIS.'
                     SET WS-OPERACAO-ABORTADA-SIM TO TRUE
            END-EVALUATE.

       P250-INFORMA-DATA-QUITACAO.
            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                    OR WS-OPERACAO-ABORTADA-SIM
                DISPLAY 'DATA DA QUITACAO (DD/MM/AAAA, ATE '
                        WS-PRAZO-MAXIMO ' DIAS, EM BRANCO ABANDONA): '
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                IF WS-DATA-DIGITADA = SPACES
                   DISPLAY 'QUITACAO ABANDONADA.'
                   SET WS-OPERACAO-ABORTADA-SIM TO TRUE
                ELSE
                   MOVE WS-DATA-DIGITADA TO WS-DATA-BR
                   PERFORM P8300-CONVERTE-BR-PARA-ISO
                   IF NOT WS-DATA-CONV-OK
                      DISPLAY 'DATA INVALIDA.'
                   ELSE
                      PERFORM P8500-CALCULA-DIA-JULIANO
                      COMPUTE WS-DIAS-PRAZO =
                              WS-DIA-JULIANO - WS-DIA-JULIANO-HOJE
                      IF WS-DIAS-PRAZO < ZEROS
                         OR WS-DIAS-PRAZO > WS-PRAZO-MAXIMO
                         DISPLAY 'DATA FORA DO PRAZO - DE HOJE ATE '
                                 WS-PRAZO-MAXIMO ' DIAS.'
                         MOVE 'N' TO WS-DATA-CONV-SW
                      END-IF
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO WS-DATA-QUITACAO.

      ******************************************************************
      * P300-CALCULA-QUITACAO
      * Toda parcela ABERTA do cliente entra pelo valor de face menos
      * o desconto de antecipacao (P310); os encargos sao os dos
      * contratos que ainda tem parcela aberta.
      ******************************************************************
       P300-CALCULA-QUITACAO.
            MOVE ZEROS TO WS-QTD-ABERTAS-CLI
            MOVE ZEROS TO WS-TOTAL-PARCELAS
            MOVE ZEROS TO WS-TOTAL-DESCONTO
            MOVE SPACES TO WS-TAB-CONTRATOS-ABERTOS
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-CODIGO = CSV-CODIGO AND PCL-ABERTA
                   ADD 1 TO WS-QTD-ABERTAS-CLI
                   ADD PCL-VALOR TO WS-TOTAL-PARCELAS
                   PERFORM P310-DESCONTO-DA-PARCELA
                   ADD WS-DESCONTO-PARCELA TO WS-TOTAL-DESCONTO
                   PERFORM P320-CONTRATO-DA-PARCELA
                   SET WS-CTR-COM-ABERTA-SIM(WS-CONTRATO-PARCELA)
                       TO TRUE
                   MOVE PCL-VENCIMENTO TO WS-DATA-ISO
                   PERFORM P8200-CONVERTE-ISO-PARA-BR
                   MOVE PCL-VALOR TO WS-VALOR-ED
                   MOVE WS-DESCONTO-PARCELA TO WS-DESCONTO-ED
                   DISPLAY 'PARCELA ' PCL-NUMERO ' VENC ' WS-DATA-BR
                           ' ' WS-VALOR-ED ' DESCONTO ' WS-DESCONTO-ED
                END-IF
            END-PERFORM

            MOVE ZEROS TO WS-QTD-ENCARGOS-CLI
            MOVE ZEROS TO WS-TOTAL-ENCARGOS
            PERFORM VARYING WS-IDX-ENCARGO FROM 1 BY 1
                    UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS-TAB
                MOVE WS-ENCARGO-LINHA(WS-IDX-ENCARGO)
                     TO REG-ARQUIVO-ENCARGOS
                IF LFE-CODIGO = CSV-CODIGO
                   PERFORM P330-CONTRATO-DO-ENCARGO
                   IF WS-CTR-COM-ABERTA-SIM(WS-CONTRATO-PARCELA)
                      ADD 1 TO WS-QTD-ENCARGOS-CLI
                      ADD LFE-VALOR-ENCARGO TO WS-TOTAL-ENCARGOS
                   END-IF
                END-IF
            END-PERFORM

            COMPUTE WS-VALOR-QUITACAO = WS-TOTAL-PARCELAS
                    - WS-TOTAL-DESCONTO + WS-TOTAL-ENCARGOS

            IF WS-QTD-ABERTAS-CLI > ZEROS
               MOVE WS-TOTAL-PARCELAS TO WS-VALOR-ED
               DISPLAY 'PARCELAS EM ABERTO.....: ' WS-QTD-ABERTAS-CLI
                       ' - ' WS-VALOR-ED
               MOVE WS-TOTAL-DESCONTO TO WS-VALOR-ED
               DISPLAY 'DESCONTO DE ANTECIPACAO: ' WS-VALOR-ED
               MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-ED
               DISPLAY 'ENCARGOS EM ATRASO.....: ' WS-QTD-ENCARGOS-CLI
                       ' - ' WS-VALOR-ED
               MOVE WS-VALOR-QUITACAO TO WS-VALOR-ED
               MOVE WS-DATA-QUITACAO TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               DISPLAY 'VALOR PARA QUITACAO....: ' WS-VALOR-ED
                       ' ATE ' WS-DATA-BR
            END-IF.

      ******************************************************************
      * P310-DESCONTO-DA-PARCELA
      * Desconto da parcela corrente (na area do FD) pela taxa de
      * antecipacao da baixa, com o mesmo arredondamento do P446 do
      * CASH-APPLY. Na quitacao toda parcela que ainda nao venceu na
      * data pedida tem direito - a janela de dias da baixa normal
      * existe para o pagamento de UMA parcela, e quem quita o saldo
      * antecipa todas. Parcela vencida nao tem desconto.
      ******************************************************************
       P310-DESCONTO-DA-PARCELA.
            MOVE ZEROS TO WS-DESCONTO-PARCELA
            IF PCL-VENCIMENTO >= WS-DATA-QUITACAO
               COMPUTE WS-VALOR-COM-DESCONTO ROUNDED =
                       PCL-VALOR * (100 - WS-TAXA-DESCONTO) / 100
               COMPUTE WS-DESCONTO-PARCELA =
                       PCL-VALOR - WS-VALOR-COM-DESCONTO
            END-IF.

      *     PARCELA SEM CONTRATO OU ANTERIOR AO CAMPO E DO PRINCIPAL
       P320-CONTRATO-DA-PARCELA.
            IF PCL-CONTRATO IS NUMERIC AND PCL-CONTRATO > 01
               MOVE PCL-CONTRATO TO WS-CONTRATO-PARCELA
            ELSE
               MOVE 01 TO WS-CONTRATO-PARCELA
            END-IF.

       P330-CONTRATO-DO-ENCARGO.
            IF LFE-CONTRATO IS NUMERIC AND LFE-CONTRATO > 01
               MOVE LFE-CONTRATO TO WS-CONTRATO-PARCELA
            ELSE
               MOVE 01 TO WS-CONTRATO-PARCELA
            END-IF.

       P400-CONFIRMA-EMISSAO.
            DISPLAY 'EMITIR A CARTA DE QUITACAO (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'CARTA NAO EMITIDA.'
               SET WS-OPERACAO-ABORTADA-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P500-EMITE-CARTA
      * Nosso-numero do boleto primeiro (o contador gasto sem carta
      * so deixa um buraco na numeracao); depois a carta anterior do
      * cliente e cancelada, a nova registrada e o documento
      * impresso.
      ******************************************************************
       P500-EMITE-CARTA.
            PERFORM P510-ATRIBUI-NOSSO-NUMERO
            IF NOT WS-OPERACAO-ABORTADA-SIM
               PERFORM P530-REGISTRA-CARTA
            END-IF
            IF NOT WS-OPERACAO-ABORTADA-SIM
               PERFORM P550-IMPRIME-CARTA
               MOVE WS-VALOR-QUITACAO TO WS-VALOR-ED
               DISPLAY 'CARTA DE QUITACAO ' WS-NUMERO-CARTA
                       ' EMITIDA - ' WS-VALOR-ED ' (CARTAQT.txt).'
               IF WS-QTD-CANCELADAS > ZEROS
                  DISPLAY 'CARTA ANTERIOR DO CLIENTE CANCELADA.'
               END-IF
            END-IF.

      ******************************************************************
      * P510-ATRIBUI-NOSSO-NUMERO
      * Mesma regra do REMIT-GEN: com o cadastro de bancos, o banco
      * da regra de roteamento pela filial e UF do cliente e a
      * sequencia propria dele (BANCOS.dat regravado na hora); sem
      * ele, o proximo numero do REMCTL.dat.
      ******************************************************************
       P510-ATRIBUI-NOSSO-NUMERO.
            IF WS-MULTIBANCO-SIM
               MOVE CSV-FILIAL TO WS-ROT-FILIAL-PROC
               MOVE CSV-UF     TO WS-ROT-UF-PROC
               PERFORM P8865-ROTEIA-COBRANCA
               IF WS-IDX-BCO-ACHADO = ZEROS
                  DISPLAY 'SEM BANCO DE COBRANCA PARA O CLIENTE - '
                          'CARTA NAO EMITIDA.'
                  SET WS-OPERACAO-ABORTADA-SIM TO TRUE
               ELSE
                  MOVE WS-BCT-CODIGO(WS-IDX-BCO-ACHADO)
                       TO WS-BNN-BANCO
                  MOVE WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO-ACHADO)
                       TO WS-BNN-SEQUENCIA
                  ADD 1 TO WS-BCT-PROX-NOSSO-NUMERO(WS-IDX-BCO-ACHADO)
                  MOVE WS-BCO-NOSSO-NUMERO TO WS-NOSSO-NUMERO-CARTA
                  PERFORM P8868-GRAVA-BANCOS
                  IF NOT WS-BCO-GRAVADOS-SIM
                     DISPLAY 'ERRO AO REGRAVAR O CADASTRO DE BANCOS - '
                             'STATUS ' WS-BCO-STATUS
                             ' - CARTA NAO EMITIDA.'
                     SET WS-OPERACAO-ABORTADA-SIM TO TRUE
                  END-IF
               END-IF
            ELSE
               PERFORM P520-CONSOME-CONTROLE
            END-IF.

       P520-CONSOME-CONTROLE.
            OPEN INPUT REMESSA-CONTROLE
            IF WS-CONTROLE-OK
               READ REMESSA-CONTROLE
               IF WS-CONTROLE-OK
                  MOVE CTL-PROX-NOSSO-NUMERO TO WS-PROX-NOSSO-NUMERO
               END-IF
               CLOSE REMESSA-CONTROLE
            END-IF
            MOVE WS-PROX-NOSSO-NUMERO TO WS-NOSSO-NUMERO-CARTA
            ADD 1 TO WS-PROX-NOSSO-NUMERO
            MOVE WS-PROX-NOSSO-NUMERO TO CTL-PROX-NOSSO-NUMERO
            MOVE SPACES TO WS-CONTROLE-STATUS
            OPEN OUTPUT REMESSA-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-REMESSA-CONTROLE
               CLOSE REMESSA-CONTROLE
            ELSE
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DE NOSSO-NUMERO - '
                       'STATUS ' WS-CONTROLE-STATUS
                       ' - CARTA NAO EMITIDA.'
               SET WS-OPERACAO-ABORTADA-SIM TO TRUE
            END-IF.

       P530-REGISTRA-CARTA.
            MOVE ZEROS TO WS-QTD-CANCELADAS
            PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                    UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                IF WS-QTT-CODIGO(WS-IDX-QTC) = CSV-CODIGO
                   AND WS-QTT-EMITIDA(WS-IDX-QTC)
                   SET WS-QTT-CANCELADA(WS-IDX-QTC) TO TRUE
                   ADD 1 TO WS-QTD-CANCELADAS
                END-IF
            END-PERFORM

            IF WS-QTD-QTC-TAB < WS-MAX-QTC
               ADD 1 TO WS-QTC-ULTIMO-NUMERO
               MOVE WS-QTC-ULTIMO-NUMERO TO WS-NUMERO-CARTA
               ADD 1 TO WS-QTD-QTC-TAB
               MOVE WS-NUMERO-CARTA  TO WS-QTT-NUMERO(WS-QTD-QTC-TAB)
               MOVE CSV-CODIGO       TO WS-QTT-CODIGO(WS-QTD-QTC-TAB)
               MOVE WS-DATA-HOJE
                    TO WS-QTT-DATA-EMISSAO(WS-QTD-QTC-TAB)
               MOVE WS-DATA-QUITACAO
                    TO WS-QTT-DATA-VALIDADE(WS-QTD-QTC-TAB)
               MOVE WS-QTD-ABERTAS-CLI
                    TO WS-QTT-QTD-PARCELAS(WS-QTD-QTC-TAB)
               MOVE WS-TOTAL-PARCELAS
                    TO WS-QTT-VALOR-PARCELAS(WS-QTD-QTC-TAB)
               MOVE WS-TOTAL-DESCONTO
                    TO WS-QTT-VALOR-DESCONTO(WS-QTD-QTC-TAB)
               MOVE WS-TOTAL-ENCARGOS
                    TO WS-QTT-VALOR-ENCARGOS(WS-QTD-QTC-TAB)
               MOVE WS-VALOR-QUITACAO
                    TO WS-QTT-VALOR-QUITACAO(WS-QTD-QTC-TAB)
               MOVE WS-NOSSO-NUMERO-CARTA
                    TO WS-QTT-NOSSO-NUMERO(WS-QTD-QTC-TAB)
               SET WS-QTT-EMITIDA(WS-QTD-QTC-TAB) TO TRUE
               MOVE ZEROS TO WS-QTT-DATA-BAIXA(WS-QTD-QTC-TAB)
               MOVE ZEROS TO WS-QTT-RECIBO(WS-QTD-QTC-TAB)
               MOVE WS-OPERADOR-VALIDADO
                    TO WS-QTT-OPERADOR(WS-QTD-QTC-TAB)
               PERFORM P8158-GRAVA-QUITACOES
               IF NOT WS-QTC-GRAVADAS-SIM
                  DISPLAY 'ERRO AO GRAVAR O REGISTRO DE CARTAS - '
                          'STATUS ' WS-QTC-STATUS
                          ' - CARTA NAO EMITIDA.'
                  SET WS-OPERACAO-ABORTADA-SIM TO TRUE
               END-IF
            ELSE
               DISPLAY 'REGISTRO DE CARTAS CHEIO (' WS-MAX-QTC
                       ') - CARTA NAO EMITIDA.'
               SET WS-OPERACAO-ABORTADA-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P550-IMPRIME-CARTA
      * Carta no CARTAQT.txt (acrescida, criada na primeira vez):
      * cliente no endereco de cobranca, parcelas consideradas com o
      * desconto de cada uma, totais, validade e o boleto proprio da
      * carta no mesmo formato do SLIP-PRINT.
      ******************************************************************
       P550-IMPRIME-CARTA.
            OPEN EXTEND DOCUMENTO-QUITACAO
            IF WS-DOCUMENTO-NAO-CRIADO
               OPEN OUTPUT DOCUMENTO-QUITACAO
            END-IF
            IF NOT WS-DOCUMENTO-OK
               DISPLAY 'ERRO AO ABRIR CARTAQT.txt - STATUS '
                       WS-DOCUMENTO-STATUS ' - CARTA REGISTRADA, '
                       'REIMPRIMA PELO REGISTRO.'
            ELSE
               PERFORM P560-IMPRIME-CABECALHO
               PERFORM P570-IMPRIME-PARCELAS
               PERFORM P580-IMPRIME-TOTAIS
               PERFORM P590-IMPRIME-BOLETO
               CLOSE DOCUMENTO-QUITACAO
            END-IF.

       P560-IMPRIME-CABECALHO.
            MOVE SPACES TO WS-NOME-COMPLETO
            STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-ULTIMO    DELIMITED BY SPACE
                   INTO WS-NOME-COMPLETO
            END-STRING
            MOVE WS-DATA-HOJE TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE ALL '=' TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'CARTA DE QUITACAO ANTECIPADA No '
                                     DELIMITED BY SIZE
                   WS-NUMERO-CARTA   DELIMITED BY SIZE
                   ' - EMITIDA EM '  DELIMITED BY SIZE
                   WS-DATA-BR        DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'CLIENTE '        DELIMITED BY SIZE
                   CSV-CODIGO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-NOME-COMPLETO  DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
      *     CARTA VAI PARA O ENDERECO DE COBRANCA DO CLIENTE; SEM
      *     ELE, PARA O ENDERECO DO CADASTRO
            MOVE 'C' TO WS-ENR-TIPO-PEDIDO
            PERFORM P8882-ENDERECO-DO-TIPO
            IF WS-ENR-AOS-CUIDADOS NOT = SPACES
               MOVE SPACES TO REG-DOC-QUITACAO
               STRING 'A/C '              DELIMITED BY SIZE
                      WS-ENR-AOS-CUIDADOS DELIMITED BY SIZE
                      INTO REG-DOC-QUITACAO
               END-STRING
               WRITE REG-DOC-QUITACAO
            END-IF
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING WS-ENR-LOGRADOURO DELIMITED BY SIZE
                   ' - '             DELIMITED BY SIZE
                   WS-ENR-CIDADE     DELIMITED BY SIZE
                   '/'               DELIMITED BY SIZE
                   WS-ENR-UF         DELIMITED BY SIZE
                   ' CEP '           DELIMITED BY SIZE
                   WS-ENR-CEP        DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE SPACES TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO
            MOVE 'PARCELAS EM ABERTO CONSIDERADAS:'
                 TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO.

       P570-IMPRIME-PARCELAS.
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-CODIGO = CSV-CODIGO AND PCL-ABERTA
                   PERFORM P310-DESCONTO-DA-PARCELA
                   MOVE PCL-VENCIMENTO TO WS-DATA-ISO
                   PERFORM P8200-CONVERTE-ISO-PARA-BR
                   MOVE PCL-VALOR TO WS-VALOR-ED
                   MOVE WS-DESCONTO-PARCELA TO WS-DESCONTO-ED
                   MOVE SPACES TO REG-DOC-QUITACAO
                   STRING '  PARCELA '     DELIMITED BY SIZE
                          PCL-NUMERO       DELIMITED BY SIZE
                          ' VENC '         DELIMITED BY SIZE
                          WS-DATA-BR       DELIMITED BY SIZE
                          ' VALOR '        DELIMITED BY SIZE
                          WS-VALOR-ED      DELIMITED BY SIZE
                          ' DESCONTO '     DELIMITED BY SIZE
                          WS-DESCONTO-ED   DELIMITED BY SIZE
                          INTO REG-DOC-QUITACAO
                   END-STRING
                   WRITE REG-DOC-QUITACAO
                END-IF
            END-PERFORM.

       P580-IMPRIME-TOTAIS.
            MOVE SPACES TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO
            MOVE WS-TOTAL-PARCELAS TO WS-VALOR-ED
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'TOTAL DAS PARCELAS.......: ' DELIMITED BY SIZE
                   WS-VALOR-ED                   DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE WS-TOTAL-DESCONTO TO WS-VALOR-ED
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING '(-) DESCONTO ANTECIPACAO.: ' DELIMITED BY SIZE
                   WS-VALOR-ED                   DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-ED
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING '(+) ENCARGOS EM ATRASO...: ' DELIMITED BY SIZE
                   WS-VALOR-ED                   DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE WS-VALOR-QUITACAO TO WS-VALOR-ED
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'VALOR PARA QUITACAO......: ' DELIMITED BY SIZE
                   WS-VALOR-ED                   DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE WS-DATA-QUITACAO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'VALIDA ATE '    DELIMITED BY SIZE
                   WS-DATA-BR       DELIMITED BY SIZE
                   ': PAGO O VALOR EXATO ATE ESTA DATA, TODAS AS '
                                    DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE 'PARCELAS ACIMA FICAM QUITADAS. DEPOIS DELA, OU '
               & 'COM OUTRO VALOR, VALE O PLANO.'
                 TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO.

       P590-IMPRIME-BOLETO.
            MOVE SPACES TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO
            MOVE ALL '-' TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO
            MOVE WS-VALOR-QUITACAO TO WS-VALOR-ED
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'BOLETO DA CARTA '  DELIMITED BY SIZE
                   WS-NUMERO-CARTA     DELIMITED BY SIZE
                   ' VENC '            DELIMITED BY SIZE
                   WS-DATA-QUITACAO    DELIMITED BY SIZE
                   ' VALOR '           DELIMITED BY SIZE
                   WS-VALOR-ED         DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE SPACES TO REG-DOC-QUITACAO
            IF WS-MULTIBANCO-SIM
               STRING 'REFERENCIA BANCARIA: BANCO ' DELIMITED BY SIZE
                      WS-BCT-CODIGO(WS-IDX-BCO-ACHADO)
                                             DELIMITED BY SIZE
                      ' CONVENIO '           DELIMITED BY SIZE
                      WS-BCT-CONVENIO(WS-IDX-BCO-ACHADO)
                                             DELIMITED BY SIZE
                      ' NOSSO-NUMERO '       DELIMITED BY SIZE
                      WS-NOSSO-NUMERO-CARTA  DELIMITED BY SIZE
                      INTO REG-DOC-QUITACAO
               END-STRING
            ELSE
               STRING 'REFERENCIA BANCARIA (NOSSO-NUMERO): '
                      DELIMITED BY SIZE
                      WS-NOSSO-NUMERO-CARTA DELIMITED BY SIZE
                      INTO REG-DOC-QUITACAO
               END-STRING
            END-IF
            WRITE REG-DOC-QUITACAO
      *     O BOLETO DA CARTA NAO E DE PARCELA - PARCELA ZERO NO TXID
            MOVE CSV-CODIGO            TO WS-PXT-CODIGO
            MOVE ZEROS                 TO WS-PXT-PARCELA
            MOVE WS-NOSSO-NUMERO-CARTA TO WS-PXT-NOSSO-NUMERO
            PERFORM P8840-MONTA-TXID-PIX
            MOVE SPACES TO REG-DOC-QUITACAO
            STRING 'PAGUE POR PIX - IDENTIFICADOR (TXID): '
                   DELIMITED BY SIZE
                   WS-PIX-TXID DELIMITED BY SIZE
                   INTO REG-DOC-QUITACAO
            END-STRING
            WRITE REG-DOC-QUITACAO
            MOVE 'BOLETO E PIX REGISTRADOS NO BANCO NA REMESSA DO '
               & 'PROXIMO DIA UTIL.' TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO
            MOVE SPACES TO REG-DOC-QUITACAO
            WRITE REG-DOC-QUITACAO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               IF WS-ENR-ABERTO-SIM
                  CLOSE CADASTRO-ENDERECOS
               END-IF
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY OPERTBPA.
           COPY BCOPA.
           COPY ENRPA.
           COPY PIXPA.
           COPY QTCPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM PAYOFF-QUOTE.
