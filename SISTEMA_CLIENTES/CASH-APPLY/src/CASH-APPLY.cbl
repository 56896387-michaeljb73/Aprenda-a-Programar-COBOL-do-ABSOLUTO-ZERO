      *                  - o ponto e zerado no fim e o CODECTL.dat
      *                  desatualizado reusaria numeros ja gravados
      *                  no RCPTREG.dat.
      * 15/10/2026  MJB  Desconto de antecipacao concedido passou a ser
      *                  gravado tambem no DISCREG.dat (cliente, filial,
      *                  parcela, valor integral e desconto) - so
      *                  existia na linha do CASHAPP.txt, e a
      *                  contabilidade redigitava o desconto para lancar
      *                  a despesa. O GL-JOURNAL contabiliza a partir
      *                  daqui.
      * 15/10/2026  MJB  Controle de periodos contabeis (PERCTL.dat,
      *                  mantido pelo PERIOD-MAINT): pagamento datado em
      *                  mes fechado continua baixado, mas recibo,
      *                  desconto, suspenso e diferenca cambial saem com
      *                  o primeiro dia aberto seguinte, com a troca no
      *                  ERROR-LOG e no relatorio - a baixa atrasada
      *                  mudava os numeros do mes ja entregue a
      *                  contabilidade.
      * 15/10/2026  MJB  Baixa intraday de PIX: com o parametro de
      *                  origem (CASHPARM.dat) em 'PIX', deixado pelo
      *                  PIX-LOAD antes do CALL, a rodada le o
      *                  PIXRET.txt (mesmo layout do retorno, montado
      *                  dos creditos PIX casados pelo txid) e grava
      *                  relatorio e checkpoint proprios (PIXAPP.txt e
      *                  PIXCHKP.dat) - parcela, parcial, suspenso,
      *                  recibo e desconto seguem as mesmas regras do
      *                  retorno do banco. O parametro e consumido na
      *                  leitura; sem ele nada muda.
      * 15/10/2026  MJB  Retorno de varios bancos: com o cadastro de
      *                  bancos (BANCOS.dat, copybooks BCO*) a baixa
      *                  le o BANKRET.txt e, na sequencia, o retorno
      *                  de cada banco cadastrado (RETnnn.txt, nnn =
      *                  codigo do banco) no layout dele - o proprio
      *                  de sempre ou o CNAB de 100 posicoes, em que o
      *                  cliente vem da parcela do nosso-numero, a
      *                  ocorrencia 06 e pagamento e a 08 estorno.
      *                  Linha CNAB de outro convenio ou de
      *                  nosso-numero desconhecido e rejeitada; header,
      *                  trailer e demais ocorrencias sao ignorados. O
      *                  checkpoint conta as linhas da sequencia toda.
      * 15/10/2026  MJB  Baixa por contrato (PCL-CONTRATO, copybooks
      *                  CTR*): a parcela baixada ou reaberta diz o
      *                  contrato; o status derivado das parcelas e so o
      *                  daquele contrato - o principal (e parcela sem
      *                  contrato) no cadastro, os demais regravados no
      *                  CONTRATOS.dat. Parcela aberta de contrato
      *                  adicional permite a baixa com o principal ja
      *                  PAGO. Tabela de parcelas alargada.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Carta de quitacao antecipada (QUITACAO.dat,
      *                  copybooks QTC*, emitida pelo PAYOFF-QUOTE):
      *                  pagamento do valor exato da carta EMITIDA ate a
      *                  validade - pelo nosso-numero do boleto dela ou,
      *                  sem referencia, pelo valor -, com o saldo de
      *                  parcelas abertas igual ao da emissao, quita de
      *                  uma vez todas as parcelas abertas do cliente,
      *                  grava o desconto da carta no DISCREG.dat
      *                  (parcela 00), tira do LATEFEE.dat os encargos
      *                  dos contratos quitados e marca a carta
      *                  LIQUIDADA com a data e o recibo. Carta que nao
      *                  se cumpre e anotada no relatorio e a linha
      *                  segue na baixa normal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-APPLY.
           COPY CUSTSEL.

           SELECT RETORNO-BANCO ASSIGN TO
           WS-ARQ-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.

           SELECT RELATORIO-BAIXA ASSIGN TO
           WS-ARQ-RELATORIO-BAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

           FILE STATUS IS WS-PROMESSAS-STATUS.

           SELECT CHECKPOINT-BAIXA ASSIGN TO
           WS-ARQ-CHECKPOINT-BAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT PARAMETRO-BAIXA ASSIGN TO
           'src\assets\CASHPARM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT DESCONTO-CONFIG ASSIGN TO
           'src\assets\DISCCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FXDIFF-STATUS.

           SELECT DESCONTOS-CONCEDIDOS ASSIGN TO
           'src\assets\DISCREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISCREG-STATUS.

           COPY RATESL.

           COPY CODECTSL.

           COPY TRANSLSL.

           COPY PERCTLSL.

           COPY INSTSL.

           COPY BCOSL.

           COPY CTRSL.

           COPY QTCSL.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  BRT-NOSSO-NUMERO       PIC 9(10).
           05  BRT-TIPO-MOVIMENTO      PIC X(01).
               88  BRT-MOV-ESTORNO             VALUE 'E'.
      * RETORNO CNAB DE 100 POSICOES (BANCO COM LAYOUT C) - CAMPOS
      * EM WS-RETORNO-CNAB
       01  REG-RETORNO-CNAB            PIC X(100).

       FD  RELATORIO-BAIXA.
       01  REG-RELATORIO               PIC X(80).
           05  CHK-VALOR-DESCONTADO    PIC 9(11)V99.
           05  CHK-QTD-ESTORNOS        PIC 9(05).
           05  CHK-VALOR-ESTORNADO     PIC 9(11)V99.
           05  CHK-QTD-ADIADAS         PIC 9(05).

      * ORIGEM DA RODADA - 'PIX' = BAIXA INTRADAY DO PIX-LOAD
       FD  PARAMETRO-BAIXA.
       01  REG-PARAMETRO-BAIXA.
           05  CPB-ORIGEM              PIC X(03).
               88  CPB-ORIGEM-PIX              VALUE 'PIX'.

      * REGRA DE DESCONTO - PERCENTUAL E JANELA EM DIAS ANTES DO
      * VENCIMENTO
       FD  DIFERENCAS-CAMBIO.
           COPY FXDIFF.

       FD  DESCONTOS-CONCEDIDOS.
           COPY DISCF.

       FD  RATE-MASTER.
           COPY RATEMAST.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  CADASTRO-BANCOS.
           COPY BCOF.

       FD  ROTAS-COBRANCA.
           COPY BCORF.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

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

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.

      * ARQUIVOS DA RODADA - RETORNO DO BANCO (PADRAO) OU CREDITOS
      * PIX DO DIA (PARAMETRO DE ORIGEM)
       77  WS-ARQ-RETORNO          PIC X(64)   VALUE
           'src\assets\BANKRET.txt'.
       77  WS-ARQ-RELATORIO-BAIXA  PIC X(64)   VALUE
           'src\assets\CASHAPP.txt'.
       77  WS-ARQ-CHECKPOINT-BAIXA PIC X(64)   VALUE
           'src\assets\CASHCHKP.dat'.
       77  WS-PARAMETRO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-PARAMETRO-OK                 VALUE '00'.
       77  WS-ORIGEM-BAIXA         PIC X(03)   VALUE 'BCO'.
           88  WS-ORIGEM-PIX                   VALUE 'PIX'.

       77  WS-RETORNO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RETORNO-OK                   VALUE '00'.
           88  WS-RETORNO-FIM                  VALUE '10'.
           88  WS-RETORNO-AUSENTE              VALUE '35'.
       77  WS-RETORNO-ABERTO       PIC X(01)   VALUE 'N'.
           88  WS-RETORNO-ABERTO-SIM           VALUE 'S'.
       77  WS-LEU-LINHA            PIC X(01)   VALUE 'N'.
           88  WS-LEU-LINHA-SIM                VALUE 'S'.

      * RETORNOS DOS BANCOS CADASTRADOS (COPYBOOKS BCO*) - LIDOS EM
      * SEQUENCIA DEPOIS DO BANKRET.txt, CADA UM NO LAYOUT DO BANCO
           COPY BCOWS.
       77  WS-IDX-BCO-RETORNO      PIC 9(02)   VALUE ZEROS COMP.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - A PARCELA BAIXADA OU
      * REABERTA DIZ DE QUAL CONTRATO E; O STATUS DO CONTRATO
      * PRINCIPAL (E DAS PARCELAS SEM CONTRATO) FICA NO CADASTRO, O
      * DOS DEMAIS NO CONTRATOS.dat
           COPY CTRWS.
       77  WS-CONTRATO-BAIXA       PIC 9(02)   VALUE 01.
       77  WS-CONTRATO-PARCELA     PIC 9(02)   VALUE 01.
       77  WS-TEM-ABERTA-ADICIONAL PIC X(01)   VALUE 'N'.
           88  WS-TEM-ABERTA-ADICIONAL-SIM     VALUE 'S'.
       01  WS-NOME-RETORNO         PIC X(12)   VALUE 'BANKRET.txt'.
       77  WS-LAYOUT-RETORNO       PIC X(01)   VALUE 'P'.
           88  WS-LAYOUT-RETORNO-CNAB          VALUE 'C'.
       77  WS-LINHA-IGNORADA       PIC X(01)   VALUE 'N'.
           88  WS-LINHA-IGNORADA-SIM           VALUE 'S'.
      * REJEICAO JA NA CONVERSAO DA LINHA CNAB - EM BRANCO = BOA
       01  WS-MOTIVO-CONVERSAO     PIC X(40)   VALUE SPACES.

      * LINHA DO RETORNO CNAB: TIPO (0 HEADER, 1 DETALHE, 9
      * TRAILER), CONVENIO, NOSSO-NUMERO, OCORRENCIA (06 =
      * LIQUIDACAO, 08 = ESTORNO DA LIQUIDACAO), DATA DA OCORRENCIA
      * (DDMMAAAA), VALOR PAGO E TARIFA COBRADA PELO BANCO
       01  WS-RETORNO-CNAB.
           05  WRC-TIPO                PIC X(01).
           05  WRC-CONVENIO            PIC 9(10).
           05  WRC-NOSSO-NUMERO        PIC 9(10).
           05  WRC-OCORRENCIA          PIC X(02).
               88  WRC-LIQUIDACAO              VALUE '06'.
               88  WRC-ESTORNO                 VALUE '08'.
           05  WRC-DATA-OCORRENCIA     PIC 9(08).
           05  WRC-DATA-OCORRENCIA-R REDEFINES WRC-DATA-OCORRENCIA.
               10  WRC-DATA-DD         PIC 9(02).
               10  WRC-DATA-MM         PIC 9(02).
               10  WRC-DATA-AAAA       PIC 9(04).
           05  WRC-VALOR-PAGO          PIC 9(11)V99.
           05  WRC-VALOR-TARIFA        PIC 9(05)V99.
           05  FILLER                  PIC X(49).
       01  WS-DATA-PAGTO-CNAB      PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-PAGTO-CNAB-R REDEFINES WS-DATA-PAGTO-CNAB.
           05  WS-DPC-AAAA             PIC 9(04).
           05  WS-DPC-MM               PIC 9(02).
           05  WS-DPC-DD               PIC 9(02).
       77  WS-CODIGO-CNAB          PIC 9(06)   VALUE ZEROS.

       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.
       77  WS-QTD-REJEITADAS-ED    PIC ZZ.ZZ9.
       77  WS-QTD-PARCIAIS-ED      PIC ZZ.ZZ9.
       77  WS-QTD-SUSPENSAS-ED     PIC ZZ.ZZ9.
       77  WS-QTD-ADIADAS-ED       PIC ZZ.ZZ9.

      * MOTIVO DA REJEICAO DA LINHA CORRENTE - EM BRANCO = LINHA BOA
       01  WS-MOTIVO-REJEICAO      PIC X(40)   VALUE SPACES.
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'CASHAPPL'.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) -
      * PAGAMENTO DATADO EM MES FECHADO E LANCADO NO PRIMEIRO DIA
      * ABERTO SEGUINTE (RECIBO, DESCONTO, SUSPENSO E DIFERENCA
      * CAMBIAL SAEM COM A DATA DE LANCAMENTO)
           COPY PERCTLWS.
       77  WS-QTD-ADIADAS          PIC 9(05)   VALUE ZEROS COMP.

      * PLANO DE PARCELAS EM MEMORIA - CARREGADO NA ABERTURA,
      * BAIXADO PARCELA A PARCELA E REGRAVADO NO FINAL
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
       77  WS-PARCELAS-ESTOURARAM  PIC X(01)   VALUE 'N'.
           88  WS-PARCELAS-ESTOURARAM-SIM      VALUE 'S'.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * APLICACAO PARCIAL - PARCELA ABERTA MAIS ANTIGA DO CLIENTE
       77  WS-QTD-DESCONTOS-ED     PIC ZZ.ZZ9.
       77  WS-DESCONTO-CABE        PIC X(01)   VALUE 'N'.
           88  WS-DESCONTO-CABE-SIM            VALUE 'S'.
       77  WS-DISCREG-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-DISCREG-OK                   VALUE '00'.
           88  WS-DISCREG-NAO-CRIADO           VALUE '35'.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOK DTCONV*) - JANELA
      * DO DESCONTO EM DIAS ANTES DO VENCIMENTO
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.
       77  WS-QTD-RECIBOS          PIC 9(05)   VALUE ZEROS COMP.
       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.

           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'CASHAPPL'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

      * CARTAS DE QUITACAO ANTECIPADA (COPYBOOKS QTC*) - O VALOR DA
      * CARTA PAGO DENTRO DA VALIDADE QUITA DE UMA VEZ TODAS AS
      * PARCELAS ABERTAS DO CLIENTE
           COPY QTCWS.
       77  WS-IDX-QUITACAO         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QUITACOES-MUDARAM    PIC X(01)   VALUE 'N'.
           88  WS-QUITACOES-MUDARAM-SIM        VALUE 'S'.
       77  WS-QTD-ABERTAS-CARTA    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-VALOR-ABERTO-CARTA   PIC 9(09)V99 VALUE ZEROS.
       01  WS-MOTIVO-CARTA         PIC X(30)   VALUE SPACES.
      * CONTRATOS QUITADOS PELA CARTA - STATUS REDERIVADO E ENCARGOS
      * BAIXADOS POR CONTRATO
       01  WS-TAB-CONTRATOS-QUITADOS.
           05  WS-CTR-QUITADO      PIC X(01)  OCCURS 99 TIMES.
               88  WS-CTR-QUITADO-SIM          VALUE 'S'.
       77  WS-IDX-CONTRATO         PIC 9(03)   VALUE ZEROS COMP.

      * ENCARGOS EM MEMORIA (LATEFEE.dat) - O LATEFEE NAO MARCA
      * ENCARGO PAGO; OS DOS CONTRATOS QUITADOS PELA CARTA SAEM NA
      * REGRAVACAO, COMO NO RENEG-PLAN
       77  WS-ENCARGOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENCARGOS-OK                  VALUE '00'.
       77  WS-FIM-ENCARGOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENCARGOS-SIM             VALUE 'S'.
       77  WS-ENCARGOS-ESTOURARAM  PIC X(01)   VALUE 'N'.
           88  WS-ENCARGOS-ESTOURARAM-SIM      VALUE 'S'.
       77  WS-ENCARGOS-MUDARAM     PIC X(01)   VALUE 'N'.
           88  WS-ENCARGOS-MUDARAM-SIM         VALUE 'S'.
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO-DEST     PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            GOBACK.

       P100-INICIO.
            PERFORM P105-DEFINE-ORIGEM
            PERFORM P8850-CARREGA-BANCOS
            OPEN I-O CUSTOMER-MASTER
            PERFORM P8871-ABRE-CONTRATOS-ATUALIZA
            OPEN INPUT RETORNO-BANCO
            IF WS-RETORNO-OK
               SET WS-RETORNO-ABERTO-SIM TO TRUE
            ELSE
      *        SEM O BANKRET.txt DO DIA, COM BANCOS CADASTRADOS, A
      *        BAIXA COMECA PELO PRIMEIRO RETORNO DE BANCO PRESENTE
               IF WS-RETORNO-AUSENTE AND NOT WS-ORIGEM-PIX
                  AND WS-MULTIBANCO-SIM
                  PERFORM P215-ABRE-RETORNO-BANCO
                          VARYING WS-IDX-BCO-RETORNO FROM 1 BY 1
                          UNTIL WS-IDX-BCO-RETORNO > WS-QTD-BCO-TAB
                             OR WS-RETORNO-ABERTO-SIM
               END-IF
            END-IF
            OPEN OUTPUT RELATORIO-BAIXA
            OPEN EXTEND VALORES-SUSPENSOS
            IF WS-SUSPENSO-NAO-CRIADO
            IF WS-FXDIFF-NAO-CRIADO
               OPEN OUTPUT DIFERENCAS-CAMBIO
            END-IF
            OPEN EXTEND DESCONTOS-CONCEDIDOS
            IF WS-DISCREG-NAO-CRIADO
               OPEN OUTPUT DESCONTOS-CONCEDIDOS
            END-IF
            OPEN EXTEND ERROR-LOG
            OPEN EXTEND TRANS-LOG

      *     SEGUIR SEM O LOG ABERTO ABORTARIA NA PRIMEIRA REJEICAO
            IF NOT WS-CUST-OK OR NOT WS-RETORNO-OK
               OR NOT WS-RELATORIO-OK OR NOT WS-ERRLOG-OK
               OR NOT WS-SUSPENSO-OK OR WS-BCO-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO FATAL AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' RETORNO: ' WS-RETORNO-STATUS
               PERFORM P145-LE-CONFIG-CAMBIO
               PERFORM P170-CARREGA-PROMESSAS
               PERFORM P150-CARREGA-PARCELAS
               PERFORM P8520-CARREGA-PERIODOS
               PERFORM P8150-CARREGA-QUITACOES
               PERFORM P175-CARREGA-ENCARGOS
               IF WS-PARCELAS-ESTOURARAM-SIM
                  OR WS-PERIODOS-ESTOURARAM-SIM
                  OR WS-QTC-ESTOUROU-SIM
                  OR WS-ENCARGOS-ESTOURARAM-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
               ELSE
                  IF WS-ORIGEM-PIX
                     MOVE '===== RESULTADO DA BAIXA DE PIX (INTRADAY) '
                        & '=====' TO REG-RELATORIO
                  ELSE
                     MOVE '===== RESULTADO DA BAIXA DE PAGAMENTOS ====='
                          TO REG-RELATORIO
                  END-IF
                  WRITE REG-RELATORIO
               END-IF
            END-IF.

      ******************************************************************
      * P105-DEFINE-ORIGEM
      * O parametro vale para uma rodada so: lido, e esvaziado na
      * hora - um CASHPARM.dat esquecido faria a baixa da manha
      * reaplicar os creditos PIX em vez de ler o retorno do banco.
      ******************************************************************
       P105-DEFINE-ORIGEM.
            OPEN INPUT PARAMETRO-BAIXA
            IF WS-PARAMETRO-OK
               READ PARAMETRO-BAIXA
               IF WS-PARAMETRO-OK AND CPB-ORIGEM-PIX
                  SET WS-ORIGEM-PIX TO TRUE
               END-IF
               CLOSE PARAMETRO-BAIXA
               OPEN OUTPUT PARAMETRO-BAIXA
               CLOSE PARAMETRO-BAIXA
            END-IF
            IF WS-ORIGEM-PIX
               MOVE 'src\assets\PIXRET.txt'  TO WS-ARQ-RETORNO
               MOVE 'src\assets\PIXAPP.txt'  TO WS-ARQ-RELATORIO-BAIXA
               MOVE 'src\assets\PIXCHKP.dat' TO WS-ARQ-CHECKPOINT-BAIXA
               DISPLAY 'BAIXA INTRADAY DE CREDITOS PIX (PIXRET.txt).'
            END-IF.

      ******************************************************************
      * P125-RESTAURA-CHECKPOINT
      * Checkpoint deixado para tras por uma rodada que caiu: o
                        MOVE CHK-VALOR-ESTORNADO
                             TO WS-VALOR-ESTORNADO
                     END-IF
                     IF CHK-QTD-ADIADAS IS NUMERIC
                        MOVE CHK-QTD-ADIADAS TO WS-QTD-ADIADAS
                     END-IF
                  END-IF
               END-IF
               CLOSE CHECKPOINT-BAIXA
            IF WS-PROMESSAS-MUDARAM-SIM
               PERFORM P870-REGRAVA-PROMESSAS
            END-IF
            IF WS-QUITACOES-MUDARAM-SIM
               PERFORM P8158-GRAVA-QUITACOES
               IF NOT WS-QTC-GRAVADAS-SIM
                  DISPLAY 'ERRO AO REGRAVAR CARTAS DE QUITACAO - '
                          'STATUS ' WS-QTC-STATUS
               END-IF
            END-IF
            IF WS-ENCARGOS-MUDARAM-SIM
               PERFORM P880-REGRAVA-ENCARGOS
            END-IF
            MOVE WS-QTD-LIDAS      TO CHK-QTD-LIDAS
            MOVE WS-QTD-BAIXADAS   TO CHK-QTD-BAIXADAS
            MOVE WS-QTD-REJEITADAS TO CHK-QTD-REJEITADAS
            MOVE WS-VALOR-DESCONTADO TO CHK-VALOR-DESCONTADO
            MOVE WS-QTD-ESTORNOS   TO CHK-QTD-ESTORNOS
            MOVE WS-VALOR-ESTORNADO TO CHK-VALOR-ESTORNADO
            MOVE WS-QTD-ADIADAS    TO CHK-QTD-ADIADAS
            OPEN OUTPUT CHECKPOINT-BAIXA
            IF WS-CHECKPOINT-OK
               WRITE REG-CHECKPOINT-BAIXA
                     AND CTL-PROX-RECIBO > ZEROS
                     MOVE CTL-PROX-RECIBO TO WS-PROX-RECIBO-CTL
                  END-IF
                  IF CTL-PROX-COMPRA IS NUMERIC
                     AND CTL-PROX-COMPRA > ZEROS
                     MOVE CTL-PROX-COMPRA TO WS-PROX-COMPRA-CTL
                  END-IF
               END-IF
               CLOSE CODIGO-CONTROLE
            END-IF.
            MOVE WS-PROX-COTACAO-CTL TO CTL-PROX-COTACAO
            MOVE WS-PROX-NOTA-CTL    TO CTL-PROX-NOTA
            MOVE WS-PROX-RECIBO-CTL  TO CTL-PROX-RECIBO
            MOVE WS-PROX-COMPRA-CTL  TO CTL-PROX-COMPRA
            OPEN OUTPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-CODIGO-CONTROLE
               END-IF
            END-IF.

       P175-CARREGA-ENCARGOS.
            OPEN INPUT ARQUIVO-ENCARGOS
            IF WS-ENCARGOS-OK
               PERFORM P185-LE-ENCARGO UNTIL WS-FIM-ENCARGOS-SIM
               CLOSE ARQUIVO-ENCARGOS
            END-IF.

       P185-LE-ENCARGO.
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
                          'ARQUIVO - RODADA ABORTADA PARA NAO '
                          'PERDER ENCARGOS NA REGRAVACAO.'
                  SET WS-ENCARGOS-ESTOURARAM-SIM TO TRUE
                  SET WS-FIM-ENCARGOS-SIM TO TRUE
               END-IF
            END-IF.

       P170-CARREGA-PROMESSAS.
            OPEN INPUT ARQUIVO-PROMESSAS
            IF WS-PROMESSAS-OK
            END-IF.

       P200-PROCESSA-RETORNO.
            MOVE 'N' TO WS-LEU-LINHA
            MOVE 'N' TO WS-LINHA-IGNORADA
            MOVE SPACES TO WS-MOTIVO-CONVERSAO
            READ RETORNO-BANCO
                 AT END PERFORM P210-PROXIMO-RETORNO
                 NOT AT END SET WS-LEU-LINHA-SIM TO TRUE
            END-READ
            IF WS-LEU-LINHA-SIM AND WS-LAYOUT-RETORNO-CNAB
               PERFORM P220-CONVERTE-CNAB
            END-IF

      *     LINHA IGNORADA (HEADER, TRAILER, OCORRENCIA SEM BAIXA) NAO
      *     CONTA NEM NA RETOMADA - O PONTO SO VE LINHA DE MOVIMENTO
            IF WS-LEU-LINHA-SIM AND NOT WS-LINHA-IGNORADA-SIM
               IF WS-QTD-PULAR > ZEROS
      *           LINHA JA APLICADA ANTES DA QUEDA - OS TOTAIS DELA
      *           VIERAM DO CHECKPOINT
               ELSE
                  ADD 1 TO WS-QTD-LIDAS
                  MOVE SPACES TO WS-MOTIVO-REJEICAO
                  EVALUATE TRUE
                      WHEN WS-MOTIVO-CONVERSAO NOT = SPACES
                           MOVE WS-MOTIVO-CONVERSAO
                                TO WS-MOTIVO-REJEICAO
                           PERFORM P500-REJEITA-LINHA
                      WHEN BRT-MOV-ESTORNO
                           PERFORM P250-PROCESSA-ESTORNO
                      WHEN OTHER
                           PERFORM P300-VALIDA-LINHA
                           IF WS-LINHA-ACEITA
                              PERFORM P400-BAIXA-PAGAMENTO
                           ELSE
                              PERFORM P500-REJEITA-LINHA
                           END-IF
                  END-EVALUATE
                  PERFORM P8400-GRAVA-CHECKPOINT
               END-IF
            END-IF.

      ******************************************************************
      * P210-PROXIMO-RETORNO
      * Fim de um arquivo de retorno. Na baixa do banco com o
      * cadastro de bancos, passa ao retorno do proximo banco que
      * tenha arquivo no dia (banco sem RETnnn.txt e pulado); so
      * depois do ultimo a rodada chega ao fim. Na baixa PIX e no
      * banco unico o primeiro fim de arquivo encerra.
      ******************************************************************
       P210-PROXIMO-RETORNO.
            IF WS-ORIGEM-PIX OR NOT WS-MULTIBANCO-SIM
               SET WS-RETORNO-FIM TO TRUE
            ELSE
               CLOSE RETORNO-BANCO
               MOVE 'N' TO WS-RETORNO-ABERTO
               ADD 1 TO WS-IDX-BCO-RETORNO
               PERFORM P215-ABRE-RETORNO-BANCO
                       VARYING WS-IDX-BCO-RETORNO
                       FROM WS-IDX-BCO-RETORNO BY 1
                       UNTIL WS-IDX-BCO-RETORNO > WS-QTD-BCO-TAB
                          OR WS-RETORNO-ABERTO-SIM
               IF NOT WS-RETORNO-ABERTO-SIM
                  SET WS-RETORNO-FIM TO TRUE
               END-IF
            END-IF.

       P215-ABRE-RETORNO-BANCO.
            MOVE SPACES TO WS-NOME-RETORNO
            STRING 'RET'                    DELIMITED BY SIZE
                   WS-BCT-CODIGO(WS-IDX-BCO-RETORNO)
                                            DELIMITED BY SIZE
                   '.txt'                   DELIMITED BY SIZE
                   INTO WS-NOME-RETORNO
            END-STRING
            MOVE SPACES TO WS-ARQ-RETORNO
            STRING 'src\assets\'            DELIMITED BY SIZE
                   WS-NOME-RETORNO          DELIMITED BY SPACE
                   INTO WS-ARQ-RETORNO
            END-STRING
            OPEN INPUT RETORNO-BANCO
            IF WS-RETORNO-OK
               SET WS-RETORNO-ABERTO-SIM TO TRUE
               MOVE WS-BCT-LAYOUT(WS-IDX-BCO-RETORNO)
                    TO WS-LAYOUT-RETORNO
               DISPLAY 'RETORNO DO BANCO '
                       WS-BCT-CODIGO(WS-IDX-BCO-RETORNO) ' ('
                       WS-NOME-RETORNO ').'
      *        O VARYING AINDA SOMA 1 ANTES DE TESTAR O UNTIL; ASSIM
      *        O IDX FICA NO BANCO DO ARQUIVO ABERTO
               SUBTRACT 1 FROM WS-IDX-BCO-RETORNO
            END-IF.

      ******************************************************************
      * P220-CONVERTE-CNAB
      * Monta a linha no layout do retorno a partir do detalhe CNAB:
      * o cliente vem da parcela que carrega o nosso-numero (o CNAB
      * nao traz o codigo do cliente), a data vira AAAAMMDD e a
      * ocorrencia 08 vira estorno. Header, trailer e ocorrencias que
      * nao mexem no dinheiro (entrada confirmada, baixa a pedido...)
      * sao ignorados.
      ******************************************************************
       P220-CONVERTE-CNAB.
            MOVE REG-RETORNO-CNAB TO WS-RETORNO-CNAB
            IF WRC-TIPO NOT = '1'
               OR NOT (WRC-LIQUIDACAO OR WRC-ESTORNO)
               SET WS-LINHA-IGNORADA-SIM TO TRUE
            ELSE
               MOVE ZEROS TO WS-CODIGO-CNAB
               IF WRC-NOSSO-NUMERO IS NUMERIC
                  AND WRC-NOSSO-NUMERO > ZEROS
                  PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                          UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                             OR WS-CODIGO-CNAB > ZEROS
                      MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                           TO REG-PARCELA
                      IF PCL-NOSSO-NUMERO = WRC-NOSSO-NUMERO
                         MOVE PCL-CODIGO TO WS-CODIGO-CNAB
                      END-IF
                  END-PERFORM
      *           BOLETO DE CARTA DE QUITACAO NAO ESTA EM PARCELA
                  PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                          UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                             OR WS-CODIGO-CNAB > ZEROS
                      IF WS-QTT-NOSSO-NUMERO(WS-IDX-QTC)
                         = WRC-NOSSO-NUMERO
                         MOVE WS-QTT-CODIGO(WS-IDX-QTC)
                              TO WS-CODIGO-CNAB
                      END-IF
                  END-PERFORM
               END-IF
               MOVE WRC-DATA-AAAA TO WS-DPC-AAAA
               MOVE WRC-DATA-MM   TO WS-DPC-MM
               MOVE WRC-DATA-DD   TO WS-DPC-DD

               MOVE SPACES TO REG-RETORNO-BANCO
               MOVE WS-CODIGO-CNAB     TO BRT-CODIGO
               MOVE WRC-VALOR-PAGO     TO BRT-VALOR-PAGO
               MOVE WS-DATA-PAGTO-CNAB TO BRT-DATA-PAGTO
               MOVE WRC-NOSSO-NUMERO   TO BRT-NOSSO-NUMERO
               IF WRC-ESTORNO
                  MOVE 'E' TO BRT-TIPO-MOVIMENTO
               END-IF

               EVALUATE TRUE
                   WHEN WRC-CONVENIO NOT =
                        WS-BCT-CONVENIO(WS-IDX-BCO-RETORNO)
                        MOVE 'CONVENIO DO RETORNO NAO E DO BANCO'
                             TO WS-MOTIVO-CONVERSAO
                   WHEN WS-CODIGO-CNAB = ZEROS
                        MOVE 'NOSSO-NUMERO SEM PARCELA CORRESPONDENTE'
                             TO WS-MOTIVO-CONVERSAO
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P250-PROCESSA-ESTORNO
      * Pagamento devolvido pelo banco: localiza a parcela PAGA do
               SET PCL-ABERTA TO TRUE
               MOVE REG-PARCELA TO WS-PARCELA-LINHA(WS-IDX-PAGA)
               SET WS-PLANO-MUDOU-SIM TO TRUE
               PERFORM P459-CONTRATO-DA-PARCELA
               MOVE WS-CONTRATO-PARCELA TO WS-CONTRATO-BAIXA
               PERFORM P460-DERIVA-STATUS-DO-PLANO
            ELSE
               SET CSV-PAGTO-FATURADO TO TRUE
      * Mesmas regras do P471-VALIDA-TRANSICAO-PAGTO do PROGCSV para o
      * destino PAGO: so FATURADO e ATRASADO podem ser baixados.
      * PENDENTE ainda nao foi faturado; PAGO e CANCELADO sao finais.
      * O status do cadastro e o do contrato principal: parcela
      * aberta de outro contrato do cliente tambem permite a baixa.
      ******************************************************************
      ******************************************************************
      * P350-CONFERE-VALOR
       P350-CONFERE-VALOR.
            MOVE 'N' TO WS-TEM-VALOR-VALIDO
            MOVE 'N' TO WS-TEM-PLANO
            MOVE 'N' TO WS-TEM-ABERTA-ADICIONAL
            PERFORM P355-LOCALIZA-REFERENCIA
            PERFORM P357-LOCALIZA-CAMBIAL
            PERFORM P358-LOCALIZA-QUITACAO
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                   SET WS-TEM-PLANO-SIM TO TRUE
                   IF PCL-ABERTA AND BRT-VALOR-PAGO > ZEROS
                      MOVE 'S' TO WS-TEM-VALOR-VALIDO
                      PERFORM P459-CONTRATO-DA-PARCELA
                      IF WS-CONTRATO-PARCELA > 01
                         SET WS-TEM-ABERTA-ADICIONAL-SIM TO TRUE
                      END-IF
                   END-IF
                END-IF
            END-PERFORM
               END-PERFORM
            END-IF.

      ******************************************************************
      * P358-LOCALIZA-QUITACAO
      * A linha e de carta de quitacao quando traz o nosso-numero do
      * boleto da carta EMITIDA do cliente ou, sem referencia, o
      * valor exato dela. A carta so e honrada paga ate a validade,
      * no valor exato e com as parcelas abertas do cliente iguais
      * as da emissao (quantidade e soma) - senao a linha segue na
      * baixa normal com a carta anotada no relatorio. Boleto de
      * carta ja liquidada ou cancelada tambem segue na baixa normal.
      ******************************************************************
       P358-LOCALIZA-QUITACAO.
            MOVE ZEROS TO WS-IDX-QUITACAO
            MOVE SPACES TO WS-MOTIVO-CARTA
            MOVE CSV-CODIGO TO WS-QTC-CLIENTE-PROC
            MOVE ZEROS TO WS-QTC-NOSSO-PROC
            IF BRT-NOSSO-NUMERO IS NUMERIC
               AND BRT-NOSSO-NUMERO > ZEROS
               MOVE BRT-NOSSO-NUMERO TO WS-QTC-NOSSO-PROC
            END-IF
            PERFORM P8152-LOCALIZA-QUITACAO

            EVALUATE TRUE
                WHEN WS-IDX-QTC-ACHADA = ZEROS
                     IF WS-QTC-NOSSO-PROC > ZEROS
                        PERFORM P356-BOLETO-DE-CARTA-ENCERRADA
                     END-IF
                WHEN WS-QTC-NOSSO-PROC = ZEROS
                     AND BRT-VALOR-PAGO NOT =
                         WS-QTT-VALOR-QUITACAO(WS-IDX-QTC-ACHADA)
                     CONTINUE
                WHEN OTHER
                     PERFORM P359-CONFERE-QUITACAO
            END-EVALUATE.

       P356-BOLETO-DE-CARTA-ENCERRADA.
            PERFORM VARYING WS-IDX-QTC FROM 1 BY 1
                    UNTIL WS-IDX-QTC > WS-QTD-QTC-TAB
                IF WS-QTT-CODIGO(WS-IDX-QTC) = CSV-CODIGO
                   AND WS-QTT-NOSSO-NUMERO(WS-IDX-QTC)
                       = WS-QTC-NOSSO-PROC
                   IF WS-QTT-LIQUIDADA(WS-IDX-QTC)
                      MOVE 'JA LIQUIDADA' TO WS-MOTIVO-CARTA
                   ELSE
                      MOVE 'CANCELADA' TO WS-MOTIVO-CARTA
                   END-IF
                   MOVE WS-IDX-QTC TO WS-IDX-QTC-ACHADA
                   MOVE WS-QTD-QTC-TAB TO WS-IDX-QTC
                END-IF
            END-PERFORM
            IF WS-MOTIVO-CARTA NOT = SPACES
               PERFORM P354-ANOTA-CARTA-NAO-HONRADA
            END-IF.

       P359-CONFERE-QUITACAO.
            MOVE ZEROS TO WS-QTD-ABERTAS-CARTA
            MOVE ZEROS TO WS-VALOR-ABERTO-CARTA
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-CODIGO = CSV-CODIGO AND PCL-ABERTA
                   ADD 1 TO WS-QTD-ABERTAS-CARTA
                   ADD PCL-VALOR TO WS-VALOR-ABERTO-CARTA
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN BRT-DATA-PAGTO >
                     WS-QTT-DATA-VALIDADE(WS-IDX-QTC-ACHADA)
                     MOVE 'PAGA APOS A VALIDADE' TO WS-MOTIVO-CARTA
                WHEN BRT-VALOR-PAGO NOT =
                     WS-QTT-VALOR-QUITACAO(WS-IDX-QTC-ACHADA)
                     MOVE 'VALOR DIFERENTE DA CARTA'
                          TO WS-MOTIVO-CARTA
                WHEN WS-QTD-ABERTAS-CARTA NOT =
                     WS-QTT-QTD-PARCELAS(WS-IDX-QTC-ACHADA)
                     OR WS-VALOR-ABERTO-CARTA NOT =
                     WS-QTT-VALOR-PARCELAS(WS-IDX-QTC-ACHADA)
                     MOVE 'PARCELAS MUDARAM DESDE A EMISSAO'
                          TO WS-MOTIVO-CARTA
                WHEN OTHER
                     MOVE WS-IDX-QTC-ACHADA TO WS-IDX-QUITACAO
            END-EVALUATE
            IF WS-MOTIVO-CARTA NOT = SPACES
               PERFORM P354-ANOTA-CARTA-NAO-HONRADA
            END-IF.

       P354-ANOTA-CARTA-NAO-HONRADA.
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTE '       DELIMITED BY SIZE
                   CSV-CODIGO       DELIMITED BY SIZE
                   ' CARTA '        DELIMITED BY SIZE
                   WS-QTT-NUMERO(WS-IDX-QTC-ACHADA)
                                    DELIMITED BY SIZE
                   ' NAO HONRADA - ' DELIMITED BY SIZE
                   WS-MOTIVO-CARTA  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P310-VALIDA-TRANSICAO-PAGO.
            MOVE 'N' TO WS-TRANSICAO-PAGTO
            IF CSV-PAGTO-FATURADO OR CSV-PAGTO-ATRASADO
               OR WS-TEM-ABERTA-ADICIONAL-SIM
               MOVE 'S' TO WS-TRANSICAO-PAGTO
            END-IF.

       P400-BAIXA-PAGAMENTO.
            PERFORM P410-CONFERE-PERIODO

            MOVE CSV-CODIGO TO WS-TRN-CHAVE
            MOVE 'ALTERAR' TO WS-TRN-ACAO
            PERFORM P8700-GRAVA-TRANS-LOG

            IF WS-IDX-QUITACAO > ZEROS
               PERFORM P440-BAIXA-QUITACAO
            ELSE
               PERFORM P450-BAIXA-PARCELA
            END-IF
            IF WS-TEM-PLANO-SIM
               PERFORM P460-DERIVA-STATUS-DO-PLANO
            ELSE
               END-STRING
               WRITE REG-RELATORIO
               PERFORM P490-EMITE-RECIBO
               IF WS-IDX-QUITACAO > ZEROS
                  PERFORM P442-LIQUIDA-QUITACAO
               END-IF
               PERFORM P480-CUMPRE-PROMESSA
               IF WS-VALOR-RESTANTE > ZEROS
                  PERFORM P470-PARQUEIA-SUSPENSO
               PERFORM P500-REJEITA-LINHA
            END-IF.

      ******************************************************************
      * P410-CONFERE-PERIODO
      * Pagamento datado em mes ja fechado pelo supervisor nao pode
      * mudar os numeros entregues a contabilidade: a baixa segue
      * (o dinheiro entrou), mas o lancamento vai para o primeiro
      * dia aberto seguinte, com a troca registrada no ERROR-LOG e
      * no relatorio. A data do banco continua valendo para janela
      * de desconto, cotacao e promessa.
      ******************************************************************
       P410-CONFERE-PERIODO.
            MOVE BRT-DATA-PAGTO TO WS-PER-DATA-CONSULTA
            PERFORM P8530-CONFERE-PERIODO
            IF WS-PER-FECHADO-SIM
               ADD 1 TO WS-QTD-ADIADAS
               MOVE BRT-CODIGO    TO WS-ERL-CHAVE
               MOVE WS-PER-MOTIVO TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
               MOVE SPACES TO REG-RELATORIO
               STRING 'CLIENTE '     DELIMITED BY SIZE
                      BRT-CODIGO     DELIMITED BY SIZE
                      ' - '          DELIMITED BY SIZE
                      WS-PER-MOTIVO  DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P470-PARQUEIA-SUSPENSO
      * Grava o excedente do pagamento no arquivo de valores em
            ADD 1 TO WS-QTD-SUSPENSAS
            ADD WS-VALOR-RESTANTE TO WS-VALOR-SUSPENSO
            MOVE CSV-CODIGO         TO SUS-CODIGO
            MOVE WS-PER-DATA-LANCAMENTO TO SUS-DATA
            MOVE WS-VALOR-RESTANTE  TO SUS-VALOR
            WRITE REG-SUSPENSO

            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P440-BAIXA-QUITACAO
      * Carta honrada (P358): toda parcela ABERTA do cliente vira
      * PAGA, o desconto da carta vai para o DISCREG.dat como um
      * lancamento so (parcela 00, valor de face das parcelas), os
      * encargos dos contratos quitados saem do LATEFEE.dat e o
      * status de cada contrato adicional e rederivado aqui - o do
      * principal fica para o P460 do chamador. Encargo lancado
      * depois da emissao da carta e perdoado com os demais: o valor
      * da carta e firme ate a validade.
      ******************************************************************
       P440-BAIXA-QUITACAO.
            MOVE 'N' TO WS-TEM-PLANO
            MOVE ZEROS TO WS-VALOR-RESTANTE
            MOVE SPACES TO WS-TAB-CONTRATOS-QUITADOS
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-CODIGO = CSV-CODIGO
                   SET WS-TEM-PLANO-SIM TO TRUE
                   IF PCL-ABERTA
                      SET PCL-PAGA TO TRUE
                      PERFORM P459-CONTRATO-DA-PARCELA
                      SET WS-CTR-QUITADO-SIM(WS-CONTRATO-PARCELA)
                          TO TRUE
                      MOVE REG-PARCELA
                           TO WS-PARCELA-LINHA(WS-IDX-PARCELA)
                      SET WS-PLANO-MUDOU-SIM TO TRUE
                   END-IF
                END-IF
            END-PERFORM

            IF WS-QTT-VALOR-DESCONTO(WS-IDX-QUITACAO) > ZEROS
               PERFORM P444-CONTABILIZA-DESCONTO-CARTA
            END-IF
            PERFORM P441-BAIXA-ENCARGOS-QUITADOS

            PERFORM VARYING WS-IDX-CONTRATO FROM 2 BY 1
                    UNTIL WS-IDX-CONTRATO > 99
                IF WS-CTR-QUITADO-SIM(WS-IDX-CONTRATO)
                   MOVE WS-IDX-CONTRATO TO WS-CONTRATO-BAIXA
                   PERFORM P460-DERIVA-STATUS-DO-PLANO
                END-IF
            END-PERFORM
      *     SEM PARCELA DO PRINCIPAL NA CARTA, O P460 DO CHAMADOR SO
      *     REPETE O ULTIMO CONTRATO ADICIONAL - O CADASTRO NAO MUDA
            IF WS-CTR-QUITADO-SIM(1)
               MOVE 01 TO WS-CONTRATO-BAIXA
            END-IF

            MOVE ZEROS TO WS-REC-PARCELA
            MOVE WS-QTT-DATA-VALIDADE(WS-IDX-QUITACAO)
                 TO WS-REC-VENCIMENTO
            SET WS-REC-QUITACAO TO TRUE.

       P441-BAIXA-ENCARGOS-QUITADOS.
            MOVE ZEROS TO WS-IDX-ENCARGO-DEST
            PERFORM VARYING WS-IDX-ENCARGO FROM 1 BY 1
                    UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS-TAB
                MOVE WS-ENCARGO-LINHA(WS-IDX-ENCARGO)
                     TO REG-ARQUIVO-ENCARGOS
                IF LFE-CONTRATO IS NUMERIC AND LFE-CONTRATO > 01
                   MOVE LFE-CONTRATO TO WS-CONTRATO-PARCELA
                ELSE
                   MOVE 01 TO WS-CONTRATO-PARCELA
                END-IF
                IF LFE-CODIGO = CSV-CODIGO
                   AND WS-CTR-QUITADO-SIM(WS-CONTRATO-PARCELA)
                   SET WS-ENCARGOS-MUDARAM-SIM TO TRUE
                ELSE
                   ADD 1 TO WS-IDX-ENCARGO-DEST
                   MOVE REG-ARQUIVO-ENCARGOS
                        TO WS-ENCARGO-LINHA(WS-IDX-ENCARGO-DEST)
                END-IF
            END-PERFORM
            MOVE WS-IDX-ENCARGO-DEST TO WS-QTD-ENCARGOS-TAB.

       P444-CONTABILIZA-DESCONTO-CARTA.
            MOVE WS-QTT-VALOR-DESCONTO(WS-IDX-QUITACAO)
                 TO WS-DESCONTO-LINHA
            ADD 1 TO WS-QTD-DESCONTOS
            ADD WS-DESCONTO-LINHA TO WS-VALOR-DESCONTADO
            MOVE WS-DESCONTO-LINHA TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTE '    DELIMITED BY SIZE
                   BRT-CODIGO    DELIMITED BY SIZE
                   ' DESCONTO ANTECIPACAO '
                                 DELIMITED BY SIZE
                   WS-VALOR-ED   DELIMITED BY SIZE
                   ' (CARTA '    DELIMITED BY SIZE
                   WS-QTT-NUMERO(WS-IDX-QUITACAO)
                                 DELIMITED BY SIZE
                   ')'           DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            IF WS-DISCREG-OK
               MOVE CSV-CODIGO          TO DSC-CODIGO
               MOVE CSV-FILIAL          TO DSC-FILIAL
               MOVE WS-PER-DATA-LANCAMENTO TO DSC-DATA-PAGTO
               MOVE ZEROS               TO DSC-PARCELA
               MOVE WS-QTT-VALOR-PARCELAS(WS-IDX-QUITACAO)
                    TO DSC-VALOR-PARCELA
               MOVE WS-DESCONTO-LINHA   TO DSC-VALOR-DESCONTO
               WRITE REG-DESCONTO-CONCEDIDO
            END-IF.

      ******************************************************************
      * P442-LIQUIDA-QUITACAO
      * Carta honrada e baixada: LIQUIDADA com a data do pagamento e
      * o recibo que acabou de sair (o P490 ja avancou o contador).
      ******************************************************************
       P442-LIQUIDA-QUITACAO.
            SET WS-QTT-LIQUIDADA(WS-IDX-QUITACAO) TO TRUE
            MOVE BRT-DATA-PAGTO TO WS-QTT-DATA-BAIXA(WS-IDX-QUITACAO)
            IF WS-RECIBOS-OK
               COMPUTE WS-QTT-RECIBO(WS-IDX-QUITACAO) =
                       WS-PROX-RECIBO-CTL - 1
            END-IF
            SET WS-QUITACOES-MUDARAM-SIM TO TRUE
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTE '        DELIMITED BY SIZE
                   CSV-CODIGO        DELIMITED BY SIZE
                   ' CARTA DE QUITACAO ' DELIMITED BY SIZE
                   WS-QTT-NUMERO(WS-IDX-QUITACAO)
                                     DELIMITED BY SIZE
                   ' LIQUIDADA - '   DELIMITED BY SIZE
                   WS-QTT-QTD-PARCELAS(WS-IDX-QUITACAO)
                                     DELIMITED BY SIZE
                   ' PARCELA(S) QUITADA(S)' DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P450-BAIXA-PARCELA
      * Cliente com plano de parcelas tem baixada a parcela ABERTA de
      ******************************************************************
       P450-BAIXA-PARCELA.
            MOVE 'N' TO WS-TEM-PLANO
            MOVE 01 TO WS-CONTRATO-BAIXA
            MOVE 'N' TO WS-PARCELA-ACHADA
            MOVE ZEROS TO WS-VALOR-RESTANTE
            MOVE ZEROS TO WS-REC-PARCELA

            IF WS-FXDIFF-OK
               MOVE CSV-CODIGO          TO FXD-CODIGO
               MOVE WS-PER-DATA-LANCAMENTO TO FXD-DATA
               MOVE CSV-MOEDA-CONTRATO  TO FXD-MOEDA
               MOVE PCL-VALOR           TO FXD-VALOR-PARCELA
               MOVE WS-COTACAO-PAGTO    TO FXD-COTACAO
                   WS-VALOR-ED   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

      *     REGISTRO PERENE DO DESCONTO, CONTABILIZADO PELO GL-JOURNAL
            IF WS-DISCREG-OK
               MOVE CSV-CODIGO          TO DSC-CODIGO
               MOVE CSV-FILIAL          TO DSC-FILIAL
               MOVE WS-PER-DATA-LANCAMENTO TO DSC-DATA-PAGTO
               MOVE PCL-NUMERO          TO DSC-PARCELA
               MOVE PCL-VALOR           TO DSC-VALOR-PARCELA
               MOVE WS-DESCONTO-LINHA   TO DSC-VALOR-DESCONTO
               WRITE REG-DESCONTO-CONCEDIDO
            END-IF.

      ******************************************************************
      * P445-BAIXA-POR-REFERENCIA
       P458-ANOTA-RECIBO.
            MOVE PCL-NUMERO     TO WS-REC-PARCELA
            MOVE PCL-VENCIMENTO TO WS-REC-VENCIMENTO
            SET WS-REC-QUITACAO TO TRUE
            PERFORM P459-CONTRATO-DA-PARCELA
            MOVE WS-CONTRATO-PARCELA TO WS-CONTRATO-BAIXA.

      ******************************************************************
      * P459-CONTRATO-DA-PARCELA
      * Contrato da parcela corrente (na area do FD). Parcela sem
      * contrato (faturamento de pedido) ou anterior ao campo conta
      * como do contrato principal.
      ******************************************************************
       P459-CONTRATO-DA-PARCELA.
            IF PCL-CONTRATO IS NUMERIC AND PCL-CONTRATO > 01
               MOVE PCL-CONTRATO TO WS-CONTRATO-PARCELA
            ELSE
               MOVE 01 TO WS-CONTRATO-PARCELA
            END-IF.

      ******************************************************************
      * P460-DERIVA-STATUS-DO-PLANO
      * O estado do contrato deriva das parcelas dele: todas pagas =
      * PAGO, alguma aberta vencida = ATRASADO, senao FATURADO. O
      * principal (WS-CONTRATO-BAIXA = 01) muda o cadastro, regravado
      * pelo chamador; os demais sao regravados aqui no CONTRATOS.dat
      * e o status do cadastro nao muda.
      ******************************************************************
       P460-DERIVA-STATUS-DO-PLANO.
            MOVE 'S' TO WS-TODAS-PAGAS
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                PERFORM P459-CONTRATO-DA-PARCELA
                IF PCL-CODIGO = CSV-CODIGO AND PCL-ABERTA
                   AND WS-CONTRATO-PARCELA = WS-CONTRATO-BAIXA
                   MOVE 'N' TO WS-TODAS-PAGAS
                   IF PCL-VENCIMENTO < WS-DATA-HOJE
                      SET WS-TEM-VENCIDA-SIM TO TRUE
                END-IF
            END-PERFORM

            IF WS-CONTRATO-BAIXA = 01
               EVALUATE TRUE
                   WHEN WS-TODAS-PAGAS-SIM
                        SET CSV-PAGTO-PAGO TO TRUE
                   WHEN WS-TEM-VENCIDA-SIM
                        SET CSV-PAGTO-ATRASADO TO TRUE
                   WHEN OTHER
                        SET CSV-PAGTO-FATURADO TO TRUE
               END-EVALUATE
            ELSE
               PERFORM P465-REGRAVA-CONTRATO
            END-IF.

       P465-REGRAVA-CONTRATO.
            IF WS-CTR-ABERTO-SIM
               MOVE CSV-CODIGO        TO CTR-CODIGO
               MOVE WS-CONTRATO-BAIXA TO CTR-SEQUENCIA
               READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
            ELSE
               MOVE '23' TO WS-CTR-STATUS
            END-IF
            IF WS-CTR-OK
               EVALUATE TRUE
                   WHEN WS-TODAS-PAGAS-SIM
                        SET CTR-PAGTO-PAGO TO TRUE
                   WHEN WS-TEM-VENCIDA-SIM
                        SET CTR-PAGTO-ATRASADO TO TRUE
                   WHEN OTHER
                        SET CTR-PAGTO-FATURADO TO TRUE
               END-EVALUATE
               REWRITE REG-CONTRATO
            END-IF
            IF NOT WS-CTR-OK
               DISPLAY 'AVISO - CONTRATO ' WS-CONTRATO-BAIXA
                       ' DO CLIENTE ' CSV-CODIGO
                       ' SEM STATUS ATUALIZADO (STATUS '
                       WS-CTR-STATUS ').'
            END-IF.

      ******************************************************************
      * P490-EMITE-RECIBO
               ADD 1 TO WS-QTD-RECIBOS
               MOVE WS-PROX-RECIBO-CTL TO RCP-NUMERO
               MOVE CSV-CODIGO         TO RCP-CODIGO
               MOVE WS-PER-DATA-LANCAMENTO TO RCP-DATA-PAGTO
               MOVE BRT-VALOR-PAGO     TO RCP-VALOR
               MOVE WS-REC-PARCELA     TO RCP-PARCELA
               MOVE WS-REC-VENCIMENTO  TO RCP-VENCIMENTO
                     END-STRING
                     WRITE REG-DOCRECIBO
                  END-IF
                  IF WS-IDX-QUITACAO > ZEROS
                     MOVE SPACES TO REG-DOCRECIBO
                     STRING 'REF. CARTA DE QUITACAO ' DELIMITED BY SIZE
                            WS-QTT-NUMERO(WS-IDX-QUITACAO)
                                            DELIMITED BY SIZE
                            ' - '           DELIMITED BY SIZE
                            WS-QTT-QTD-PARCELAS(WS-IDX-QUITACAO)
                                            DELIMITED BY SIZE
                            ' PARCELA(S) - QUITACAO INTEGRAL'
                                            DELIMITED BY SIZE
                            INTO REG-DOCRECIBO
                     END-STRING
                     WRITE REG-DOCRECIBO
                  END-IF
                  MOVE SPACES TO REG-DOCRECIBO
                  WRITE REG-DOCRECIBO
               END-IF
                  WRITE REG-RELATORIO
               END-IF

               IF WS-QTD-ADIADAS > 0
                  MOVE WS-QTD-ADIADAS TO WS-QTD-ADIADAS-ED
                  MOVE SPACES TO REG-RELATORIO
                  STRING 'LANCADAS EM PERIODO ABERTO SEGUINTE: '
                                            DELIMITED BY SIZE
                         WS-QTD-ADIADAS-ED DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
               END-IF

               IF WS-PLANO-MUDOU-SIM
                  PERFORM P850-REGRAVA-PARCELAS
               END-IF
               END-IF

               CLOSE CUSTOMER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               IF WS-RETORNO-ABERTO-SIM
                  CLOSE RETORNO-BANCO
               END-IF
               CLOSE RELATORIO-BAIXA
               MOVE 'CASH-APPLY' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-BAIXA TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               CLOSE VALORES-SUSPENSOS
               IF WS-FXDIFF-OK
                  CLOSE DIFERENCAS-CAMBIO
               END-IF
               IF WS-DISCREG-OK
                  CLOSE DESCONTOS-CONCEDIDOS
               END-IF
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
               CLOSE ARQUIVO-PARCELAS
            END-IF.

       P880-REGRAVA-ENCARGOS.
            MOVE SPACES TO WS-ENCARGOS-STATUS
            OPEN OUTPUT ARQUIVO-ENCARGOS
            IF NOT WS-ENCARGOS-OK
               DISPLAY 'ERRO AO REGRAVAR ENCARGOS - STATUS '
                       WS-ENCARGOS-STATUS
            ELSE
               PERFORM VARYING WS-IDX-ENCARGO FROM 1 BY 1
                       UNTIL WS-IDX-ENCARGO > WS-QTD-ENCARGOS-TAB
                   MOVE WS-ENCARGO-LINHA(WS-IDX-ENCARGO)
                        TO REG-ARQUIVO-ENCARGOS
                   WRITE REG-ARQUIVO-ENCARGOS
               END-PERFORM
               CLOSE ARQUIVO-ENCARGOS
            END-IF.

       P870-REGRAVA-PROMESSAS.
            MOVE SPACES TO WS-PROMESSAS-STATUS
            OPEN OUTPUT ARQUIVO-PROMESSAS

           COPY DTCONVP.
           COPY ERRLOGPA.
           COPY PERCTLPA.
           COPY TRANSLPA.
           COPY BCOPA.
           COPY CTRPA.
           COPY QTCPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CASH-APPLY.
