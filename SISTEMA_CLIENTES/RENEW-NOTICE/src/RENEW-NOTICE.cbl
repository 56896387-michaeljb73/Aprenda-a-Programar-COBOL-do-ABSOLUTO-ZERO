      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Aviso de renovacao de contrato: todo contrato ativo
      *            (principal do cadastro e demais do CONTRATOS.dat)
      *            cujo fim de vigencia cai entre a data de referencia
      *            e os proximos WS-DIAS-AVISO dias recebe, uma vez
      *            por vigencia, a carta de aviso (RENWNTC.txt) com o
      *            valor atual e o valor reajustado pelo indice - a
      *            mesma conta do BILLING-SCHEDULE - e um item
      *            RENOVACA na fila de correspondencia (CORRQUE.dat).
      *            O aviso fica no RENOVAC.dat (copybooks RNV*) com a
      *            data limite da resposta, que o RENEW-MAINT
      *            registra. Na mesma rodada: aviso sem resposta apos
      *            a data limite abre um chamado SAC de retorno
      *            (categoria RNV) para o dono da carteira, e resposta
      *            NAO RENOVAR vira, no fim da vigencia, o cancelamento
      *            formal do contrato pelas regras do CANCEL-CONTRACT
      *            (antes-da-imagem do principal no TRANS-LOG, status
      *            CANCELADO e evento no CANCEVT.dat com o motivo e o
      *            operador da resposta). Dias de aviso e de prazo da
      *            resposta no RENWCFG.dat; sem o arquivo valem os
      *            padroes compilados.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEW-NOTICE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CUSTSEL.
           COPY CTRSL.
           COPY TRANSLSL.
           COPY SACSL.
           COPY RNVSL.

           SELECT RENOVACAO-CONFIG ASSIGN TO
           'src\assets\RENWCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT TABELA-INDICES ASSIGN TO
           'src\assets\INDEXTBL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDICES-STATUS.

           SELECT ARQUIVO-CARTEIRAS ASSIGN TO
           'src\assets\CARTEIRA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARTEIRAS-STATUS.

           SELECT EVENTOS-CANCEL ASSIGN TO
           'src\assets\CANCEVT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTOS-STATUS.

           SELECT ARQUIVO-CARTAS ASSIGN TO
           'src\assets\RENWNTC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARTAS-STATUS.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  CHAMADOS-SAC.
           COPY SACF.

       FD  AVISOS-RENOVACAO.
           COPY RNVF.

      * DIAS ANTES DO FIM DA VIGENCIA PARA O AVISO E DIAS CORRIDOS
      * QUE O CLIENTE TEM PARA RESPONDER
       FD  RENOVACAO-CONFIG.
       01  REG-RENOVACAO-CONFIG.
           05  RNC-DIAS-AVISO          PIC 9(03).
           05  RNC-DIAS-RESPOSTA       PIC 9(03).

       FD  TABELA-INDICES.
       01  REG-INDICE.
           05  IDX-COMPETENCIA         PIC 9(06).
           05  IDX-PERCENTUAL          PIC 9(02)V99.

       FD  ARQUIVO-CARTEIRAS.
           COPY CARTF.

       FD  EVENTOS-CANCEL.
           COPY CANCEVT.

       FD  ARQUIVO-CARTAS.
       01  REG-CARTA                   PIC X(80).

       FD  FILA-CORRESP.
           COPY CORRQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-INDICES-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-INDICES-OK                   VALUE '00'.
       77  WS-CARTEIRAS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-CARTEIRAS-OK                 VALUE '00'.
       77  WS-EVENTOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-EVENTOS-OK                   VALUE '00'.
           88  WS-EVENTOS-NAO-CRIADO           VALUE '35'.
       77  WS-CARTAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CARTAS-OK                    VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-CADASTRO-ABERTO      PIC X(01)   VALUE 'N'.
           88  WS-CADASTRO-ABERTO-SIM          VALUE 'S'.
       77  WS-FIM-CADASTRO         PIC X(01)   VALUE 'N'.
           88  WS-FIM-CADASTRO-SIM             VALUE 'S'.
       77  WS-FIM-INDICES          PIC X(01)   VALUE 'N'.
           88  WS-FIM-INDICES-SIM              VALUE 'S'.
       77  WS-FIM-CARTEIRAS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-CARTEIRAS-SIM            VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * CONVERSAO DE DATA PARA A CARTA (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - O AVISO E POR
      * CONTRATO; O PRINCIPAL (01) VIVE NO CADASTRO
           COPY CTRWS.

      * CHAMADOS SAC EM MEMORIA (COPYBOOKS SAC*) - O AVISO SEM
      * RESPOSTA GANHA UM CHAMADO DE RETORNO
           COPY SACWS.
       01  WS-CATEGORIA-RETORNO    PIC X(03)   VALUE 'RNV'.

      * AVISOS DE RENOVACAO EM MEMORIA (COPYBOOKS RNV*)
           COPY RNVWS.

      * JANELA DO AVISO E PRAZO DA RESPOSTA, EM DIAS CORRIDOS (PADRAO
      * COMPILADO, SOBREPOSTO PELO RENWCFG.dat)
       77  WS-DIAS-AVISO           PIC 9(03)   VALUE 060.
       77  WS-DIAS-RESPOSTA        PIC 9(03)   VALUE 030.

      * DATAS DA RODADA: FIM DA JANELA DE AVISO E LIMITE DA RESPOSTA
      * PARA OS AVISOS DE HOJE, ANDANDO UM DIA POR VEZ (P150)
       01  WS-DATA-HORIZONTE       PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-LIMITE-RODADA   PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-CALC            PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-CALC-AAAA            PIC 9(04).
           05  WS-CALC-MM              PIC 9(02).
           05  WS-CALC-DD              PIC 9(02).
       01  WS-CALC-VALIDA          PIC X(01)   VALUE 'N'.
           88  WS-CALC-VALIDA-SIM              VALUE 'S'.

      * INDICES MENSAIS DE REAJUSTE EM MEMORIA E VALOR PROPOSTO NA
      * RENOVACAO (MESMA CONTA DO P225 DO BILLING-SCHEDULE)
       77  WS-MAX-INDICES          PIC 9(03)   VALUE 240.
       77  WS-QTD-INDICES-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-INDICE           PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-INDICES.
           05  WS-INDICE-ENTRADA   OCCURS 240 TIMES.
               10  WS-IDT-COMPETENCIA  PIC 9(06).
               10  WS-IDT-PERCENTUAL   PIC 9(02)V99.
       77  WS-FATOR-ACUMULADO      PIC 9(03)V9(06) VALUE ZEROS.
       77  WS-VALOR-PROPOSTO       PIC 9(09)V99 VALUE ZEROS.
       01  WS-COMPETENCIA-VARRE    PIC 9(06)   VALUE ZEROS.
       01  WS-COMPETENCIA-VARRE-R REDEFINES WS-COMPETENCIA-VARRE.
           05  WS-CVR-AAAA             PIC 9(04).
           05  WS-CVR-MM               PIC 9(02).
       77  WS-COMPETENCIA-REF      PIC 9(06)   VALUE ZEROS.
       77  WS-PASSOS-INDICE        PIC 9(03)   VALUE ZEROS COMP.

      * CARTEIRAS - DONO DA CONTA, RESPONSAVEL PELO CHAMADO DE RETORNO
       77  WS-MAX-CARTEIRAS        PIC 9(04)   VALUE 2000.
       77  WS-QTD-CARTEIRAS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CARTEIRA         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-DONO-DA-CONTA        PIC X(08)   VALUE SPACES.
       01  WS-TAB-CARTEIRAS.
           05  WS-CARTEIRA-ENTRADA OCCURS 2000 TIMES.
               10  WS-CRT-CLIENTE      PIC 9(06).
               10  WS-CRT-OPERADOR     PIC X(08).

      * CONTADORES DA RODADA
       77  WS-QTD-AVISOS           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-VAGA         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CHAMADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CANCELADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-NAO-EXECUTADOS   PIC 9(05)   VALUE ZEROS COMP.
       77  WS-ALTEROU-AVISOS       PIC X(01)   VALUE 'N'.
           88  WS-ALTEROU-AVISOS-SIM           VALUE 'S'.

       77  WS-VALOR-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.
       01  WS-FIM-VIGENCIA-BR      PIC X(10)   VALUE SPACES.

      * FILA DE CORRESPONDENCIA (CORRQUE.dat) - UM REGISTRO POR
      * AVISO GERADO, DESPACHADO PELO CORR-DISPATCH
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

      * LOG DE TRANSACOES (ANTES-DA-IMAGEM) COMPARTILHADO - O
      * OPERADOR E O DA RESPOSTA NAO RENOVAR
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'RENEWNTC'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-VARRE-CADASTRO UNTIL WS-FIM-CADASTRO-SIM
               PERFORM P500-TRATA-PENDENCIA
                       VARYING WS-IDX-RNV FROM 1 BY 1
                       UNTIL WS-IDX-RNV > WS-QTD-RNV-TAB
               PERFORM P800-REGRAVA
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Janela e prazo a partir da data de referencia; avisos e
      * chamados carregados antes de abrir o cadastro - carga
      * estourada de qualquer um dos dois para a rodada inteira.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA-REF
            PERFORM P110-LE-CONFIG

            MOVE WS-DATA-REFERENCIA TO WS-DATA-CALC
            PERFORM P150-AVANCA-UM-DIA WS-DIAS-AVISO TIMES
            MOVE WS-DATA-CALC TO WS-DATA-HORIZONTE
            MOVE WS-DATA-REFERENCIA TO WS-DATA-CALC
            PERFORM P150-AVANCA-UM-DIA WS-DIAS-RESPOSTA TIMES
            MOVE WS-DATA-CALC TO WS-DATA-LIMITE-RODADA

            PERFORM P140-CARREGA-INDICES
            PERFORM P130-CARREGA-CARTEIRAS
            PERFORM P8630-CARREGA-AVISOS-RNV
            PERFORM P8610-CARREGA-CHAMADOS
            IF WS-RNV-ESTOUROU-SIM OR WS-SAC-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               OPEN I-O CUSTOMER-MASTER
               IF WS-CUST-OK
                  SET WS-CADASTRO-ABERTO-SIM TO TRUE
               END-IF
               PERFORM P8871-ABRE-CONTRATOS-ATUALIZA
               OPEN EXTEND TRANS-LOG
               OPEN EXTEND EVENTOS-CANCEL
               IF WS-EVENTOS-NAO-CRIADO
                  OPEN OUTPUT EVENTOS-CANCEL
               END-IF
               OPEN OUTPUT ARQUIVO-CARTAS
               OPEN EXTEND FILA-CORRESP
               IF WS-CORRESP-NAO-CRIADA
                  OPEN OUTPUT FILA-CORRESP
               END-IF
               IF NOT WS-CORRESP-OK
                  DISPLAY 'AVISO - FILA DE CORRESPONDENCIA '
                          'INDISPONIVEL (STATUS ' WS-CORRESP-STATUS
                          ') - AVISOS SAEM SEM DESPACHO.'
               END-IF

               IF NOT WS-CUST-OK OR NOT WS-EVENTOS-OK
                  OR NOT WS-CARTAS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                          WS-CUST-STATUS ' EVENTOS: '
                          WS-EVENTOS-STATUS ' CARTAS: '
                          WS-CARTAS-STATUS
               END-IF
            END-IF.

       P110-LE-CONFIG.
            OPEN INPUT RENOVACAO-CONFIG
            IF WS-CONFIG-OK
               READ RENOVACAO-CONFIG
               IF WS-CONFIG-OK
                  IF RNC-DIAS-AVISO IS NUMERIC
                     AND RNC-DIAS-AVISO > ZEROS
                     MOVE RNC-DIAS-AVISO TO WS-DIAS-AVISO
                  END-IF
                  IF RNC-DIAS-RESPOSTA IS NUMERIC
                     AND RNC-DIAS-RESPOSTA > ZEROS
                     MOVE RNC-DIAS-RESPOSTA TO WS-DIAS-RESPOSTA
                  END-IF
               END-IF
               CLOSE RENOVACAO-CONFIG
            END-IF.

       P130-CARREGA-CARTEIRAS.
            OPEN INPUT ARQUIVO-CARTEIRAS
            IF WS-CARTEIRAS-OK
               PERFORM P135-LE-CARTEIRA UNTIL WS-FIM-CARTEIRAS-SIM
               CLOSE ARQUIVO-CARTEIRAS
            END-IF.

       P135-LE-CARTEIRA.
            READ ARQUIVO-CARTEIRAS
                 AT END SET WS-FIM-CARTEIRAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CARTEIRAS-SIM
               IF WS-QTD-CARTEIRAS-TAB < WS-MAX-CARTEIRAS
                  ADD 1 TO WS-QTD-CARTEIRAS-TAB
                  MOVE CRT-CODIGO-CLIENTE
                       TO WS-CRT-CLIENTE(WS-QTD-CARTEIRAS-TAB)
                  MOVE CRT-OPERADOR
                       TO WS-CRT-OPERADOR(WS-QTD-CARTEIRAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-CARTEIRAS ' CARTEIRAS - '
                          'EXCEDENTE FICA SEM DONO NO CHAMADO.'
                  SET WS-FIM-CARTEIRAS-SIM TO TRUE
               END-IF
            END-IF.

       P140-CARREGA-INDICES.
            OPEN INPUT TABELA-INDICES
            IF WS-INDICES-OK
               PERFORM P145-LE-INDICE UNTIL WS-FIM-INDICES-SIM
               CLOSE TABELA-INDICES
            ELSE
               DISPLAY 'AVISO - TABELA DE INDICES AUSENTE - AVISOS '
                       'SAEM COM O VALOR ATUAL.'
            END-IF.

       P145-LE-INDICE.
            READ TABELA-INDICES
                 AT END SET WS-FIM-INDICES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-INDICES-SIM
               IF WS-QTD-INDICES-TAB < WS-MAX-INDICES
                  ADD 1 TO WS-QTD-INDICES-TAB
                  MOVE IDX-COMPETENCIA
                       TO WS-IDT-COMPETENCIA(WS-QTD-INDICES-TAB)
                  MOVE IDX-PERCENTUAL
                       TO WS-IDT-PERCENTUAL(WS-QTD-INDICES-TAB)
               ELSE
                  SET WS-FIM-INDICES-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P150-AVANCA-UM-DIA
      * Dia seguinte de WS-DATA-CALC: dia + 1; se o DATE-VALID recusar,
      * dia 1 do mes seguinte (e do ano seguinte depois de dezembro).
      ******************************************************************
       P150-AVANCA-UM-DIA.
            ADD 1 TO WS-CALC-DD
            MOVE 'N' TO WS-CALC-VALIDA
            CALL 'DATE-VALID' USING WS-CALC-DD
                                     WS-CALC-MM
                                     WS-CALC-AAAA
                                     WS-CALC-VALIDA
            IF NOT WS-CALC-VALIDA-SIM
               MOVE 1 TO WS-CALC-DD
               IF WS-CALC-MM = 12
                  MOVE 1 TO WS-CALC-MM
                  ADD 1 TO WS-CALC-AAAA
               ELSE
                  ADD 1 TO WS-CALC-MM
               END-IF
            END-IF.

      ******************************************************************
      * P200-VARRE-CADASTRO
      * Cliente ativo tem todos os contratos avaliados - o principal
      * vem do proprio cadastro (P8872), os demais do CONTRATOS.dat.
      ******************************************************************
       P200-VARRE-CADASTRO.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-FIM-CADASTRO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CADASTRO-SIM
               IF CSV-REGISTRO-ATIVO
                  PERFORM P8872-PRIMEIRO-CONTRATO
                  PERFORM UNTIL WS-FIM-CONTRATOS-SIM
                      PERFORM P210-AVALIA-CONTRATO
                      PERFORM P8873-PROXIMO-CONTRATO
                  END-PERFORM
               END-IF
            END-IF.

      ******************************************************************
      * P210-AVALIA-CONTRATO
      * Contrato nao cancelado, com valor, vencendo dentro da janela
      * e ainda sem aviso para este fim de vigencia - a renovacao
      * seguinte, com vigencia nova, recebe aviso proprio.
      ******************************************************************
       P210-AVALIA-CONTRATO.
            IF NOT CTR-PAGTO-CANCELADO
               AND CTR-VALOR-CONTRATO > ZEROS
               AND CTR-DATA-FIM-VIGENCIA NOT < WS-DATA-REFERENCIA
               AND CTR-DATA-FIM-VIGENCIA NOT > WS-DATA-HORIZONTE
               MOVE CSV-CODIGO            TO WS-RNV-CODIGO-PROC
               MOVE CTR-SEQUENCIA         TO WS-RNV-CONTRATO-PROC
               MOVE CTR-DATA-FIM-VIGENCIA TO WS-RNV-FIM-PROC
               PERFORM P8632-LOCALIZA-AVISO-RNV
               IF WS-IDX-RNV-ACHADO = ZEROS
                  IF WS-QTD-RNV-TAB < WS-MAX-RNV
                     PERFORM P220-PROPOE-VALOR
                     PERFORM P230-GERA-AVISO
                  ELSE
                     ADD 1 TO WS-QTD-SEM-VAGA
                     DISPLAY 'TABELA DE AVISOS CHEIA - CLIENTE '
                             CSV-CODIGO ' CONTRATO ' CTR-SEQUENCIA
                             ' FICA PARA A PROXIMA RODADA.'
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P220-PROPOE-VALOR
      * Mesmo acumulo do P225 do BILLING-SCHEDULE: indice mensal do
      * mes de inicio da vigencia ate a competencia de referencia,
      * mes sem indice entra como zero. Sem vigencia informada ou sem
      * indices, o aviso sai com o valor atual.
      ******************************************************************
       P220-PROPOE-VALOR.
            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-PROPOSTO
            IF CTR-DATA-INICIO-VIGENCIA > ZEROS
               AND WS-QTD-INDICES-TAB > ZEROS
               MOVE 1,000000 TO WS-FATOR-ACUMULADO
               MOVE CTR-DATA-INICIO-VIGENCIA(1:6)
                    TO WS-COMPETENCIA-VARRE
               MOVE ZEROS TO WS-PASSOS-INDICE
               PERFORM UNTIL WS-COMPETENCIA-VARRE
                             > WS-COMPETENCIA-REF
                       OR WS-PASSOS-INDICE > 240
                   ADD 1 TO WS-PASSOS-INDICE
                   PERFORM VARYING WS-IDX-INDICE FROM 1 BY 1
                           UNTIL WS-IDX-INDICE > WS-QTD-INDICES-TAB
                       IF WS-IDT-COMPETENCIA(WS-IDX-INDICE)
                          = WS-COMPETENCIA-VARRE
                          COMPUTE WS-FATOR-ACUMULADO ROUNDED =
                                  WS-FATOR-ACUMULADO
                                  * (100
                                     + WS-IDT-PERCENTUAL
                                       (WS-IDX-INDICE))
                                  / 100
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-CVR-MM
                   IF WS-CVR-MM > 12
                      MOVE 1 TO WS-CVR-MM
                      ADD 1 TO WS-CVR-AAAA
                   END-IF
               END-PERFORM

               COMPUTE WS-VALOR-PROPOSTO ROUNDED =
                       CTR-VALOR-CONTRATO * WS-FATOR-ACUMULADO
            END-IF.

      ******************************************************************
      * P230-GERA-AVISO
      * Carta, item na fila e o aviso na tabela. O limite da resposta
      * e o da rodada, sem passar do fim da vigencia.
      ******************************************************************
       P230-GERA-AVISO.
            ADD 1 TO WS-QTD-RNV-TAB
            MOVE WS-QTD-RNV-TAB TO WS-IDX-RNV-ACHADO
            MOVE CSV-CODIGO TO WS-RVT-CODIGO(WS-IDX-RNV-ACHADO)
            MOVE CTR-SEQUENCIA TO WS-RVT-CONTRATO(WS-IDX-RNV-ACHADO)
            MOVE CTR-DATA-FIM-VIGENCIA
                 TO WS-RVT-FIM-VIGENCIA(WS-IDX-RNV-ACHADO)
            MOVE WS-DATA-REFERENCIA
                 TO WS-RVT-DATA-AVISO(WS-IDX-RNV-ACHADO)
            IF WS-DATA-LIMITE-RODADA > CTR-DATA-FIM-VIGENCIA
               MOVE CTR-DATA-FIM-VIGENCIA
                    TO WS-RVT-DATA-LIMITE(WS-IDX-RNV-ACHADO)
            ELSE
               MOVE WS-DATA-LIMITE-RODADA
                    TO WS-RVT-DATA-LIMITE(WS-IDX-RNV-ACHADO)
            END-IF
            MOVE CTR-VALOR-CONTRATO
                 TO WS-RVT-VALOR-ATUAL(WS-IDX-RNV-ACHADO)
            MOVE WS-VALOR-PROPOSTO
                 TO WS-RVT-VALOR-PROPOSTO(WS-IDX-RNV-ACHADO)
            SET WS-RVT-AVISADO(WS-IDX-RNV-ACHADO) TO TRUE
            MOVE ZEROS TO WS-RVT-DATA-RESPOSTA(WS-IDX-RNV-ACHADO)
            MOVE SPACES TO WS-RVT-OPERADOR(WS-IDX-RNV-ACHADO)
            MOVE SPACES TO WS-RVT-MOTIVO(WS-IDX-RNV-ACHADO)
            MOVE SPACES TO WS-RVT-NOTA(WS-IDX-RNV-ACHADO)
            MOVE ZEROS TO WS-RVT-CHAMADO(WS-IDX-RNV-ACHADO)
            MOVE ZEROS TO WS-RVT-DATA-EXECUCAO(WS-IDX-RNV-ACHADO)
            SET WS-ALTEROU-AVISOS-SIM TO TRUE
            ADD 1 TO WS-QTD-AVISOS

            PERFORM P240-IMPRIME-CARTA
            PERFORM P8960-ENFILEIRA-CORRESP.

       P240-IMPRIME-CARTA.
            MOVE SPACES TO WS-NOME-COMPLETO
            STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-MEIO      DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-ULTIMO    DELIMITED BY SPACE
                   INTO WS-NOME-COMPLETO
            END-STRING
            MOVE CTR-DATA-FIM-VIGENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-FIM-VIGENCIA-BR

            MOVE ALL '=' TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            STRING 'AVISO DE RENOVACAO - CLIENTE ' DELIMITED BY SIZE
                   CSV-CODIGO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-NOME-COMPLETO   DELIMITED BY SIZE
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            STRING 'O CONTRATO '      DELIMITED BY SIZE
                   CTR-SEQUENCIA      DELIMITED BY SIZE
                   ' ('               DELIMITED BY SIZE
                   CTR-DESCRICAO      DELIMITED BY '  '
                   ') TEM VIGENCIA ATE ' DELIMITED BY SIZE
                   WS-FIM-VIGENCIA-BR DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED
            MOVE SPACES TO REG-CARTA
            STRING 'VALOR ATUAL........: ' DELIMITED BY SIZE
                   CTR-MOEDA-CONTRATO DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-VALOR-ED        DELIMITED BY SIZE
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
            MOVE WS-VALOR-PROPOSTO TO WS-VALOR-ED
            MOVE SPACES TO REG-CARTA
            STRING 'VALOR NA RENOVACAO.: ' DELIMITED BY SIZE
                   CTR-MOEDA-CONTRATO DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-VALOR-ED        DELIMITED BY SIZE
                   ' (REAJUSTE PELO INDICE)' DELIMITED BY SIZE
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
            MOVE WS-RVT-DATA-LIMITE(WS-IDX-RNV-ACHADO) TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE SPACES TO REG-CARTA
            STRING 'RESPONDA ATE '    DELIMITED BY SIZE
                   WS-DATA-BR         DELIMITED BY SIZE
                   ': RENOVAR, RENEGOCIAR OU NAO RENOVAR.'
                                      DELIMITED BY SIZE
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
            MOVE 'SEM RESPOSTA, NOSSA EQUIPE ENTRARA EM CONTATO.'
                 TO REG-CARTA
            WRITE REG-CARTA
            MOVE SPACES TO REG-CARTA
            WRITE REG-CARTA.

      ******************************************************************
      * P500-TRATA-PENDENCIA
      * Aviso ainda AVISADO depois da data limite abre o chamado de
      * retorno; NAO RENOVAR com a vigencia encerrada e cancelado.
      ******************************************************************
       P500-TRATA-PENDENCIA.
            EVALUATE TRUE
                WHEN WS-RVT-AVISADO(WS-IDX-RNV)
                     AND WS-RVT-DATA-LIMITE(WS-IDX-RNV)
                         < WS-DATA-REFERENCIA
                     PERFORM P510-ABRE-CHAMADO
                WHEN WS-RVT-NAO-RENOVAR(WS-IDX-RNV)
                     AND WS-RVT-FIM-VIGENCIA(WS-IDX-RNV)
                         NOT > WS-DATA-REFERENCIA
                     PERFORM P520-CANCELA-CONTRATO
                WHEN OTHER
                     CONTINUE
            END-EVALUATE.

      ******************************************************************
      * P510-ABRE-CHAMADO
      * Chamado de retorno na categoria RNV (prazo da tabela do SACWS
      * a partir da referencia), canal CONTRATO, responsavel o dono
      * da carteira - sem dono o chamado nasce sem responsavel e
      * entra na reatribuicao do SAC-MAINT. A resposta ainda pode ser
      * registrada no RENEW-MAINT depois do chamado aberto.
      ******************************************************************
       P510-ABRE-CHAMADO.
            IF WS-QTD-SAC-TAB NOT < WS-MAX-SAC
               DISPLAY 'TABELA DE CHAMADOS CHEIA - AVISO DO CLIENTE '
                       WS-RVT-CODIGO(WS-IDX-RNV) ' FICA SEM CHAMADO.'
            ELSE
               MOVE SPACES TO WS-DONO-DA-CONTA
               PERFORM VARYING WS-IDX-CARTEIRA FROM 1 BY 1
                       UNTIL WS-IDX-CARTEIRA > WS-QTD-CARTEIRAS-TAB
                       OR WS-DONO-DA-CONTA NOT = SPACES
                   IF WS-CRT-CLIENTE(WS-IDX-CARTEIRA)
                      = WS-RVT-CODIGO(WS-IDX-RNV)
                      MOVE WS-CRT-OPERADOR(WS-IDX-CARTEIRA)
                           TO WS-DONO-DA-CONTA
                   END-IF
               END-PERFORM

               MOVE WS-CATEGORIA-RETORNO TO WS-SAC-CATEGORIA-PROC
               PERFORM P8613-DESCREVE-CATEGORIA
               MOVE WS-DATA-REFERENCIA TO WS-SAC-DATA-BASE
               PERFORM P8614-CALCULA-PRAZO-SAC
               PERFORM P8612-ULTIMO-NUMERO-SAC
               MOVE WS-RVT-FIM-VIGENCIA(WS-IDX-RNV) TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR

               ADD 1 TO WS-QTD-SAC-TAB
               ADD 1 TO WS-SAC-ULTIMO-NUMERO
               MOVE WS-SAC-ULTIMO-NUMERO
                    TO WS-SCT-NUMERO(WS-QTD-SAC-TAB)
               MOVE WS-RVT-CODIGO(WS-IDX-RNV)
                    TO WS-SCT-CLIENTE(WS-QTD-SAC-TAB)
               MOVE WS-CATEGORIA-RETORNO
                    TO WS-SCT-CATEGORIA(WS-QTD-SAC-TAB)
               MOVE 'C' TO WS-SCT-CANAL(WS-QTD-SAC-TAB)
               MOVE SPACES TO WS-SCT-DESCRICAO(WS-QTD-SAC-TAB)
               STRING 'AVISO DE RENOVACAO SEM RESPOSTA - CONTRATO '
                                            DELIMITED BY SIZE
                      WS-RVT-CONTRATO(WS-IDX-RNV) DELIMITED BY SIZE
                      ' VENCE EM '          DELIMITED BY SIZE
                      WS-DATA-BR            DELIMITED BY SIZE
                      INTO WS-SCT-DESCRICAO(WS-QTD-SAC-TAB)
               END-STRING
               MOVE WS-DONO-DA-CONTA
                    TO WS-SCT-RESPONSAVEL(WS-QTD-SAC-TAB)
               MOVE WS-DATA-REFERENCIA
                    TO WS-SCT-DATA-ABERTURA(WS-QTD-SAC-TAB)
               MOVE WS-SAC-DATA-PRAZO
                    TO WS-SCT-DATA-PRAZO(WS-QTD-SAC-TAB)
               MOVE ZEROS TO WS-SCT-DATA-ENCERRAMENTO(WS-QTD-SAC-TAB)
               MOVE ZEROS TO WS-SCT-DATA-ESCALONAMENTO(WS-QTD-SAC-TAB)
               SET WS-SCT-ABERTO(WS-QTD-SAC-TAB) TO TRUE
               MOVE SPACES TO WS-SCT-NOTA(WS-QTD-SAC-TAB)
               MOVE WS-TRN-PROGRAMA
                    TO WS-SCT-OPERADOR(WS-QTD-SAC-TAB)

               SET WS-RVT-SEM-RESPOSTA(WS-IDX-RNV) TO TRUE
               MOVE WS-SAC-ULTIMO-NUMERO
                    TO WS-RVT-CHAMADO(WS-IDX-RNV)
               SET WS-ALTEROU-AVISOS-SIM TO TRUE
               ADD 1 TO WS-QTD-CHAMADOS
               DISPLAY 'CHAMADO ' WS-SAC-ULTIMO-NUMERO
                       ' ABERTO - CLIENTE ' WS-RVT-CODIGO(WS-IDX-RNV)
                       ' CONTRATO ' WS-RVT-CONTRATO(WS-IDX-RNV)
                       ' SEM RESPOSTA AO AVISO.'
            END-IF.

      ******************************************************************
      * P520-CANCELA-CONTRATO
      * Regras do P400 do CANCEL-CONTRACT: o principal cancela o
      * cliente com antes-da-imagem no TRANS-LOG, os demais mudam so
      * o proprio registro, e o evento leva o motivo, a nota e o
      * operador da resposta NAO RENOVAR. Contrato ja cancelado no
      * CANCEL-CONTRACT so fecha o aviso; cliente ou contrato que nao
      * se le fica para a proxima rodada.
      ******************************************************************
       P520-CANCELA-CONTRATO.
            MOVE WS-RVT-CODIGO(WS-IDX-RNV) TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               IF WS-RVT-CONTRATO(WS-IDX-RNV) = 01
                  PERFORM P8874-PRINCIPAL-DO-CADASTRO
                  MOVE '00' TO WS-CTR-STATUS
               ELSE
                  IF WS-CTR-ABERTO-SIM
                     MOVE CSV-CODIGO TO CTR-CODIGO
                     MOVE WS-RVT-CONTRATO(WS-IDX-RNV)
                          TO CTR-SEQUENCIA
                     READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
                  ELSE
                     MOVE '23' TO WS-CTR-STATUS
                  END-IF
               END-IF
            ELSE
               MOVE WS-CUST-STATUS TO WS-CTR-STATUS
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-CTR-OK
                     ADD 1 TO WS-QTD-NAO-EXECUTADOS
                     DISPLAY 'CANCELAMENTO NAO EXECUTADO - CLIENTE '
                             WS-RVT-CODIGO(WS-IDX-RNV) ' CONTRATO '
                             WS-RVT-CONTRATO(WS-IDX-RNV)
                             ' - STATUS ' WS-CTR-STATUS
                WHEN CTR-PAGTO-CANCELADO
                     SET WS-RVT-CANCELADO(WS-IDX-RNV) TO TRUE
                     MOVE WS-DATA-REFERENCIA
                          TO WS-RVT-DATA-EXECUCAO(WS-IDX-RNV)
                     SET WS-ALTEROU-AVISOS-SIM TO TRUE
                WHEN OTHER
                     PERFORM P530-EXECUTA-CANCELAMENTO
            END-EVALUATE.

       P530-EXECUTA-CANCELAMENTO.
            MOVE WS-RVT-OPERADOR(WS-IDX-RNV) TO WS-TRN-OPERADOR
            IF CTR-PRINCIPAL
               MOVE CSV-CODIGO TO WS-TRN-CHAVE
               MOVE 'CANCELAR' TO WS-TRN-ACAO
               PERFORM P8700-GRAVA-TRANS-LOG
            END-IF

            MOVE CSV-CODIGO                 TO CEV-CODIGO
            MOVE WS-RVT-MOTIVO(WS-IDX-RNV)  TO CEV-MOTIVO
            MOVE WS-RVT-NOTA(WS-IDX-RNV)    TO CEV-NOTA
            MOVE WS-RVT-OPERADOR(WS-IDX-RNV) TO CEV-OPERADOR
            MOVE WS-DATA-REFERENCIA         TO CEV-DATA
            MOVE CSV-FILIAL                 TO CEV-FILIAL
            MOVE CTR-VALOR-CONTRATO         TO CEV-VALOR-ANUAL
            MOVE CTR-SEQUENCIA              TO CEV-CONTRATO
            WRITE REG-EVENTO-CANCEL

            IF CTR-PRINCIPAL
               SET CSV-PAGTO-CANCELADO TO TRUE
               REWRITE CUSTOMER-RECORD
               MOVE WS-CUST-STATUS TO WS-CTR-STATUS
            ELSE
               SET CTR-PAGTO-CANCELADO TO TRUE
               REWRITE REG-CONTRATO
            END-IF
            IF WS-CTR-OK
               SET WS-RVT-CANCELADO(WS-IDX-RNV) TO TRUE
               MOVE WS-DATA-REFERENCIA
                    TO WS-RVT-DATA-EXECUCAO(WS-IDX-RNV)
               SET WS-ALTEROU-AVISOS-SIM TO TRUE
               ADD 1 TO WS-QTD-CANCELADOS
               DISPLAY 'CONTRATO CANCELADO NO FIM DA VIGENCIA - '
                       'CLIENTE ' CSV-CODIGO ' CONTRATO '
                       CTR-SEQUENCIA
            ELSE
               ADD 1 TO WS-QTD-NAO-EXECUTADOS
               DISPLAY 'ERRO AO REGRAVAR - CLIENTE ' CSV-CODIGO
                       ' CONTRATO ' CTR-SEQUENCIA ' - STATUS '
                       WS-CTR-STATUS
            END-IF.

      ******************************************************************
      * P800-REGRAVA
      * Chamados primeiro: se a gravacao deles falhar, os avisos nao
      * sao regravados - o aviso continua AVISADO e o chamado sai na
      * rodada seguinte, sem aviso apontando para chamado inexistente.
      ******************************************************************
       P800-REGRAVA.
            IF WS-QTD-CHAMADOS > ZEROS
               PERFORM P8618-GRAVA-CHAMADOS
               IF NOT WS-SAC-GRAVADOS-SIM
                  DISPLAY 'ERRO AO REGRAVAR OS CHAMADOS - STATUS '
                          WS-SAC-STATUS ' - AVISOS NAO ALTERADOS.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM AND WS-ALTEROU-AVISOS-SIM
               PERFORM P8638-GRAVA-AVISOS-RNV
               IF NOT WS-RNV-GRAVADOS-SIM
                  DISPLAY 'ERRO AO REGRAVAR OS AVISOS - STATUS '
                          WS-RNV-STATUS
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-CADASTRO-ABERTO-SIM
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-CTR-ABERTO-SIM
               CLOSE CADASTRO-CONTRATOS
            END-IF
            IF WS-EVENTOS-OK
               CLOSE EVENTOS-CANCEL
            END-IF
            IF WS-TRANSLOG-OK
               CLOSE TRANS-LOG
            END-IF
            IF WS-CARTAS-OK
               CLOSE ARQUIVO-CARTAS
            END-IF
            IF WS-CORRESP-OK
               CLOSE FILA-CORRESP
            END-IF

            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'AVISOS DE RENOVACAO: ' WS-QTD-AVISOS
                       ' GERADO(S), ' WS-QTD-CHAMADOS
                       ' CHAMADO(S) POR FALTA DE RESPOSTA, '
                       WS-QTD-CANCELADOS ' CANCELAMENTO(S), '
                       WS-QTD-NAO-EXECUTADOS ' NAO EXECUTADO(S).'
               IF WS-QTD-NAO-EXECUTADOS > ZEROS
                  OR WS-QTD-SEM-VAGA > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

      ******************************************************************
      * P8960-ENFILEIRA-CORRESP
      * Um registro na fila de correspondencia por aviso gerado - o
      * mesmo tipo RENOVACA da carta de reajuste do ADJUST-APPLY.
      * Fila indisponivel nao segura o aviso, so avisa.
      ******************************************************************
       P8960-ENFILEIRA-CORRESP.
            IF WS-CORRESP-OK
               MOVE CSV-CODIGO TO CRQ-CODIGO
               MOVE 'RENOVACA' TO CRQ-TIPO-DOC
               MOVE 'RENWNTC.txt ' TO CRQ-REFERENCIA
               ACCEPT CRQ-DATA FROM DATE YYYYMMDD
               SET CRQ-PENDENTE TO TRUE
               WRITE REG-FILA-CORRESP
            END-IF.

           COPY ASOFPA.
           COPY DTCONVP.
           COPY CTRPA.
           COPY TRANSLPA.
           COPY SACPA.
           COPY RNVPA.

           COPY ENVCFGPA.
       END PROGRAM RENEW-NOTICE.
