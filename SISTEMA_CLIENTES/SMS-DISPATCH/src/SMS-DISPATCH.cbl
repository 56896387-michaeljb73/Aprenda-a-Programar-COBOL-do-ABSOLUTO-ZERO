      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Despachante do canal SMS da fila de correspondencia
      *            (CORRQUE.dat, copybook CORRQF): para cada item
      *            AGUARDANDO SMS (lembrete de vencimento, cobranca
      *            ou recibo de cliente sem e-mail utilizavel,
      *            deixado pelo CORR-DISPATCH), confere o cliente, o
      *            consentimento e o celular e grava a mensagem no
      *            arquivo do gateway de SMS (SMSOUT.txt) com o texto
      *            curto do tipo vindo do SMSTMPL.dat (linha 'tipo +
      *            texto'). O item passa a NO GATEWAY e fecha ENVIADA
      *            ou FALHA quando o SMS-RETURN carrega o retorno de
      *            entrega. Celular valido = 11 digitos numericos,
      *            DDD da tabela DDD x UF e numero comecando em 9 (o
      *            padrao do FONE-MIGRATE/PHONE-NORMALIZE). Fora da
      *            janela de envio (WS-HORA-INICIO-SMS a
      *            WS-HORA-FIM-SMS) nada sai: os itens continuam
      *            aguardando para a proxima rodada. O relatorio
      *            SMSSTAT.txt fecha a rodada.
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
       PROGRAM-ID. SMS-DISPATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY PESSL.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILA-STATUS.

           SELECT TEMPLATES-SMS ASSIGN TO
           'src\assets\SMSTMPL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATES-STATUS.

           SELECT SAIDA-SMS ASSIGN TO
           'src\assets\SMSOUT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAIDA-STATUS.

           SELECT RELATORIO-SMS ASSIGN TO
           'src\assets\SMSSTAT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  FILA-CORRESP.
           COPY CORRQF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  TEMPLATES-SMS.
       01  REG-TEMPLATE-SMS.
           05  TSM-TIPO-DOC            PIC X(08).
           05  TSM-TEXTO               PIC X(120).

      * MENSAGEM PARA O GATEWAY: CHAVE DO ITEM DA FILA (DEVOLVIDA NO
      * RETORNO DE ENTREGA), CELULAR COM O CODIGO DO PAIS E O TEXTO
       FD  SAIDA-SMS.
       01  REG-SAIDA-SMS.
           05  SMS-CHAVE-ITEM          PIC X(34).
           05  SMS-CELULAR             PIC X(13).
           05  SMS-TEXTO               PIC X(120).

       FD  RELATORIO-SMS.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-FILA-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-FILA-OK                      VALUE '00'.
       77  WS-TEMPLATES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-TEMPLATES-OK                 VALUE '00'.
       77  WS-SAIDA-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-SAIDA-OK                     VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-FILA             PIC X(01)   VALUE 'N'.
           88  WS-FIM-FILA-SIM                 VALUE 'S'.
       77  WS-FIM-TEMPLATES        PIC X(01)   VALUE 'N'.
           88  WS-FIM-TEMPLATES-SIM            VALUE 'S'.

      * JANELA DE ENVIO (HHMM) - FORA DELA E HORARIO DE SILENCIO E
      * NENHUM SMS SAI NA RODADA
       77  WS-HORA-INICIO-SMS      PIC 9(04)   VALUE 0800.
       77  WS-HORA-FIM-SMS         PIC 9(04)   VALUE 2000.
       01  WS-HORA-AGORA           PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-AGORA-R REDEFINES WS-HORA-AGORA.
           05  WS-HORA-AGORA-HHMM      PIC 9(04).
           05  FILLER                  PIC 9(04).
       77  WS-SILENCIO             PIC X(01)   VALUE 'N'.
           88  WS-SILENCIO-SIM                 VALUE 'S'.

      * FILA EM MEMORIA - REGRAVADA NO FINAL COM AS SITUACOES NOVAS
       77  WS-MAX-FILA             PIC 9(03)   VALUE 500.
       77  WS-QTD-FILA-TAB         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-FILA             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-FILA-MUDOU           PIC X(01)   VALUE 'N'.
           88  WS-FILA-MUDOU-SIM               VALUE 'S'.
       01  WS-TAB-FILA.
           05  WS-FILA-LINHA       PIC X(35)  OCCURS 500 TIMES.

      * TEMPLATES EM MEMORIA - UMA LINHA CURTA POR TIPO
       77  WS-MAX-TEMPLATES        PIC 9(02)   VALUE 20.
       77  WS-QTD-TEMPLATES-TAB    PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-TEMPLATE         PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-TEMPLATE-ACHADO  PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-TEMPLATES.
           05  WS-TEMPLATE-ENTRADA OCCURS 20 TIMES.
               10  WS-TSM-TIPO         PIC X(08).
               10  WS-TSM-TEXTO        PIC X(120).

      * CRITICA DO CELULAR - DDD + 9 DIGITOS COMECANDO EM 9
       01  WS-CELULAR              PIC X(11)   VALUE SPACES.
       01  WS-CELULAR-R REDEFINES WS-CELULAR.
           05  WS-CELULAR-DDD          PIC X(02).
           05  WS-CELULAR-NUM          PIC X(09).
       01  WS-CELULAR-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CELULAR-VALIDO-SIM           VALUE 'S'.
       01  WS-CODIGO-PAIS          PIC X(02)   VALUE '55'.

       01  WS-MOTIVO-FALHA         PIC X(30)   VALUE SPACES.
       77  WS-QTD-NO-GATEWAY       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FALHAS           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-AGUARDANDO       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * TABELA DDD -> UF PARA A CRITICA DO DDD (COPYBOOKS DDDUF*)
           COPY DDDUFWS.

      * PESSOA DO CLIENTE QUE CUIDA DO TIPO DE DOCUMENTO - O TELEFONE
      * DELA, OU O DO CADASTRO (COPYBOOKS PES*)
           COPY PESWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM AND NOT WS-SILENCIO-SIM
               PERFORM P300-DESPACHA-FILA
               PERFORM P600-FECHA-RODADA
               IF WS-FILA-MUDOU-SIM
                  PERFORM P800-REGRAVA-FILA
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Horario de silencio e conferido antes de abrir qualquer
      * arquivo - a rodada fora da janela nao mexe na fila nem
      * sobrepoe o SMSOUT.txt da rodada anterior.
      ******************************************************************
       P100-INICIO.
            ACCEPT WS-HORA-AGORA FROM TIME
            IF WS-HORA-AGORA-HHMM < WS-HORA-INICIO-SMS
               OR WS-HORA-AGORA-HHMM NOT < WS-HORA-FIM-SMS
               SET WS-SILENCIO-SIM TO TRUE
               DISPLAY 'HORARIO DE SILENCIO (' WS-HORA-AGORA-HHMM
                       ') - SMS SO SAI ENTRE ' WS-HORA-INICIO-SMS
                       ' E ' WS-HORA-FIM-SMS '. ITENS CONTINUAM '
                       'AGUARDANDO.'
            ELSE
               OPEN INPUT CUSTOMER-MASTER
               OPEN OUTPUT SAIDA-SMS
               OPEN OUTPUT RELATORIO-SMS
               PERFORM P8890-ABRE-PESSOAS-LEITURA

               IF NOT WS-CUST-OK OR NOT WS-SAIDA-OK
                  OR NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                          WS-CUST-STATUS ' SAIDA: ' WS-SAIDA-STATUS
                          ' RELATORIO: ' WS-RELATORIO-STATUS
               ELSE
                  PERFORM P150-CARREGA-FILA
                  PERFORM P170-CARREGA-TEMPLATES
               END-IF
            END-IF.

       P150-CARREGA-FILA.
            OPEN INPUT FILA-CORRESP
            IF WS-FILA-OK
               PERFORM P160-LE-FILA UNTIL WS-FIM-FILA-SIM
               CLOSE FILA-CORRESP
            ELSE
               DISPLAY 'FILA DE CORRESPONDENCIA AUSENTE - NADA A '
                       'DESPACHAR.'
            END-IF.

       P160-LE-FILA.
            READ FILA-CORRESP
                 AT END SET WS-FIM-FILA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FILA-SIM
               IF WS-QTD-FILA-TAB < WS-MAX-FILA
                  ADD 1 TO WS-QTD-FILA-TAB
                  MOVE REG-FILA-CORRESP
                       TO WS-FILA-LINHA(WS-QTD-FILA-TAB)
               ELSE
                  DISPLAY 'FILA CHEIA - EXCEDENTE FICA PARA A '
                          'PROXIMA RODADA.'
                  SET WS-FIM-FILA-SIM TO TRUE
               END-IF
            END-IF.

       P170-CARREGA-TEMPLATES.
            OPEN INPUT TEMPLATES-SMS
            IF WS-TEMPLATES-OK
               PERFORM P180-LE-TEMPLATE UNTIL WS-FIM-TEMPLATES-SIM
               CLOSE TEMPLATES-SMS
            ELSE
               DISPLAY 'TEMPLATES DE SMS AUSENTES (SMSTMPL.dat) - '
                       'ITENS FALHAM SEM TEXTO.'
            END-IF.

       P180-LE-TEMPLATE.
            READ TEMPLATES-SMS
                 AT END SET WS-FIM-TEMPLATES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-TEMPLATES-SIM
               IF WS-QTD-TEMPLATES-TAB < WS-MAX-TEMPLATES
                  ADD 1 TO WS-QTD-TEMPLATES-TAB
                  MOVE TSM-TIPO-DOC
                       TO WS-TSM-TIPO(WS-QTD-TEMPLATES-TAB)
                  MOVE TSM-TEXTO
                       TO WS-TSM-TEXTO(WS-QTD-TEMPLATES-TAB)
               ELSE
                  SET WS-FIM-TEMPLATES-SIM TO TRUE
               END-IF
            END-IF.

       P300-DESPACHA-FILA.
            PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                    UNTIL WS-IDX-FILA > WS-QTD-FILA-TAB
                MOVE WS-FILA-LINHA(WS-IDX-FILA)
                     TO REG-FILA-CORRESP
                IF CRQ-AGUARDA-SMS
                   PERFORM P310-DESPACHA-UMA
                   MOVE REG-FILA-CORRESP
                        TO WS-FILA-LINHA(WS-IDX-FILA)
                   SET WS-FILA-MUDOU-SIM TO TRUE
                END-IF
            END-PERFORM.

      ******************************************************************
      * P310-DESPACHA-UMA
      * Cliente tem de existir e estar ativo, sem a marca de
      * nao-contatar (SMS so com consentimento), com celular valido
      * e template para o tipo. O numero e o da pessoa do papel que
      * cuida do tipo de documento (P8892) - sem ela, o do cadastro.
      * O que nao passa fecha FALHA com o motivo no relatorio.
      ******************************************************************
       P310-DESPACHA-UMA.
            MOVE SPACES TO WS-MOTIVO-FALHA
            MOVE CRQ-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               MOVE CRQ-TIPO-DOC TO WS-PES-TIPO-DOC
               PERFORM P8892-PESSOA-DO-DOCUMENTO
               PERFORM P320-CONFERE-CELULAR
               PERFORM P330-LOCALIZA-TEMPLATE
            END-IF
            EVALUATE TRUE
                WHEN NOT WS-CUST-OK
                     MOVE 'CLIENTE NAO ENCONTRADO'
                          TO WS-MOTIVO-FALHA
                WHEN CSV-REGISTRO-EXCLUIDO
                     MOVE 'CLIENTE EXCLUIDO' TO WS-MOTIVO-FALHA
                WHEN CSV-NAO-CONTATAR
                     MOVE 'SEM CONSENTIMENTO (NAO-CONTATAR)'
                          TO WS-MOTIVO-FALHA
                WHEN NOT WS-CELULAR-VALIDO-SIM
                     MOVE 'SEM CELULAR VALIDO'
                          TO WS-MOTIVO-FALHA
                WHEN WS-IDX-TEMPLATE-ACHADO = ZEROS
                     MOVE 'TIPO SEM TEMPLATE DE SMS'
                          TO WS-MOTIVO-FALHA
            END-EVALUATE

            IF WS-MOTIVO-FALHA = SPACES
               PERFORM P400-GRAVA-SMS
               SET CRQ-NO-GATEWAY-SMS TO TRUE
               ADD 1 TO WS-QTD-NO-GATEWAY
            ELSE
               SET CRQ-FALHA TO TRUE
               ADD 1 TO WS-QTD-FALHAS
               MOVE SPACES TO REG-RELATORIO
               STRING 'FALHA CLIENTE '  DELIMITED BY SIZE
                      CRQ-CODIGO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CRQ-TIPO-DOC      DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WS-MOTIVO-FALHA   DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P320-CONFERE-CELULAR
      * Mesma regra do PHONE-NORMALIZE/DQ-SCAN para celular: 11
      * digitos, o terceiro igual a 9, e o DDD tem de constar da
      * tabela DDD x UF. Fixo de 8 digitos nao recebe SMS.
      ******************************************************************
       P320-CONFERE-CELULAR.
            MOVE 'N' TO WS-CELULAR-VALIDO
            MOVE WS-PES-FONE TO WS-CELULAR
            IF WS-CELULAR IS NUMERIC
               AND WS-CELULAR-NUM(1:1) = '9'
               MOVE WS-CELULAR-DDD TO WS-DDD-CONSULTA
               PERFORM P8470-CONSULTA-DDD-UF
               IF WS-UF-DO-DDD NOT = SPACES
                  SET WS-CELULAR-VALIDO-SIM TO TRUE
               END-IF
            END-IF.

       P330-LOCALIZA-TEMPLATE.
            MOVE ZEROS TO WS-IDX-TEMPLATE-ACHADO
            PERFORM VARYING WS-IDX-TEMPLATE FROM 1 BY 1
                    UNTIL WS-IDX-TEMPLATE > WS-QTD-TEMPLATES-TAB
                    OR WS-IDX-TEMPLATE-ACHADO > ZEROS
                IF WS-TSM-TIPO(WS-IDX-TEMPLATE) = CRQ-TIPO-DOC
                   MOVE WS-IDX-TEMPLATE TO WS-IDX-TEMPLATE-ACHADO
                END-IF
            END-PERFORM.

       P400-GRAVA-SMS.
            MOVE SPACES TO REG-SAIDA-SMS
            MOVE REG-FILA-CORRESP(1:34) TO SMS-CHAVE-ITEM
            STRING WS-CODIGO-PAIS DELIMITED BY SIZE
                   WS-CELULAR     DELIMITED BY SIZE
                   INTO SMS-CELULAR
            END-STRING
            MOVE WS-TSM-TEXTO(WS-IDX-TEMPLATE-ACHADO) TO SMS-TEXTO
            WRITE REG-SAIDA-SMS.

       P600-FECHA-RODADA.
            PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                    UNTIL WS-IDX-FILA > WS-QTD-FILA-TAB
                MOVE WS-FILA-LINHA(WS-IDX-FILA)
                     TO REG-FILA-CORRESP
                IF CRQ-NO-GATEWAY-SMS
                   ADD 1 TO WS-QTD-AGUARDANDO
                END-IF
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-NO-GATEWAY TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'ENTREGUES AO GATEWAY.....: ' DELIMITED BY SIZE
                   WS-QTD-ED    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-FALHAS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'FALHAS...................: ' DELIMITED BY SIZE
                   WS-QTD-ED    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-AGUARDANDO TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'NO GATEWAY SEM RETORNO...: ' DELIMITED BY SIZE
                   WS-QTD-ED    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P800-REGRAVA-FILA.
            MOVE SPACES TO WS-FILA-STATUS
            OPEN OUTPUT FILA-CORRESP
            IF NOT WS-FILA-OK
               DISPLAY 'ERRO AO REGRAVAR FILA - STATUS '
                       WS-FILA-STATUS
            ELSE
               PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                       UNTIL WS-IDX-FILA > WS-QTD-FILA-TAB
                   MOVE WS-FILA-LINHA(WS-IDX-FILA)
                        TO REG-FILA-CORRESP
                   WRITE REG-FILA-CORRESP
               END-PERFORM
               CLOSE FILA-CORRESP
            END-IF.

       P900-FINAL.
            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-SILENCIO-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     CLOSE CUSTOMER-MASTER
                     CLOSE SAIDA-SMS
                     CLOSE RELATORIO-SMS
                     MOVE 'SMS-DISPATCH' TO WS-SPL-PROGRAMA
                     MOVE 'src\assets\SMSSTAT.txt'
                          TO WS-SPL-ARQUIVO
                     PERFORM P8930-CATALOGA-RELATORIO
                     IF WS-PES-ABERTO-SIM
                        CLOSE CADASTRO-PESSOAS
                     END-IF
                     DISPLAY 'DESPACHO SMS: ' WS-QTD-NO-GATEWAY
                             ' ENTREGUE(S) AO GATEWAY, '
                             WS-QTD-FALHAS ' FALHA(S).'
                     IF WS-QTD-FALHAS > 0
                        MOVE 4 TO RETURN-CODE
                     ELSE
                        MOVE 0 TO RETURN-CODE
                     END-IF
            END-EVALUATE.

           COPY DDDUFPA.
           COPY PESPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM SMS-DISPATCH.
