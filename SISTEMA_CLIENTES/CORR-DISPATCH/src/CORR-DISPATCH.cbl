      *            cobertura do tipo vindo do CORRTMPL.dat (linhas
      *            'tipo + texto'; tipo sem template sai so com o
      *            cabecalho). O item fecha ENVIADA ou FALHA e o
      *            relatorio CORRSTAT.txt fecha o dia. Lembrete de
      *            vencimento, cobranca e recibo sem e-mail
      *            utilizavel ficam AGUARDANDO SMS, para o
      *            SMS-DISPATCH.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Cabecalho da mensagem ganhou o endereco postal
      *                  de correspondencia do cliente (cadastro de
      *                  enderecos, copybooks ENR*) com linha A/C; sem
      *                  ele, o de cobranca e depois o do cadastro.
      * 15/10/2026  MJB  Mensagem vai para a pessoa do cliente que cuida
      *                  do tipo de documento (cadastro de pessoas,
      *                  copybooks PES*) - cobranca, recibo, extrato e
      *                  negativacao ao financeiro, cotacao ao
      *                  comprador, renovacao ao socio - com linha
      *                  ATENCAO; sem pessoa com consentimento, o e-mail
      *                  do cadastro.
      * 15/10/2026  MJB  Lembrete de vencimento, cobranca e recibo de
      *                  cliente sem e-mail utilizavel deixaram de
      *                  fechar FALHA: ficam AGUARDANDO SMS na fila,
      *                  para o SMS-DISPATCH mandar pelo gateway de SMS.
      * 15/10/2026  MJB  Informe anual de pagamentos (tipo INFORME, do
      *                  PAY-STATEMENT) vai a pessoa do financeiro do
      *                  cliente, como o extrato.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORR-DISPATCH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ENRSL.
           COPY PESSL.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
       FD  FILA-CORRESP.
           COPY CORRQF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  TEMPLATES.
       01  REG-TEMPLATE.
           05  TPL-TIPO-DOC            PIC X(08).
               10  WS-TPL-LINHA        PIC X(60).

       01  WS-MOTIVO-FALHA         PIC X(30)   VALUE SPACES.
       77  WS-VAI-POR-SMS          PIC X(01)   VALUE 'N'.
           88  WS-VAI-POR-SMS-SIM              VALUE 'S'.
       77  WS-QTD-ENVIADAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FALHAS           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PARA-SMS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * ENDERECO POSTAL DE CORRESPONDENCIA DO CLIENTE, NO CABECALHO
      * DA MENSAGEM (COPYBOOKS ENR*)
           COPY ENRWS.

      * PESSOA DO CLIENTE QUE RECEBE O TIPO DE DOCUMENTO - FINANCEIRO,
      * COMPRADOR OU SOCIO, OU O CONTATO DO CADASTRO (COPYBOOKS PES*)
           COPY PESWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT SAIDA-GATEWAY
            OPEN OUTPUT RELATORIO-DIA
            PERFORM P8880-ABRE-ENDERECOS-LEITURA
            PERFORM P8890-ABRE-PESSOAS-LEITURA

            IF NOT WS-CUST-OK OR NOT WS-SAIDA-OK
               OR NOT WS-RELATORIO-OK
      ******************************************************************
      * P310-DESPACHA-UMA
      * Cliente tem de existir, estar ativo e ter e-mail; tipo de
      * marketing respeita a marca de nao-contatar. O e-mail e o da
      * pessoa do papel que cuida do tipo de documento (P8892) - sem
      * ela, o do cadastro. O que nao passa fecha FALHA com o motivo
      * no relatorio do dia. Sem e-mail, o tipo que tem canal SMS
      * (CRQ-TIPO-SMS) nao falha: fica AGUARDANDO SMS para o
      * SMS-DISPATCH, que aplica as regras do celular.
      ******************************************************************
       P310-DESPACHA-UMA.
            MOVE SPACES TO WS-MOTIVO-FALHA
            MOVE 'N' TO WS-VAI-POR-SMS
            MOVE CRQ-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               MOVE CRQ-TIPO-DOC TO WS-PES-TIPO-DOC
               PERFORM P8892-PESSOA-DO-DOCUMENTO
            END-IF
            EVALUATE TRUE
                WHEN NOT WS-CUST-OK
                     MOVE 'CLIENTE NAO ENCONTRADO'
                          TO WS-MOTIVO-FALHA
                WHEN CSV-REGISTRO-EXCLUIDO
                     MOVE 'CLIENTE EXCLUIDO' TO WS-MOTIVO-FALHA
                WHEN WS-PES-EMAIL = SPACES AND CRQ-TIPO-SMS
                     SET WS-VAI-POR-SMS-SIM TO TRUE
                WHEN WS-PES-EMAIL = SPACES
                     MOVE 'SEM E-MAIL UTILIZAVEL'
                          TO WS-MOTIVO-FALHA
                WHEN CRQ-TIPO-MARKETING AND CSV-NAO-CONTATAR
                          TO WS-MOTIVO-FALHA
            END-EVALUATE

            EVALUATE TRUE
                WHEN WS-VAI-POR-SMS-SIM
                     SET CRQ-AGUARDA-SMS TO TRUE
                     ADD 1 TO WS-QTD-PARA-SMS
                     MOVE SPACES TO REG-RELATORIO
                     STRING 'SMS   CLIENTE '  DELIMITED BY SIZE
                            CRQ-CODIGO        DELIMITED BY SIZE
                            ' '               DELIMITED BY SIZE
                            CRQ-TIPO-DOC      DELIMITED BY SIZE
                            ' - SEM E-MAIL, SEGUE PARA O CANAL SMS'
                                              DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                     WRITE REG-RELATORIO
                WHEN WS-MOTIVO-FALHA = SPACES
                     PERFORM P400-MONTA-MENSAGEM
                     SET CRQ-ENVIADA TO TRUE
                     ADD 1 TO WS-QTD-ENVIADAS
                WHEN OTHER
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
            END-EVALUATE.

       P400-MONTA-MENSAGEM.
            MOVE SPACES TO REG-SAIDA
            STRING 'PARA: '     DELIMITED BY SIZE
                   WS-PES-EMAIL DELIMITED BY SIZE
                   INTO REG-SAIDA
            END-STRING
            WRITE REG-SAIDA
            IF WS-PES-SEQ-ACHADA > ZEROS
               PERFORM P8896-DESCREVE-PAPEL
               MOVE SPACES TO REG-SAIDA
               STRING 'ATENCAO: '        DELIMITED BY SIZE
                      WS-PES-NOME        DELIMITED BY SIZE
                      ' ('               DELIMITED BY SIZE
                      WS-PES-PAPEL-DESC  DELIMITED BY SPACE
                      ')'                DELIMITED BY SIZE
                      INTO REG-SAIDA
               END-STRING
               WRITE REG-SAIDA
            END-IF

      *     ENDERECO DE CORRESPONDENCIA (SEM ELE, O DE COBRANCA E
      *     DEPOIS O DO CADASTRO) - O GATEWAY USA NA VIA IMPRESSA
            MOVE 'R' TO WS-ENR-TIPO-PEDIDO
            PERFORM P8882-ENDERECO-DO-TIPO
            IF WS-ENR-AOS-CUIDADOS NOT = SPACES
               MOVE SPACES TO REG-SAIDA
               STRING 'A/C: '             DELIMITED BY SIZE
                      WS-ENR-AOS-CUIDADOS DELIMITED BY SIZE
                      INTO REG-SAIDA
               END-STRING
               WRITE REG-SAIDA
            END-IF
            MOVE SPACES TO REG-SAIDA
            STRING 'ENDERECO POSTAL: ' DELIMITED BY SIZE
                   WS-ENR-LOGRADOURO  DELIMITED BY SIZE
                   ' - '              DELIMITED BY SIZE
                   WS-ENR-CIDADE      DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WS-ENR-UF          DELIMITED BY SIZE
                   ' CEP '            DELIMITED BY SIZE
                   WS-ENR-CEP         DELIMITED BY SIZE
                   INTO REG-SAIDA
            END-STRING
            WRITE REG-SAIDA

            MOVE SPACES TO REG-SAIDA
            STRING 'DOCUMENTO: ' DELIMITED BY SIZE
                   CRQ-TIPO-DOC  DELIMITED BY SIZE
                   WS-QTD-ED    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-PARA-SMS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'PARA SMS: ' DELIMITED BY SIZE
                   WS-QTD-ED    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P800-REGRAVA-FILA.
               CLOSE CUSTOMER-MASTER
               CLOSE SAIDA-GATEWAY
               CLOSE RELATORIO-DIA
               MOVE 'CORR-DISPATCH' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CORRSTAT.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               IF WS-ENR-ABERTO-SIM
                  CLOSE CADASTRO-ENDERECOS
               END-IF
               IF WS-PES-ABERTO-SIM
                  CLOSE CADASTRO-PESSOAS
               END-IF
               DISPLAY 'DESPACHO: ' WS-QTD-ENVIADAS ' ENVIADA(S), '
                       WS-QTD-FALHAS ' FALHA(S), '
                       WS-QTD-PARA-SMS ' PARA O CANAL SMS.'
               IF WS-QTD-FALHAS > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
               END-IF
            END-IF.

           COPY ENRPA.
           COPY PESPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CORR-DISPATCH.
