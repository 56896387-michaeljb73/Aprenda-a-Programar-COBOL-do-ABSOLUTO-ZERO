      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Historico impresso do contrato (CTRHIST.txt): para
      *            o cliente e o contrato pedidos (0 = todos os
      *            contratos do cliente), imprime os termos atuais do
      *            CONTRATOS.dat e, em ordem, todos os aditivos do
      *            ADITIVOS.dat - numero, data de efeito, termos
      *            anteriores e novos, motivo, documento assinado e
      *            supervisor que aprovou. E a resposta para o
      *            'aditivo 3 do contrato X' do juridico e da
      *            auditoria, que antes era garimpado no TRANS-LOG.
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
       PROGRAM-ID. CONTRACT-HIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY CTRSL.
           COPY ADTSL.

           SELECT RELATORIO-HISTORICO ASSIGN TO
           'src\assets\CTRHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  HISTORICO-ADITIVOS.
           COPY ADTF.

       FD  RELATORIO-HISTORICO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-ADT-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ADT-OK                       VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-PROGRAMA         PIC X(01)   VALUE 'N'.
           88  WS-FIM-SIM                      VALUE 'S'.
       77  WS-FIM-ADITIVOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ADITIVOS-SIM             VALUE 'S'.

      * CADASTRO DE CONTRATOS (COPYBOOKS CTR*)
           COPY CTRWS.
       77  WS-CODIGO-PROCURADO     PIC 9(06)   VALUE ZEROS.
       77  WS-CONTRATO-INFORMADO   PIC 9(02)   VALUE ZEROS.

       77  WS-QTD-CONTRATOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ADITIVOS-CTR     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-ADITIVOS         PIC 9(05)   VALUE ZEROS COMP.
       01  WS-STATUS-PAGTO-DESC    PIC X(11)   VALUE SPACES.
       77  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-NOVO-ED        PIC ZZZ.ZZZ.ZZ9,99.

      * CONVERSAO DE DATA ISO (AAAAMMDD) -> BR (DD/MM/AAAA)
           COPY DTCONVW.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-CONSULTA UNTIL WS-FIM-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8870-ABRE-CONTRATOS-LEITURA
            OPEN OUTPUT RELATORIO-HISTORICO

            IF NOT WS-CUST-OK OR NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' RELATORIO: '
                       WS-RELATORIO-STATUS
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
            END-IF.

       P200-CONSULTA.
            DISPLAY ' '
            DISPLAY 'CODIGO DO CLIENTE (0 ENCERRA): '
            MOVE ZEROS TO WS-CODIGO-PROCURADO
            ACCEPT WS-CODIGO-PROCURADO

            IF WS-CODIGO-PROCURADO = ZEROS
               SET WS-FIM-SIM TO TRUE
            ELSE
               MOVE WS-CODIGO-PROCURADO TO CSV-CODIGO
               READ CUSTOMER-MASTER KEY IS CSV-CODIGO
               IF NOT WS-CUST-OK
                  DISPLAY 'CLIENTE NAO ENCONTRADO.'
               ELSE
                  DISPLAY 'CONTRATO (0 = TODOS DO CLIENTE): '
                  MOVE ZEROS TO WS-CONTRATO-INFORMADO
                  ACCEPT WS-CONTRATO-INFORMADO
                  PERFORM P250-SELECIONA-CONTRATOS
               END-IF
            END-IF.

      ******************************************************************
      * P250-SELECIONA-CONTRATOS
      * Todos os contratos do cliente pela varredura do P8872/P8873,
      * ou so o pedido - o principal montado do cadastro, os demais
      * lidos do CONTRATOS.dat.
      ******************************************************************
       P250-SELECIONA-CONTRATOS.
            EVALUATE TRUE
                WHEN WS-CONTRATO-INFORMADO = ZEROS
                     PERFORM P8872-PRIMEIRO-CONTRATO
                     PERFORM UNTIL WS-FIM-CONTRATOS-SIM
                         PERFORM P300-IMPRIME-CONTRATO
                         PERFORM P8873-PROXIMO-CONTRATO
                     END-PERFORM
                WHEN WS-CONTRATO-INFORMADO = 01
                     PERFORM P8874-PRINCIPAL-DO-CADASTRO
                     PERFORM P300-IMPRIME-CONTRATO
                WHEN NOT WS-CTR-ABERTO-SIM
                     DISPLAY 'CONTRATO ' WS-CONTRATO-INFORMADO
                             ' NAO CADASTRADO PARA O CLIENTE.'
                WHEN OTHER
                     MOVE CSV-CODIGO            TO CTR-CODIGO
                     MOVE WS-CONTRATO-INFORMADO TO CTR-SEQUENCIA
                     READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
                     IF WS-CTR-OK
                        PERFORM P300-IMPRIME-CONTRATO
                     ELSE
                        DISPLAY 'CONTRATO ' WS-CONTRATO-INFORMADO
                                ' NAO CADASTRADO PARA O CLIENTE.'
                     END-IF
            END-EVALUATE.

       P300-IMPRIME-CONTRATO.
            ADD 1 TO WS-QTD-CONTRATOS
            PERFORM P350-DESCREVE-STATUS-PAGTO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTE '       DELIMITED BY SIZE
                   CSV-CODIGO       DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                   ' '              DELIMITED BY SIZE
                   CSV-NOME-ULTIMO  DELIMITED BY SPACE
                   ' - CONTRATO '   DELIMITED BY SIZE
                   CTR-SEQUENCIA    DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   CTR-DESCRICAO    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  TERMOS ATUAIS: '      DELIMITED BY SIZE
                   WS-VALOR-ED              DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   CTR-MOEDA-CONTRATO       DELIMITED BY SIZE
                   ' VIGENCIA '             DELIMITED BY SIZE
                   CTR-DATA-INICIO-VIGENCIA DELIMITED BY SIZE
                   ' A '                    DELIMITED BY SIZE
                   CTR-DATA-FIM-VIGENCIA    DELIMITED BY SIZE
                   ' - '                    DELIMITED BY SIZE
                   WS-STATUS-PAGTO-DESC     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-QTD-ADITIVOS-CTR
            MOVE 'N' TO WS-FIM-ADITIVOS
            OPEN INPUT HISTORICO-ADITIVOS
            IF WS-ADT-OK
               PERFORM P310-LE-ADITIVO UNTIL WS-FIM-ADITIVOS-SIM
               CLOSE HISTORICO-ADITIVOS
            END-IF

            IF WS-QTD-ADITIVOS-CTR = ZEROS
               PERFORM P8300-CONTROLA-PAGINA
               MOVE '  SEM ADITIVOS - VALEM OS TERMOS ORIGINAIS.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P310-LE-ADITIVO
      * O ADITIVOS.dat e gravado em EXTEND e o numero cresce dentro do
      * contrato - a ordem do arquivo ja e a ordem dos aditivos.
      ******************************************************************
       P310-LE-ADITIVO.
            READ HISTORICO-ADITIVOS
                 AT END SET WS-FIM-ADITIVOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ADITIVOS-SIM
               IF ADT-CODIGO = CTR-CODIGO
                  AND ADT-CONTRATO = CTR-SEQUENCIA
                  ADD 1 TO WS-QTD-ADITIVOS-CTR
                  ADD 1 TO WS-QTD-ADITIVOS
                  PERFORM P320-IMPRIME-ADITIVO
               END-IF
            END-IF.

       P320-IMPRIME-ADITIVO.
            MOVE ADT-DATA-EFEITO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  ADITIVO '        DELIMITED BY SIZE
                   ADT-NUMERO          DELIMITED BY SIZE
                   ' - EFEITO '        DELIMITED BY SIZE
                   WS-DATA-BR          DELIMITED BY SIZE
                   ' - REGISTRADO EM ' DELIMITED BY SIZE
                   ADT-DATA-REGISTRO   DELIMITED BY SIZE
                   ' - APROVADOR '     DELIMITED BY SIZE
                   ADT-APROVADOR       DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ADT-VALOR-ANTERIOR TO WS-VALOR-ED
            MOVE ADT-VALOR-NOVO     TO WS-VALOR-NOVO-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '    VALOR...: '    DELIMITED BY SIZE
                   WS-VALOR-ED         DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   ADT-MOEDA-ANTERIOR  DELIMITED BY SIZE
                   ' -> '              DELIMITED BY SIZE
                   WS-VALOR-NOVO-ED    DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   ADT-MOEDA-NOVA      DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '    VIGENCIA: '    DELIMITED BY SIZE
                   ADT-INICIO-ANTERIOR DELIMITED BY SIZE
                   ' A '               DELIMITED BY SIZE
                   ADT-FIM-ANTERIOR    DELIMITED BY SIZE
                   ' -> '              DELIMITED BY SIZE
                   ADT-INICIO-NOVO     DELIMITED BY SIZE
                   ' A '               DELIMITED BY SIZE
                   ADT-FIM-NOVO        DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '    MOTIVO..: '    DELIMITED BY SIZE
                   ADT-MOTIVO          DELIMITED BY SIZE
                   ' DOCUMENTO: '      DELIMITED BY SIZE
                   ADT-DOCUMENTO       DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P350-DESCREVE-STATUS-PAGTO.
            EVALUATE TRUE
                WHEN CTR-PAGTO-PENDENTE
                     MOVE 'PENDENTE'  TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-FATURADO
                     MOVE 'FATURADO'  TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-PAGO
                     MOVE 'PAGO'      TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-ATRASADO
                     MOVE 'ATRASADO'  TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-CANCELADO
                     MOVE 'CANCELADO' TO WS-STATUS-PAGTO-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDO' TO WS-STATUS-PAGTO-DESC
            END-EVALUATE.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED

            MOVE SPACES TO REG-RELATORIO
            STRING '===== HISTORICO DE CONTRATOS E ADITIVOS - '
                   DELIMITED BY SIZE
                   'PAGINA '         DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED  DELIMITED BY SIZE
                   ' ====='          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               CLOSE RELATORIO-HISTORICO
               MOVE 'CONTRACT-HIST' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CTRHIST.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'CONTRATOS IMPRESSOS: ' WS-QTD-CONTRATOS
               DISPLAY 'ADITIVOS IMPRESSOS.: ' WS-QTD-ADITIVOS
               DISPLAY 'HISTORICO EM CTRHIST.txt'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY PAGECTPA.
           COPY DTCONVP.
           COPY CTRPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CONTRACT-HIST.
