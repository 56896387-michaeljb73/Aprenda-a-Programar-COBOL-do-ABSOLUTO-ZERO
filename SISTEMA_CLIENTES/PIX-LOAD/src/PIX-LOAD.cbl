      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga intraday dos creditos PIX recebidos
      *            (PIXCRED.txt - arquivo do dia do banco, mandado de
      *            novo a cada consulta com os creditos acumulados).
      *            Cada credito traz o txid que o REMIT-GEN mandou ao
      *            banco e o SLIP-PRINT imprimiu no boleto; o txid e
      *            conferido (prefixo, versao, digito verificador) e
      *            decomposto em cliente e nosso-numero da parcela, e
      *            o credito vira uma linha no layout do retorno
      *            bancario em PIXRET.txt - devolucao PIX vira
      *            estorno. Em seguida o CASH-APPLY e chamado em modo
      *            PIX (parametro CASHPARM.dat) e baixa a parcela na
      *            hora, com a mesma regra de parcial, suspenso,
      *            recibo e desconto do retorno do banco. Credito ja
      *            processado (identificador fim-a-fim no PIXLOG.dat)
      *            nao entra de novo; txid invalido vai para o
      *            ERROR-LOG. Baixa PIX interrompida e retomada antes
      *            de qualquer credito novo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIX-LOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.

           SELECT CREDITOS-PIX ASSIGN TO
           'src\assets\PIXCRED.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDITOS-STATUS.

           SELECT LOG-PIX ASSIGN TO
           'src\assets\PIXLOG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-PIX-STATUS.

           SELECT RETORNO-PIX ASSIGN TO
           'src\assets\PIXRET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.

           SELECT CHECKPOINT-PIX ASSIGN TO
           'src\assets\PIXCHKP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT PARAMETRO-BAIXA ASSIGN TO
           'src\assets\CASHPARM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETRO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERROR-LOG.
           COPY ERRLOG.

      * CREDITO PIX DO BANCO - TIPO C = CREDITO, D = DEVOLUCAO AO
      * PAGADOR (ESTORNO DE CREDITO JA BAIXADO)
       FD  CREDITOS-PIX.
       01  REG-CREDITO-PIX.
           05  PXC-E2E-ID              PIC X(32).
           05  PXC-TXID                PIC X(35).
           05  PXC-TXID-R REDEFINES PXC-TXID.
               10  PXC-TXID-SC         PIC X(26).
               10  PXC-TXID-RESTO      PIC X(09).
           05  PXC-TIPO                PIC X(01).
               88  PXC-CREDITO                 VALUE 'C'.
               88  PXC-DEVOLUCAO               VALUE 'D'.
           05  PXC-VALOR               PIC 9(09)V99.
           05  PXC-DATA                PIC 9(08).
           05  PXC-HORA                PIC 9(06).
           05  PXC-DOC-PAGADOR         PIC 9(14).

      * CREDITOS JA PROCESSADOS - S = MANDADO A BAIXA, R = REJEITADO
       FD  LOG-PIX.
       01  REG-LOG-PIX.
           05  PXL-E2E-ID              PIC X(32).
           05  PXL-DATA                PIC 9(08).
           05  PXL-SITUACAO            PIC X(01).
           05  PXL-DATA-CARGA          PIC 9(08).
           05  PXL-HORA-CARGA          PIC 9(06).

      * MESMO LAYOUT LIDO PELO CASH-APPLY
       FD  RETORNO-PIX.
       01  REG-RETORNO-BANCO.
           05  BRT-CODIGO              PIC 9(06).
           05  BRT-VALOR-PAGO          PIC 9(09)V99.
           05  BRT-DATA-PAGTO          PIC 9(08).
           05  BRT-NOSSO-NUMERO        PIC 9(10).
           05  BRT-TIPO-MOVIMENTO      PIC X(01).

      * CHECKPOINT DA BAIXA PIX (GRAVADO PELO CASH-APPLY) - SO A
      * QUANTIDADE DE LINHAS JA APLICADAS INTERESSA AQUI
       FD  CHECKPOINT-PIX.
       01  REG-CHECKPOINT-PIX.
           05  PCK-QTD-LIDAS           PIC 9(05).
           05  FILLER                  PIC X(95).

       FD  PARAMETRO-BAIXA.
       01  REG-PARAMETRO-BAIXA.
           05  CPB-ORIGEM              PIC X(03).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CREDITOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CREDITOS-OK                  VALUE '00'.
       77  WS-LOG-PIX-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-LOG-PIX-OK                   VALUE '00'.
           88  WS-LOG-PIX-NAO-CRIADO           VALUE '35'.
       77  WS-RETORNO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RETORNO-OK                   VALUE '00'.
       77  WS-CHECKPOINT-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-CHECKPOINT-OK                VALUE '00'.
       77  WS-PARAMETRO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-PARAMETRO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-ARQUIVOS-ABERTOS     PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVOS-ABERTOS-SIM         VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-FIM-CREDITOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-CREDITOS-SIM             VALUE 'S'.
       77  WS-LINHA-REJEITADA      PIC X(01)   VALUE 'N'.
           88  WS-LINHA-REJEITADA-SIM          VALUE 'S'.
       77  WS-RETOMADA-PENDENTE    PIC X(01)   VALUE 'N'.
           88  WS-RETOMADA-PENDENTE-SIM        VALUE 'S'.

      * CONVERSAO E VALIDACAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'PIXLOAD '.

      * IDENTIFICADOR PIX DA PARCELA (COPYBOOKS PIX*)
           COPY PIXWS.

      * CREDITOS JA PROCESSADOS - SO OS DO PIXLOG.dat A PARTIR DA
      * MENOR DATA DO ARQUIVO DO BANCO, MAIS OS DESTA RODADA;
      * ESTOURO ABORTA ANTES DE GERAR QUALQUER LINHA (UM CREDITO
      * FORA DA TABELA SERIA BAIXADO DUAS VEZES)
       77  WS-MAX-PROCESSADOS      PIC 9(05)   VALUE 10000.
       77  WS-QTD-PROCESSADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-IDX-PXL              PIC 9(05)   VALUE ZEROS COMP.
       77  WS-JA-PROCESSADO        PIC X(01)   VALUE 'N'.
           88  WS-JA-PROCESSADO-SIM            VALUE 'S'.
       01  WS-TAB-PROCESSADOS.
           05  WS-PXL-E2E-ID       PIC X(32)  OCCURS 10000 TIMES.

       77  WS-DATA-MINIMA          PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(08)   VALUE ZEROS.
       77  WS-RC-BAIXA             PIC 9(04)   VALUE ZEROS COMP.

       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REPETIDAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CREDITOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DEVOLUCOES       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-CREDITOS       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVOLUCOES     PIC 9(13)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               AND NOT WS-RETOMADA-PENDENTE-SIM
               PERFORM P200-PROCESSA-CREDITO
                       UNTIL WS-FIM-CREDITOS-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME

            PERFORM P110-VERIFICA-CHECKPOINT
            IF NOT WS-RETOMADA-PENDENTE-SIM
               PERFORM P120-OBTEM-DATA-MINIMA
            END-IF
            IF NOT WS-RETOMADA-PENDENTE-SIM
               AND NOT WS-ERRO-ABERTURA-SIM
               PERFORM P130-CARREGA-PROCESSADOS
            END-IF

            IF NOT WS-RETOMADA-PENDENTE-SIM
               AND NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT CREDITOS-PIX
               OPEN OUTPUT RETORNO-PIX
               OPEN EXTEND LOG-PIX
               IF WS-LOG-PIX-NAO-CRIADO
                  OPEN OUTPUT LOG-PIX
               END-IF
               OPEN EXTEND ERROR-LOG
               IF NOT WS-CREDITOS-OK OR NOT WS-RETORNO-OK
                  OR NOT WS-LOG-PIX-OK OR NOT WS-ERRLOG-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - PIXCRED: '
                          WS-CREDITOS-STATUS ' PIXRET: '
                          WS-RETORNO-STATUS ' PIXLOG: '
                          WS-LOG-PIX-STATUS ' LOG DE ERROS: '
                          WS-ERRLOG-STATUS
                  IF WS-CREDITOS-OK
                     CLOSE CREDITOS-PIX
                  END-IF
                  IF WS-RETORNO-OK
                     CLOSE RETORNO-PIX
                  END-IF
                  IF WS-LOG-PIX-OK
                     CLOSE LOG-PIX
                  END-IF
                  IF WS-ERRLOG-OK
                     CLOSE ERROR-LOG
                  END-IF
               ELSE
                  SET WS-ARQUIVOS-ABERTOS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P110-VERIFICA-CHECKPOINT
      * Baixa PIX interrompida deixa o PIXCHKP.dat com linhas ja
      * aplicadas do PIXRET.txt; regerar o PIXRET agora desalinharia
      * a retomada. A rodada so chama o CASH-APPLY para terminar a
      * baixa - os creditos novos entram na proxima carga.
      ******************************************************************
       P110-VERIFICA-CHECKPOINT.
            OPEN INPUT CHECKPOINT-PIX
            IF WS-CHECKPOINT-OK
               READ CHECKPOINT-PIX
               IF WS-CHECKPOINT-OK
                  AND PCK-QTD-LIDAS IS NUMERIC
                  AND PCK-QTD-LIDAS > ZEROS
                  SET WS-RETOMADA-PENDENTE-SIM TO TRUE
                  DISPLAY 'BAIXA PIX ANTERIOR INTERROMPIDA - '
                          'TERMINANDO O PIXRET.txt ATUAL ANTES DE '
                          'CARREGAR CREDITOS NOVOS.'
               END-IF
               CLOSE CHECKPOINT-PIX
            END-IF.

      *     PRIMEIRA PASSADA - MENOR DATA DE CREDITO DO ARQUIVO, PARA
      *     SO CARREGAR DO PIXLOG.dat O QUE PODE SE REPETIR
       P120-OBTEM-DATA-MINIMA.
            MOVE 99999999 TO WS-DATA-MINIMA
            OPEN INPUT CREDITOS-PIX
            IF NOT WS-CREDITOS-OK
               DISPLAY 'PIXCRED.txt INDISPONIVEL (STATUS '
                       WS-CREDITOS-STATUS ').'
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P125-LE-DATA-CREDITO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE CREDITOS-PIX
            END-IF.

       P125-LE-DATA-CREDITO.
            READ CREDITOS-PIX
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF PXC-DATA IS NUMERIC
                  AND PXC-DATA < WS-DATA-MINIMA
                  MOVE PXC-DATA TO WS-DATA-MINIMA
               END-IF
            END-IF.

       P130-CARREGA-PROCESSADOS.
            OPEN INPUT LOG-PIX
            IF WS-LOG-PIX-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P135-LE-PROCESSADO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE LOG-PIX
            END-IF.

       P135-LE-PROCESSADO.
            READ LOG-PIX
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF PXL-DATA IS NUMERIC
                  AND PXL-DATA NOT < WS-DATA-MINIMA
                  IF WS-QTD-PROCESSADOS < WS-MAX-PROCESSADOS
                     ADD 1 TO WS-QTD-PROCESSADOS
                     MOVE PXL-E2E-ID
                          TO WS-PXL-E2E-ID(WS-QTD-PROCESSADOS)
                  ELSE
                     DISPLAY 'MAIS DE ' WS-MAX-PROCESSADOS
                             ' CREDITOS PIX JA PROCESSADOS NO '
                             'PERIODO - CARGA ABORTADA.'
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     SET WS-FIM-ARQUIVO-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P200-PROCESSA-CREDITO.
            READ CREDITOS-PIX
                 AT END SET WS-FIM-CREDITOS-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-CREDITOS-SIM
               ADD 1 TO WS-QTD-LIDAS
               PERFORM P210-VERIFICA-PROCESSADO
               IF WS-JA-PROCESSADO-SIM
                  ADD 1 TO WS-QTD-REPETIDAS
               ELSE
                  PERFORM P300-VALIDA-CREDITO
                  IF WS-LINHA-REJEITADA-SIM
                     ADD 1 TO WS-QTD-REJEITADAS
                     PERFORM P8200-GRAVA-ERRO-LOG
                     MOVE 'R' TO PXL-SITUACAO
                  ELSE
                     PERFORM P400-GRAVA-RETORNO
                     MOVE 'S' TO PXL-SITUACAO
                  END-IF
                  PERFORM P500-REGISTRA-PROCESSADO
               END-IF
            END-IF.

       P210-VERIFICA-PROCESSADO.
            MOVE 'N' TO WS-JA-PROCESSADO
            PERFORM VARYING WS-IDX-PXL FROM 1 BY 1
                    UNTIL WS-IDX-PXL > WS-QTD-PROCESSADOS
                       OR WS-JA-PROCESSADO-SIM
                IF WS-PXL-E2E-ID(WS-IDX-PXL) = PXC-E2E-ID
                   SET WS-JA-PROCESSADO-SIM TO TRUE
                END-IF
            END-PERFORM.

      ******************************************************************
      * P300-VALIDA-CREDITO
      * Primeiro motivo encontrado vai para o ERROR-LOG com o final
      * do identificador fim-a-fim na chave. O txid so diz qual parcela
      * o pagador quis pagar - cliente inexistente, parcela ja paga
      * ou valor diferente seguem a regra do CASH-APPLY (suspenso,
      * parcial), como no retorno do banco.
      ******************************************************************
       P300-VALIDA-CREDITO.
            MOVE 'N' TO WS-LINHA-REJEITADA
      *     FINAL DO FIM-A-FIM (SEQUENCIAL DO BANCO) NA CHAVE DO LOG
            MOVE PXC-E2E-ID(23:10) TO WS-ERL-CHAVE
            MOVE PXC-TXID-SC TO WS-PIX-TXID
            PERFORM P8845-CONFERE-TXID-PIX

            EVALUATE TRUE
                WHEN PXC-E2E-ID = SPACES
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'CREDITO PIX SEM IDENTIFICADOR FIM-A-FIM'
                          TO WS-ERL-MOTIVO
                WHEN NOT (PXC-CREDITO OR PXC-DEVOLUCAO)
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'TIPO DE MOVIMENTO PIX INVALIDO (C OU D)'
                          TO WS-ERL-MOTIVO
                WHEN PXC-VALOR NOT NUMERIC OR PXC-VALOR = ZEROS
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'VALOR DO CREDITO PIX INVALIDO'
                          TO WS-ERL-MOTIVO
                WHEN PXC-TXID-RESTO NOT = SPACES
                     OR NOT WS-PIX-TXID-VALIDO-SIM
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'TXID PIX NAO RECONHECIDO'
                          TO WS-ERL-MOTIVO
            END-EVALUATE

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM P310-VALIDA-DATA
            END-IF.

       P310-VALIDA-DATA.
            MOVE 'N' TO WS-DATA-CONV-SW
            IF PXC-DATA IS NUMERIC
               MOVE PXC-DATA TO WS-DATA-ISO
               CALL 'DATE-VALID' USING WS-DATA-ISO-DD
                                        WS-DATA-ISO-MM
                                        WS-DATA-ISO-AAAA
                                        WS-DATA-CONV-SW
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-DATA-CONV-OK
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO CREDITO PIX INVALIDA'
                          TO WS-ERL-MOTIVO
                WHEN PXC-DATA > WS-DATA-HOJE
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO CREDITO PIX NO FUTURO'
                          TO WS-ERL-MOTIVO
            END-EVALUATE.

      *     CLIENTE E NOSSO-NUMERO SAEM DO TXID JA CONFERIDO
       P400-GRAVA-RETORNO.
            MOVE SPACES TO REG-RETORNO-BANCO
            MOVE WS-PXT-CODIGO       TO BRT-CODIGO
            MOVE PXC-VALOR           TO BRT-VALOR-PAGO
            MOVE PXC-DATA            TO BRT-DATA-PAGTO
            MOVE WS-PXT-NOSSO-NUMERO TO BRT-NOSSO-NUMERO
            IF PXC-DEVOLUCAO
               MOVE 'E' TO BRT-TIPO-MOVIMENTO
               ADD 1 TO WS-QTD-DEVOLUCOES
               ADD PXC-VALOR TO WS-TOTAL-DEVOLUCOES
            ELSE
               ADD 1 TO WS-QTD-CREDITOS
               ADD PXC-VALOR TO WS-TOTAL-CREDITOS
            END-IF
            WRITE REG-RETORNO-BANCO.

       P500-REGISTRA-PROCESSADO.
            MOVE PXC-E2E-ID    TO PXL-E2E-ID
            IF PXC-DATA IS NUMERIC
               MOVE PXC-DATA   TO PXL-DATA
            ELSE
               MOVE WS-DATA-HOJE TO PXL-DATA
            END-IF
            MOVE WS-DATA-HOJE  TO PXL-DATA-CARGA
            MOVE WS-HORA-AGORA(1:6) TO PXL-HORA-CARGA
            WRITE REG-LOG-PIX

            IF PXC-E2E-ID NOT = SPACES
               IF WS-QTD-PROCESSADOS < WS-MAX-PROCESSADOS
                  ADD 1 TO WS-QTD-PROCESSADOS
                  MOVE PXC-E2E-ID TO WS-PXL-E2E-ID(WS-QTD-PROCESSADOS)
               ELSE
                  DISPLAY 'TABELA DE CREDITOS PIX CHEIA - CARGA '
                          'INTERROMPIDA; O RESTANTE ENTRA NA PROXIMA.'
                  SET WS-FIM-CREDITOS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P600-CHAMA-BAIXA
      * O parametro de origem e lido e esvaziado pelo proprio
      * CASH-APPLY; CANCEL devolve o programa ao estado inicial para
      * a proxima chamada na mesma sessao.
      ******************************************************************
       P600-CHAMA-BAIXA.
            OPEN OUTPUT PARAMETRO-BAIXA
            IF NOT WS-PARAMETRO-OK
               DISPLAY 'ERRO AO GRAVAR CASHPARM.dat - STATUS '
                       WS-PARAMETRO-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               MOVE 'PIX' TO CPB-ORIGEM
               WRITE REG-PARAMETRO-BAIXA
               CLOSE PARAMETRO-BAIXA
               CALL 'CASH-APPLY'
               MOVE RETURN-CODE TO WS-RC-BAIXA
               CANCEL 'CASH-APPLY'
            END-IF.

       P900-FINAL.
            IF WS-ARQUIVOS-ABERTOS-SIM
               CLOSE CREDITOS-PIX
               CLOSE RETORNO-PIX
               CLOSE LOG-PIX
               CLOSE ERROR-LOG
            END-IF

            MOVE WS-QTD-LIDAS TO WS-QTD-ED
            DISPLAY 'CREDITOS PIX LIDOS...........: ' WS-QTD-ED
            MOVE WS-QTD-REPETIDAS TO WS-QTD-ED
            DISPLAY 'JA PROCESSADOS (IGNORADOS)...: ' WS-QTD-ED
            MOVE WS-QTD-CREDITOS TO WS-QTD-ED
            MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-ED
            DISPLAY 'CREDITOS PARA A BAIXA........: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            MOVE WS-QTD-DEVOLUCOES TO WS-QTD-ED
            MOVE WS-TOTAL-DEVOLUCOES TO WS-TOTAL-ED
            DISPLAY 'DEVOLUCOES (ESTORNO).........: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            IF WS-QTD-REJEITADAS > ZEROS
               MOVE WS-QTD-REJEITADAS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' CREDITO(S) REJEITADO(S) - VER '
                       'ERROR-LOG.'
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               IF WS-RETOMADA-PENDENTE-SIM
                  OR WS-QTD-CREDITOS > ZEROS
                  OR WS-QTD-DEVOLUCOES > ZEROS
                  PERFORM P600-CHAMA-BAIXA
               ELSE
                  DISPLAY 'NENHUM CREDITO PIX NOVO PARA BAIXAR.'
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-RC-BAIXA > 4
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-REJEITADAS > ZEROS
                     OR WS-RC-BAIXA > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY ERRLOGPA.
           COPY PIXPA.

           COPY ENVCFGPA.
       END PROGRAM PIX-LOAD.
