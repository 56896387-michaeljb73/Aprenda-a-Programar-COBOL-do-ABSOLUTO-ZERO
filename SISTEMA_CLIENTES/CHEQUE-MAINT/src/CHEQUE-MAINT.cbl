      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Custodia de cheques pre-datados (CHEQUES.dat,
      *            copybooks CHQ*), no lugar do fichario de papel.
      *            Operacoes: receber o cheque para uma parcela aberta
      *            (banco, agencia, conta, numero, "bom para", valor);
      *            confirmar o deposito - so em dia util e a partir do
      *            "bom para" - que grava a linha de pagamento no
      *            BANKRET.txt com o nosso-numero da parcela, e a
      *            baixa segue pelo CASH-APPLY com a regra do retorno
      *            do banco; registrar a devolucao pelo banco, que
      *            grava o estorno no BANKRET.txt (o CASH-APPLY reabre
      *            a parcela), a tarifa de cheque devolvido no
      *            LATEFEE.dat (tipo C, valor do CHQCFG.dat) e o
      *            contato de cobranca no CONTHIST.txt; devolver ao
      *            cliente o cheque ainda em custodia; e consultar os
      *            cheques do cliente. O CHEQUE-DEPOSIT lista de manha
      *            o que depositar.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim a sequencia do
      *                  contrato (LFE-CONTRATO); a tarifa de cheque
      *                  devolvido e gravada no contrato principal (01).
      * 15/10/2026  MJB  Contato do cheque devolvido grava CTH-PESSOA
      *                  zerado (contato do cadastro).
      * 15/10/2026  MJB  Tarifa de cheque devolvido vai tambem para o
      *                  registro de encargos lancados (ENCGREG.dat,
      *                  copybooks ENCG*), que o GL-JOURNAL contabiliza.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY CHQSL.
           COPY CONTHSL.
           COPY PERCTLSL.
           COPY ENCGSL.

           SELECT CHEQUE-CONFIG ASSIGN TO
           'src\assets\CHQCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT RETORNO-BANCO ASSIGN TO
           'src\assets\BANKRET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANCO-STATUS.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  CUSTODIA-CHEQUES.
           COPY CHQF.

       FD  CONTATO-HIST.
           COPY CONTHIS.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

      * TARIFA DE CHEQUE DEVOLVIDO - SEM O ARQUIVO VALE O PADRAO
       FD  CHEQUE-CONFIG.
       01  REG-CHEQUE-CONFIG.
           05  CCF-TARIFA-DEVOLUCAO    PIC 9(05)V99.

      * MESMO LAYOUT LIDO PELO CASH-APPLY
       FD  RETORNO-BANCO.
       01  REG-RETORNO-BANCO.
           05  BRT-CODIGO              PIC 9(06).
           05  BRT-VALOR-PAGO          PIC 9(09)V99.
           05  BRT-DATA-PAGTO          PIC 9(08).
           05  BRT-NOSSO-NUMERO        PIC 9(10).
           05  BRT-TIPO-MOVIMENTO      PIC X(01).

      * MESMO LAYOUT GRAVADO PELO LATE-FEE
       FD  ARQUIVO-ENCARGOS.
       01  REG-ARQUIVO-ENCARGOS.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  REGISTRO-ENCARGOS.
           COPY ENCGF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-CHEQUES-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CHEQUES-OK                   VALUE '00'.
       77  WS-CONTHIST-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTHIST-OK                  VALUE '00'.
           88  WS-CONTHIST-NAO-CRIADO          VALUE '35'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-BANCO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-BANCO-OK                     VALUE '00'.
           88  WS-BANCO-NAO-CRIADO             VALUE '35'.
       77  WS-ENCARGOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENCARGOS-OK                  VALUE '00'.
           88  WS-ENCARGOS-NAO-CRIADO          VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-CADASTRO-ABERTO      PIC X(01)   VALUE 'N'.
           88  WS-CADASTRO-ABERTO-SIM          VALUE 'S'.
       77  WS-ERRO-GRAVACAO        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-GRAVACAO-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-DIA-UTIL             PIC X(01)   VALUE 'S'.
           88  WS-DIA-UTIL-SIM                 VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) - TARIFA
      * EM COMPETENCIA FECHADA VAI PARA O PRIMEIRO MES ABERTO
           COPY PERCTLWS.

      * REGISTRO DE ENCARGOS LANCADOS (COPYBOOKS ENCG*) - A TARIFA SO
      * CHEGA AO GL-JOURNAL POR ELE
           COPY ENCGWS.

      * CONVERSAO DE DATA ISO <-> BR ("BOM PARA" DIGITADO EM BR)
           COPY DTCONVW.

      * TARIFA EM VIGOR (PADRAO COMPILADO, SOBREPOSTO PELO CHQCFG.dat)
       77  WS-TARIFA-DEVOLUCAO     PIC 9(05)V99 VALUE 30,00.

      * CUSTODIA EM MEMORIA - REGRAVADA A CADA MOVIMENTO; ARQUIVO
      * MAIOR QUE A TABELA ABORTA A SESSAO ANTES DE QUALQUER
      * GRAVACAO
       77  WS-MAX-CHEQUES          PIC 9(04)   VALUE 3000.
       77  WS-QTD-CHQ-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CHQ              PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CHQ-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PROX-ID              PIC 9(06)   VALUE ZEROS.
       01  WS-TAB-CHEQUES.
           05  WS-CHQ-LINHA        PIC X(102) OCCURS 3000 TIMES.

      * PARCELA COBERTA PELO CHEQUE (LIDA DO INSTFILE.dat)
       77  WS-PARCELA-ACHADA       PIC X(01)   VALUE 'N'.
           88  WS-PARCELA-ACHADA-SIM           VALUE 'S'.
       77  WS-PCL-STATUS-ACHADA    PIC X(01)   VALUE SPACES.
           88  WS-PCL-ABERTA-ACHADA            VALUE 'A'.
       77  WS-PCL-VALOR-ACHADO     PIC 9(09)V99 VALUE ZEROS.
       77  WS-PCL-NOSSO-NUMERO     PIC 9(10)   VALUE ZEROS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CODIGO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       77  WS-PARCELA-INFORMADA    PIC 9(02)   VALUE ZEROS.
       77  WS-ID-INFORMADO         PIC 9(06)   VALUE ZEROS.
       77  WS-BANCO-INFORMADO      PIC 9(03)   VALUE ZEROS.
       77  WS-AGENCIA-INFORMADA    PIC 9(04)   VALUE ZEROS.
       01  WS-CONTA-INFORMADA      PIC X(12)   VALUE SPACES.
       77  WS-NUMERO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       01  WS-BOM-PARA-BR          PIC X(10)   VALUE SPACES.
       77  WS-VALOR-INFORMADO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-ALINEA-INFORMADA     PIC 9(02)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-SITUACAO-DESC        PIC X(11)   VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P110-LE-CONFIG
            PERFORM P8520-CARREGA-PERIODOS
            IF WS-PERIODOS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P120-CARREGA-CHEQUES
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT CUSTOMER-MASTER
               IF NOT WS-CUST-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR CADASTRO - STATUS '
                          WS-CUST-STATUS
               ELSE
                  SET WS-CADASTRO-ABERTO-SIM TO TRUE
               END-IF
            END-IF.

       P110-LE-CONFIG.
            OPEN INPUT CHEQUE-CONFIG
            IF WS-CONFIG-OK
               READ CHEQUE-CONFIG
               IF WS-CONFIG-OK
                  AND CCF-TARIFA-DEVOLUCAO IS NUMERIC
                  MOVE CCF-TARIFA-DEVOLUCAO TO WS-TARIFA-DEVOLUCAO
               END-IF
               CLOSE CHEQUE-CONFIG
            END-IF.

       P120-CARREGA-CHEQUES.
            OPEN INPUT CUSTODIA-CHEQUES
            IF WS-CHEQUES-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P125-LE-CHEQUE UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE CUSTODIA-CHEQUES
            ELSE
               DISPLAY 'CUSTODIA DE CHEQUES AINDA NAO EXISTE - SERA '
                       'CRIADA NO PRIMEIRO RECEBIMENTO.'
            END-IF.

       P125-LE-CHEQUE.
            READ CUSTODIA-CHEQUES
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-CHQ-TAB < WS-MAX-CHEQUES
                  ADD 1 TO WS-QTD-CHQ-TAB
                  MOVE REG-CHEQUE TO WS-CHQ-LINHA(WS-QTD-CHQ-TAB)
                  IF CHQ-ID IS NUMERIC AND CHQ-ID > WS-PROX-ID
                     MOVE CHQ-ID TO WS-PROX-ID
                  END-IF
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-CHEQUES ' CHEQUES NA '
                          'CUSTODIA - SESSAO ABORTADA PARA NAO PERDER '
                          'LINHAS NA REGRAVACAO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== CUSTODIA DE CHEQUES PRE-DATADOS ====='
            DISPLAY '1 - RECEBER CHEQUE PARA UMA PARCELA'
            DISPLAY '2 - CONFIRMAR DEPOSITO'
            DISPLAY '3 - REGISTRAR CHEQUE DEVOLVIDO PELO BANCO'
            DISPLAY '4 - DEVOLVER CHEQUE EM CUSTODIA AO CLIENTE'
            DISPLAY '5 - CONSULTAR CHEQUES DO CLIENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            MOVE 'N' TO WS-ERRO-GRAVACAO
            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-RECEBE-CHEQUE
                WHEN 2 PERFORM P400-CONFIRMA-DEPOSITO
                WHEN 3 PERFORM P500-REGISTRA-DEVOLUCAO
                WHEN 4 PERFORM P600-RESGATA-CHEQUE
                WHEN 5 PERFORM P700-CONSULTA-CLIENTE
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P300-RECEBE-CHEQUE
      * O cheque cobre uma parcela ABERTA do cliente e so um cheque
      * ativo (em custodia ou depositado) por parcela. Valor em
      * branco assume o da parcela; valor diferente e aceito (a
      * diferenca segue a regra de parcial do CASH-APPLY).
      ******************************************************************
       P300-RECEBE-CHEQUE.
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            MOVE WS-CODIGO-INFORMADO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO CADASTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN CSV-REGISTRO-EXCLUIDO
                     DISPLAY 'CLIENTE EXCLUIDO.'
                WHEN OTHER
                     DISPLAY 'NUMERO DA PARCELA: '
                     MOVE ZEROS TO WS-PARCELA-INFORMADA
                     ACCEPT WS-PARCELA-INFORMADA
                     PERFORM P350-LOCALIZA-PARCELA
                     PERFORM P360-LOCALIZA-ATIVO-PARCELA
                     EVALUATE TRUE
                         WHEN NOT WS-PARCELA-ACHADA-SIM
                              DISPLAY 'PARCELA NAO ENCONTRADA.'
                         WHEN NOT WS-PCL-ABERTA-ACHADA
                              DISPLAY 'PARCELA NAO ESTA ABERTA.'
                         WHEN WS-IDX-CHQ-ACHADO > ZEROS
                              DISPLAY 'PARCELA JA TEM CHEQUE ATIVO NA '
                                      'CUSTODIA.'
                         WHEN WS-QTD-CHQ-TAB NOT < WS-MAX-CHEQUES
                              DISPLAY 'CUSTODIA DE CHEQUES CHEIA.'
                         WHEN OTHER
                              PERFORM P310-COMPLETA-CHEQUE
                     END-EVALUATE
            END-EVALUATE.

       P310-COMPLETA-CHEQUE.
            DISPLAY 'BANCO (3 DIGITOS): '
            MOVE ZEROS TO WS-BANCO-INFORMADO
            ACCEPT WS-BANCO-INFORMADO
            DISPLAY 'AGENCIA (4 DIGITOS): '
            MOVE ZEROS TO WS-AGENCIA-INFORMADA
            ACCEPT WS-AGENCIA-INFORMADA
            DISPLAY 'CONTA: '
            MOVE SPACES TO WS-CONTA-INFORMADA
            ACCEPT WS-CONTA-INFORMADA
            DISPLAY 'NUMERO DO CHEQUE: '
            MOVE ZEROS TO WS-NUMERO-INFORMADO
            ACCEPT WS-NUMERO-INFORMADO
            DISPLAY 'BOM PARA (DD/MM/AAAA): '
            MOVE SPACES TO WS-BOM-PARA-BR
            ACCEPT WS-BOM-PARA-BR
            MOVE WS-BOM-PARA-BR TO WS-DATA-BR
            PERFORM P8300-CONVERTE-BR-PARA-ISO
            MOVE WS-PCL-VALOR-ACHADO TO WS-VALOR-ED
            DISPLAY 'VALOR DO CHEQUE (EM BRANCO = VALOR DA PARCELA '
                    WS-VALOR-ED '): '
            MOVE ZEROS TO WS-VALOR-INFORMADO
            ACCEPT WS-VALOR-INFORMADO
            IF WS-VALOR-INFORMADO = ZEROS
               MOVE WS-PCL-VALOR-ACHADO TO WS-VALOR-INFORMADO
            END-IF

            EVALUATE TRUE
                WHEN WS-BANCO-INFORMADO = ZEROS
                     OR WS-NUMERO-INFORMADO = ZEROS
                     OR WS-CONTA-INFORMADA = SPACES
                     DISPLAY 'BANCO, CONTA E NUMERO SAO OBRIGATORIOS '
                             '- CHEQUE NAO RECEBIDO.'
                WHEN NOT WS-DATA-CONV-OK
                     DISPLAY 'DATA INVALIDA - CHEQUE NAO RECEBIDO.'
                WHEN WS-DATA-ISO < WS-DATA-HOJE
                     DISPLAY 'BOM PARA NO PASSADO - CHEQUE NAO '
                             'RECEBIDO.'
                WHEN OTHER
                     ADD 1 TO WS-PROX-ID
                     MOVE SPACES TO REG-CHEQUE
                     MOVE WS-PROX-ID           TO CHQ-ID
                     MOVE WS-CODIGO-INFORMADO  TO CHQ-CODIGO
                     MOVE WS-PARCELA-INFORMADA TO CHQ-PARCELA
                     MOVE WS-BANCO-INFORMADO   TO CHQ-BANCO
                     MOVE WS-AGENCIA-INFORMADA TO CHQ-AGENCIA
                     MOVE WS-CONTA-INFORMADA   TO CHQ-CONTA
                     MOVE WS-NUMERO-INFORMADO  TO CHQ-NUMERO
                     MOVE WS-DATA-ISO          TO CHQ-BOM-PARA
                     MOVE WS-VALOR-INFORMADO   TO CHQ-VALOR
                     SET CHQ-EM-CUSTODIA TO TRUE
                     MOVE WS-DATA-HOJE         TO CHQ-DATA-RECEBIMENTO
                     MOVE ZEROS TO CHQ-DATA-DEPOSITO
                                   CHQ-DATA-DEVOLUCAO
                                   CHQ-ALINEA
                                   CHQ-VALOR-TARIFA
                     MOVE WS-OPERADOR-VALIDADO TO CHQ-OPERADOR
                     ADD 1 TO WS-QTD-CHQ-TAB
                     MOVE REG-CHEQUE TO WS-CHQ-LINHA(WS-QTD-CHQ-TAB)
                     PERFORM P800-REGRAVA-CHEQUES
                     IF NOT WS-ERRO-GRAVACAO-SIM
                        DISPLAY 'CHEQUE RECEBIDO EM CUSTODIA - '
                                'IDENTIFICADOR ' CHQ-ID '.'
                     END-IF
            END-EVALUATE.

      *     PARCELA DO CLIENTE NO INSTFILE.dat - SITUACAO, VALOR E O
      *     NOSSO-NUMERO QUE A BAIXA USA PARA CASAR A LINHA
       P350-LOCALIZA-PARCELA.
            MOVE 'N' TO WS-PARCELA-ACHADA
            MOVE SPACES TO WS-PCL-STATUS-ACHADA
            MOVE ZEROS TO WS-PCL-VALOR-ACHADO
                          WS-PCL-NOSSO-NUMERO
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P355-LE-PARCELA UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF.

       P355-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF PCL-CODIGO = WS-CODIGO-INFORMADO
                  AND PCL-NUMERO = WS-PARCELA-INFORMADA
                  SET WS-PARCELA-ACHADA-SIM TO TRUE
                  MOVE PCL-STATUS TO WS-PCL-STATUS-ACHADA
                  MOVE PCL-VALOR  TO WS-PCL-VALOR-ACHADO
                  IF PCL-NOSSO-NUMERO IS NUMERIC
                     MOVE PCL-NOSSO-NUMERO TO WS-PCL-NOSSO-NUMERO
                  END-IF
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P360-LOCALIZA-ATIVO-PARCELA.
            MOVE ZEROS TO WS-IDX-CHQ-ACHADO
            PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
                    UNTIL WS-IDX-CHQ > WS-QTD-CHQ-TAB
                       OR WS-IDX-CHQ-ACHADO > ZEROS
                MOVE WS-CHQ-LINHA(WS-IDX-CHQ) TO REG-CHEQUE
                IF CHQ-CODIGO = WS-CODIGO-INFORMADO
                   AND CHQ-PARCELA = WS-PARCELA-INFORMADA
                   AND CHQ-ATIVO
                   MOVE WS-IDX-CHQ TO WS-IDX-CHQ-ACHADO
                END-IF
            END-PERFORM.

       P370-INFORMA-ID.
            DISPLAY 'IDENTIFICADOR DO CHEQUE: '
            MOVE ZEROS TO WS-ID-INFORMADO
            ACCEPT WS-ID-INFORMADO
            MOVE ZEROS TO WS-IDX-CHQ-ACHADO
            PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
                    UNTIL WS-IDX-CHQ > WS-QTD-CHQ-TAB
                       OR WS-IDX-CHQ-ACHADO > ZEROS
                MOVE WS-CHQ-LINHA(WS-IDX-CHQ) TO REG-CHEQUE
                IF CHQ-ID = WS-ID-INFORMADO
                   MOVE WS-IDX-CHQ TO WS-IDX-CHQ-ACHADO
                END-IF
            END-PERFORM
            IF WS-IDX-CHQ-ACHADO > ZEROS
               MOVE WS-CHQ-LINHA(WS-IDX-CHQ-ACHADO) TO REG-CHEQUE
               MOVE CHQ-VALOR TO WS-VALOR-ED
               DISPLAY 'CLIENTE ' CHQ-CODIGO ' PARCELA ' CHQ-PARCELA
                       ' - BANCO ' CHQ-BANCO ' CHEQUE ' CHQ-NUMERO
                       ' - ' WS-VALOR-ED
            END-IF.

      ******************************************************************
      * P400-CONFIRMA-DEPOSITO
      * Deposito so em dia util (BUSDAY-CHECK) e a partir do "bom
      * para". A linha de pagamento vai para o BANKRET.txt com o
      * nosso-numero da parcela; parcela que deixou de estar aberta
      * vai sem ele e o CASH-APPLY decide (outra parcela ou suspenso).
      ******************************************************************
       P400-CONFIRMA-DEPOSITO.
            PERFORM P370-INFORMA-ID
            CALL 'BUSDAY-CHECK' USING WS-DATA-HOJE
                                      WS-DIA-UTIL
            EVALUATE TRUE
                WHEN WS-IDX-CHQ-ACHADO = ZEROS
                     DISPLAY 'CHEQUE NAO ENCONTRADO.'
                WHEN NOT CHQ-EM-CUSTODIA
                     DISPLAY 'CHEQUE NAO ESTA EM CUSTODIA (SITUACAO '
                             CHQ-SITUACAO ').'
                WHEN CHQ-BOM-PARA > WS-DATA-HOJE
                     DISPLAY 'CHEQUE BOM PARA ' CHQ-BOM-PARA
                             ' - AINDA NAO PODE SER DEPOSITADO.'
                WHEN NOT WS-DIA-UTIL-SIM
                     DISPLAY 'HOJE NAO E DIA UTIL - DEPOSITO NAO '
                             'CONFIRMADO.'
                WHEN OTHER
                     MOVE CHQ-CODIGO  TO WS-CODIGO-INFORMADO
                     MOVE CHQ-PARCELA TO WS-PARCELA-INFORMADA
                     PERFORM P350-LOCALIZA-PARCELA
                     IF NOT WS-PCL-ABERTA-ACHADA
                        DISPLAY 'ATENCAO: A PARCELA NAO ESTA MAIS '
                                'ABERTA - O VALOR SEGUE PARA A BAIXA '
                                'SEM REFERENCIA.'
                        MOVE ZEROS TO WS-PCL-NOSSO-NUMERO
                     END-IF
                     MOVE SPACE TO BRT-TIPO-MOVIMENTO
                     PERFORM P450-GRAVA-RETORNO
                     IF NOT WS-ERRO-GRAVACAO-SIM
                        SET CHQ-DEPOSITADO TO TRUE
                        MOVE WS-DATA-HOJE TO CHQ-DATA-DEPOSITO
                        MOVE REG-CHEQUE
                             TO WS-CHQ-LINHA(WS-IDX-CHQ-ACHADO)
                        PERFORM P800-REGRAVA-CHEQUES
                        IF NOT WS-ERRO-GRAVACAO-SIM
                           DISPLAY 'DEPOSITO CONFIRMADO - A PARCELA '
                                   'E BAIXADA NA PROXIMA RODADA DO '
                                   'CASH-APPLY.'
                        END-IF
                     END-IF
            END-EVALUATE.

      *     O CHAMADOR DEIXA O TIPO DO MOVIMENTO EM BRT-TIPO-MOVIMENTO
      *     (BRANCO = PAGAMENTO, E = ESTORNO) E O CHEQUE EM REG-CHEQUE
       P450-GRAVA-RETORNO.
            OPEN EXTEND RETORNO-BANCO
            IF WS-BANCO-NAO-CRIADO
               OPEN OUTPUT RETORNO-BANCO
            END-IF
            IF NOT WS-BANCO-OK
               DISPLAY 'ERRO AO ABRIR BANKRET.txt - STATUS '
                       WS-BANCO-STATUS ' - OPERACAO NAO GRAVADA.'
               SET WS-ERRO-GRAVACAO-SIM TO TRUE
            ELSE
               MOVE CHQ-CODIGO          TO BRT-CODIGO
               MOVE CHQ-VALOR           TO BRT-VALOR-PAGO
               MOVE WS-DATA-HOJE        TO BRT-DATA-PAGTO
               MOVE WS-PCL-NOSSO-NUMERO TO BRT-NOSSO-NUMERO
               WRITE REG-RETORNO-BANCO
               CLOSE RETORNO-BANCO
            END-IF.

      ******************************************************************
      * P500-REGISTRA-DEVOLUCAO
      * So cheque DEPOSITADO volta. Estorno no BANKRET.txt (o
      * CASH-APPLY reabre a parcela paga pelo nosso-numero ou pelo
      * valor), tarifa no LATEFEE.dat na competencia do dia - ou no
      * primeiro mes aberto, com o dia em mes fechado - e contato de
      * cobranca no historico para o follow-up do cliente.
      ******************************************************************
       P500-REGISTRA-DEVOLUCAO.
            PERFORM P370-INFORMA-ID
            EVALUATE TRUE
                WHEN WS-IDX-CHQ-ACHADO = ZEROS
                     DISPLAY 'CHEQUE NAO ENCONTRADO.'
                WHEN NOT CHQ-DEPOSITADO
                     DISPLAY 'SO CHEQUE DEPOSITADO PODE SER DEVOLVIDO '
                             '(SITUACAO ' CHQ-SITUACAO ').'
                WHEN OTHER
                     DISPLAY 'ALINEA DA DEVOLUCAO (2 DIGITOS): '
                     MOVE ZEROS TO WS-ALINEA-INFORMADA
                     ACCEPT WS-ALINEA-INFORMADA
                     IF WS-ALINEA-INFORMADA = ZEROS
                        DISPLAY 'ALINEA OBRIGATORIA - DEVOLUCAO NAO '
                                'REGISTRADA.'
                     ELSE
                        PERFORM P510-EFETIVA-DEVOLUCAO
                     END-IF
            END-EVALUATE.

       P510-EFETIVA-DEVOLUCAO.
            MOVE CHQ-CODIGO  TO WS-CODIGO-INFORMADO
            MOVE CHQ-PARCELA TO WS-PARCELA-INFORMADA
            PERFORM P350-LOCALIZA-PARCELA
            MOVE 'E' TO BRT-TIPO-MOVIMENTO
            PERFORM P450-GRAVA-RETORNO
            IF NOT WS-ERRO-GRAVACAO-SIM
               SET CHQ-DEVOLVIDO TO TRUE
               MOVE WS-DATA-HOJE        TO CHQ-DATA-DEVOLUCAO
               MOVE WS-ALINEA-INFORMADA TO CHQ-ALINEA
               MOVE WS-TARIFA-DEVOLUCAO TO CHQ-VALOR-TARIFA
               MOVE REG-CHEQUE TO WS-CHQ-LINHA(WS-IDX-CHQ-ACHADO)
               PERFORM P800-REGRAVA-CHEQUES
               PERFORM P520-GRAVA-TARIFA
               PERFORM P530-GRAVA-CONTATO
               MOVE WS-TARIFA-DEVOLUCAO TO WS-VALOR-ED
               DISPLAY 'DEVOLUCAO REGISTRADA - PARCELA REABERTA NA '
                       'PROXIMA RODADA DO CASH-APPLY; TARIFA '
                       WS-VALOR-ED '.'
            END-IF.

       P520-GRAVA-TARIFA.
            IF WS-TARIFA-DEVOLUCAO > ZEROS
               SET WS-PER-REGRA-ADIA TO TRUE
               MOVE WS-DATA-HOJE TO WS-PER-DATA-CONSULTA
               PERFORM P8530-CONFERE-PERIODO
               OPEN EXTEND ARQUIVO-ENCARGOS
               IF WS-ENCARGOS-NAO-CRIADO
                  OPEN OUTPUT ARQUIVO-ENCARGOS
               END-IF
               IF NOT WS-ENCARGOS-OK
                  DISPLAY 'ERRO AO ABRIR LATEFEE.dat - STATUS '
                          WS-ENCARGOS-STATUS ' - TARIFA NAO GRAVADA.'
                  SET WS-ERRO-GRAVACAO-SIM TO TRUE
               ELSE
                  MOVE CHQ-CODIGO TO LFE-CODIGO
                  MOVE WS-PER-DATA-LANCAMENTO(1:6) TO LFE-COMPETENCIA
                  MOVE WS-TARIFA-DEVOLUCAO TO LFE-VALOR-ENCARGO
                  SET LFE-TARIFA-CHEQUE TO TRUE
                  MOVE 01 TO LFE-CONTRATO
                  WRITE REG-ARQUIVO-ENCARGOS
                  IF WS-ENCARGOS-OK
                     MOVE REG-ARQUIVO-ENCARGOS TO WS-EGR-ENCARGO
                     MOVE 'CHQMAINT'           TO WS-EGR-PROGRAMA
                     PERFORM P8960-REGISTRA-ENCARGO
                     IF NOT WS-EGR-GRAVADO-SIM
                        SET WS-ERRO-GRAVACAO-SIM TO TRUE
                     END-IF
                  END-IF
                  CLOSE ARQUIVO-ENCARGOS
               END-IF
            END-IF.

       P530-GRAVA-CONTATO.
            OPEN EXTEND CONTATO-HIST
            IF WS-CONTHIST-NAO-CRIADO
               OPEN OUTPUT CONTATO-HIST
            END-IF
            IF NOT WS-CONTHIST-OK
               DISPLAY 'ERRO AO ABRIR CONTHIST.txt - STATUS '
                       WS-CONTHIST-STATUS ' - CONTATO NAO GRAVADO.'
               SET WS-ERRO-GRAVACAO-SIM TO TRUE
            ELSE
               MOVE SPACES TO REG-CONTATO-HIST
               MOVE CHQ-CODIGO           TO CTH-CODIGO
               MOVE WS-DATA-HOJE         TO CTH-DATA-CONTATO
               MOVE WS-OPERADOR-VALIDADO TO CTH-OPERADOR
               MOVE 'C'                  TO CTH-TIPO
               MOVE ZEROS                TO CTH-PESSOA
               STRING 'CHEQUE '          DELIMITED BY SIZE
                      CHQ-NUMERO         DELIMITED BY SIZE
                      ' DEVOLVIDO AL.'   DELIMITED BY SIZE
                      CHQ-ALINEA         DELIMITED BY SIZE
                      INTO CTH-NOTA
               END-STRING
               WRITE REG-CONTATO-HIST
               CLOSE CONTATO-HIST
            END-IF.

       P600-RESGATA-CHEQUE.
            PERFORM P370-INFORMA-ID
            EVALUATE TRUE
                WHEN WS-IDX-CHQ-ACHADO = ZEROS
                     DISPLAY 'CHEQUE NAO ENCONTRADO.'
                WHEN NOT CHQ-EM-CUSTODIA
                     DISPLAY 'CHEQUE NAO ESTA EM CUSTODIA (SITUACAO '
                             CHQ-SITUACAO ').'
                WHEN OTHER
                     DISPLAY 'CONFIRMA A DEVOLUCAO DO CHEQUE AO '
                             'CLIENTE (S/N)? '
                     MOVE SPACE TO WS-CONFIRMA
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        SET CHQ-RESGATADO TO TRUE
                        MOVE REG-CHEQUE
                             TO WS-CHQ-LINHA(WS-IDX-CHQ-ACHADO)
                        PERFORM P800-REGRAVA-CHEQUES
                        IF NOT WS-ERRO-GRAVACAO-SIM
                           DISPLAY 'CHEQUE DEVOLVIDO AO CLIENTE - A '
                                   'PARCELA CONTINUA ABERTA.'
                        END-IF
                     END-IF
            END-EVALUATE.

       P700-CONSULTA-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
                    UNTIL WS-IDX-CHQ > WS-QTD-CHQ-TAB
                MOVE WS-CHQ-LINHA(WS-IDX-CHQ) TO REG-CHEQUE
                IF CHQ-CODIGO = WS-CODIGO-INFORMADO
                   ADD 1 TO WS-QTD-LISTADOS
                   EVALUATE TRUE
                       WHEN CHQ-EM-CUSTODIA
                            MOVE 'EM CUSTODIA' TO WS-SITUACAO-DESC
                       WHEN CHQ-DEPOSITADO
                            MOVE 'DEPOSITADO'  TO WS-SITUACAO-DESC
                       WHEN CHQ-DEVOLVIDO
                            MOVE 'DEVOLVIDO'   TO WS-SITUACAO-DESC
                       WHEN OTHER
                            MOVE 'RESGATADO'   TO WS-SITUACAO-DESC
                   END-EVALUATE
                   MOVE CHQ-BOM-PARA TO WS-DATA-ISO
                   PERFORM P8200-CONVERTE-ISO-PARA-BR
                   MOVE CHQ-VALOR TO WS-VALOR-ED
                   DISPLAY '  ' CHQ-ID ' PARC ' CHQ-PARCELA
                           ' BCO ' CHQ-BANCO ' CHQ ' CHQ-NUMERO
                           ' BOM PARA ' WS-DATA-BR ' '
                           WS-VALOR-ED ' ' WS-SITUACAO-DESC
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' CHEQUE(S) DO CLIENTE.'.

       P800-REGRAVA-CHEQUES.
            MOVE SPACES TO WS-CHEQUES-STATUS
            OPEN OUTPUT CUSTODIA-CHEQUES
            IF NOT WS-CHEQUES-OK
               DISPLAY 'ERRO AO REGRAVAR CHEQUES.dat - STATUS '
                       WS-CHEQUES-STATUS
               SET WS-ERRO-GRAVACAO-SIM TO TRUE
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-SESSAO-SIM TO TRUE
            ELSE
               PERFORM VARYING WS-IDX-CHQ FROM 1 BY 1
                       UNTIL WS-IDX-CHQ > WS-QTD-CHQ-TAB
                   MOVE WS-CHQ-LINHA(WS-IDX-CHQ) TO REG-CHEQUE
                   WRITE REG-CHEQUE
               END-PERFORM
               CLOSE CUSTODIA-CHEQUES
            END-IF.

       P900-FINAL.
            IF WS-CADASTRO-ABERTO-SIM
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY DTCONVP.
           COPY OPERTBPA.
           COPY PERCTLPA.
           COPY ENCGPA.

           COPY ENVCFGPA.
       END PROGRAM CHEQUE-MAINT.
