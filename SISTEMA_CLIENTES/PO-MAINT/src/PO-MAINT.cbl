      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao dos pedidos de compra (cabecalho no
      *            PURCHORD.dat, linhas no PURCHLIN.dat - copybooks
      *            PCMP*): emissao contra fornecedor ativo do
      *            SUPPLIER-MASTER, com uma linha por item ativo do
      *            ITEM-MASTER (quantidade e custo unitario
      *            negociado), numerada pelo CTL-PROX-COMPRA do
      *            CODECTL.dat; consulta com o saldo a receber de
      *            cada linha; e cancelamento do saldo pendente. O
      *            recebimento, total ou parcial, e feito no
      *            STOCK-MOVE contra o pedido aberto, e o
      *            PO-OPEN-REPORT lista o que cada fornecedor ainda
      *            deve.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Item kit nao entra em pedido de compra -
      *                  compram-se os componentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FRNSEL.
           COPY ITMSEL.
           COPY PCMPSL.
           COPY CODECTSL.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-MASTER.
           COPY FRNMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  PEDIDOS-COMPRA.
           COPY PCMPF.

       FD  LINHAS-COMPRA.
           COPY PCMLF.

       FD  CODIGO-CONTROLE.
           COPY CODECTL.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FORNEC-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-FORNEC-OK                    VALUE '00'.
           88  WS-FORNEC-NAO-EXISTE            VALUE '23'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-NAO-EXISTE              VALUE '23'.
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTROLE-OK                  VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - NIVEL DE
      * CONSULTA SO CONSULTA
           COPY OPERTBWS.

      * PEDIDOS DE COMPRA EM MEMORIA (COPYBOOKS PCMP*) - REGRAVADOS
      * A CADA EMISSAO OU CANCELAMENTO, PARA O RECEBIMENTO DO
      * STOCK-MOVE ENXERGAR O PEDIDO NA HORA
           COPY PCMPWS.

      * CONTADORES DO CODECTL.dat - OS QUE ESTE PROGRAMA NAO USA SAO
      * SO PRESERVADOS NA REGRAVACAO
       77  WS-PROX-CLIENTE         PIC 9(06)   VALUE 000001.
       77  WS-PROX-PEDIDO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-NUMERO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       01  WS-PREVISTA-BR          PIC X(10)   VALUE SPACES.

      * LINHAS DO PEDIDO EM DIGITACAO - SO ENTRAM NA TABELA GERAL
      * DEPOIS DA CONFIRMACAO
       77  WS-MAX-LINHAS-PED       PIC 9(02)   VALUE 20.
       77  WS-QTD-LINHAS-PED       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-PED        PIC 9(02)   VALUE ZEROS COMP.
       77  WS-FIM-LINHAS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-LINHAS-SIM               VALUE 'S'.
       01  WS-TAB-LINHAS-PED.
           05  WS-LPC-ENTRADA      OCCURS 20 TIMES.
               10  WS-LPC-ITEM         PIC X(08).
               10  WS-LPC-QUANTIDADE   PIC 9(07).
               10  WS-LPC-CUSTO        PIC 9(07)V99.
       01  WS-ITEM-INFORMADO       PIC X(08)   VALUE SPACES.
       77  WS-QTD-INFORMADA        PIC 9(07)   VALUE ZEROS.
       77  WS-CUSTO-INFORMADO      PIC 9(07)V99 VALUE ZEROS.

       77  WS-SALDO-LINHA          PIC 9(07)   VALUE ZEROS.
       77  WS-VALOR-PEDIDO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-CUSTO-ED             PIC $$.$$$.$$9,99.
       77  WS-QTD-EMITIDOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CANCELADOS       PIC 9(05)   VALUE ZEROS COMP.

      * CONVERSAO DA DATA PREVISTA DIGITADA (COPYBOOK DTCONV*)
           COPY DTCONVW.

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

            OPEN INPUT SUPPLIER-MASTER
            OPEN INPUT ITEM-MASTER
            PERFORM P8570-CARREGA-COMPRAS

            IF NOT WS-FORNEC-OK OR NOT WS-ITEM-OK
               OR WS-COMPRAS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - FORNECEDORES: '
                       WS-FORNEC-STATUS ' ITENS: ' WS-ITEM-STATUS
            ELSE
               PERFORM P140-RESTAURA-CONTROLE
            END-IF.

       P140-RESTAURA-CONTROLE.
            OPEN INPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               READ CODIGO-CONTROLE
               IF WS-CONTROLE-OK
                  IF CTL-PROX-CLIENTE IS NUMERIC
                     AND CTL-PROX-CLIENTE > ZEROS
                     MOVE CTL-PROX-CLIENTE TO WS-PROX-CLIENTE
                  END-IF
                  IF CTL-PROX-PEDIDO IS NUMERIC
                     AND CTL-PROX-PEDIDO > ZEROS
                     MOVE CTL-PROX-PEDIDO TO WS-PROX-PEDIDO-CTL
                  END-IF
                  IF CTL-PROX-COTACAO IS NUMERIC
                     AND CTL-PROX-COTACAO > ZEROS
                     MOVE CTL-PROX-COTACAO TO WS-PROX-COTACAO-CTL
                  END-IF
                  IF CTL-PROX-NOTA IS NUMERIC
                     AND CTL-PROX-NOTA > ZEROS
                     MOVE CTL-PROX-NOTA TO WS-PROX-NOTA-CTL
                  END-IF
                  IF CTL-PROX-RECIBO IS NUMERIC
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

       P145-GRAVA-CONTROLE.
            MOVE WS-PROX-CLIENTE     TO CTL-PROX-CLIENTE
            MOVE WS-PROX-PEDIDO-CTL  TO CTL-PROX-PEDIDO
            MOVE WS-PROX-COTACAO-CTL TO CTL-PROX-COTACAO
            MOVE WS-PROX-NOTA-CTL    TO CTL-PROX-NOTA
            MOVE WS-PROX-RECIBO-CTL  TO CTL-PROX-RECIBO
            MOVE WS-PROX-COMPRA-CTL  TO CTL-PROX-COMPRA
            OPEN OUTPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-CODIGO-CONTROLE
               CLOSE CODIGO-CONTROLE
            ELSE
               DISPLAY 'AVISO - CONTROLE DE NUMERACAO NAO GRAVADO '
                       '(STATUS ' WS-CONTROLE-STATUS ').'
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== PEDIDOS DE COMPRA ====='
            DISPLAY '1 - EMITIR PEDIDO DE COMPRA'
            DISPLAY '2 - CONSULTAR PEDIDO DE COMPRA'
            DISPLAY '3 - CANCELAR SALDO DO PEDIDO'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE TRUE
                WHEN WS-OPCAO-MENU = 0
                     SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN WS-OPCAO-MENU = 2
                     PERFORM P400-CONSULTA
                WHEN (WS-OPCAO-MENU = 1 OR WS-OPCAO-MENU = 3)
                     AND WS-OPERADOR-CONSULTA
                     DISPLAY 'OPERACAO EXIGE NIVEL DE OPERACAO - '
                             'ACESSO NEGADO.'
                WHEN WS-OPCAO-MENU = 1
                     PERFORM P300-EMITE-PEDIDO
                WHEN WS-OPCAO-MENU = 3
                     PERFORM P500-CANCELA-PEDIDO
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P300-EMITE-PEDIDO
      * Fornecedor ativo, data prevista de entrega e as linhas (item
      * ativo, quantidade e custo unitario), confirmadas de uma vez.
      * O pedido nasce ABERTO com o numero do CTL-PROX-COMPRA.
      ******************************************************************
       P300-EMITE-PEDIDO.
            DISPLAY 'CODIGO DO FORNECEDOR: '
            ACCEPT FRN-CODIGO
            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            EVALUATE TRUE
                WHEN WS-FORNEC-NAO-EXISTE
                     DISPLAY 'FORNECEDOR NAO CADASTRADO - CONSULTE O '
                             'SUPPLIER-MAINT.'
                WHEN NOT WS-FORNEC-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-FORNEC-STATUS
                WHEN FRN-REGISTRO-INATIVO
                     DISPLAY 'FORNECEDOR INATIVO - NAO RECEBE PEDIDO.'
                WHEN WS-QTD-COMPRAS-TAB >= WS-MAX-COMPRAS
                     DISPLAY 'TABELA DE PEDIDOS DE COMPRA CHEIA.'
                WHEN OTHER
                     DISPLAY 'FORNECEDOR: ' FRN-RAZAO-SOCIAL
                     PERFORM P310-COMPLETA-PEDIDO
            END-EVALUATE.

       P310-COMPLETA-PEDIDO.
            MOVE SPACES TO WS-PREVISTA-BR
            DISPLAY 'ENTREGA PREVISTA (DD/MM/AAAA) - PRAZO DO '
                    'FORNECEDOR ' FRN-PRAZO-ENTREGA ' DIA(S): '
            ACCEPT WS-PREVISTA-BR
            MOVE WS-PREVISTA-BR TO WS-DATA-BR
            PERFORM P8300-CONVERTE-BR-PARA-ISO
            IF NOT WS-DATA-CONV-OK OR WS-DATA-ISO < WS-DATA-HOJE
               DISPLAY 'DATA PREVISTA INVALIDA - PEDIDO ABANDONADO.'
            ELSE
               MOVE ZEROS TO WS-QTD-LINHAS-PED
               MOVE 'N' TO WS-FIM-LINHAS
               PERFORM P320-DIGITA-LINHA UNTIL WS-FIM-LINHAS-SIM
               EVALUATE TRUE
                   WHEN WS-QTD-LINHAS-PED = ZEROS
                        DISPLAY 'PEDIDO SEM LINHA - ABANDONADO.'
                   WHEN WS-QTD-LINHAS-COMPRA + WS-QTD-LINHAS-PED
                        > WS-MAX-LINHAS-COMPRA
                        DISPLAY 'TABELA DE LINHAS DE COMPRA CHEIA - '
                                'PEDIDO ABANDONADO.'
                   WHEN OTHER
                        PERFORM P340-CONFIRMA-PEDIDO
               END-EVALUATE
            END-IF.

       P320-DIGITA-LINHA.
            DISPLAY 'ITEM DA LINHA ' WS-QTD-LINHAS-PED
                    ' + 1 (BRANCO ENCERRA): '
            MOVE SPACES TO WS-ITEM-INFORMADO
            ACCEPT WS-ITEM-INFORMADO
            IF WS-ITEM-INFORMADO = SPACES
               SET WS-FIM-LINHAS-SIM TO TRUE
            ELSE
               MOVE WS-ITEM-INFORMADO TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               EVALUATE TRUE
                   WHEN WS-ITEM-NAO-EXISTE
                        DISPLAY 'ITEM NAO CADASTRADO.'
                   WHEN NOT WS-ITEM-OK
                        DISPLAY 'ERRO AO LER ITENS - STATUS '
                                WS-ITEM-STATUS
                   WHEN ITM-REGISTRO-INATIVO
                        DISPLAY 'ITEM INATIVO - NAO E COMPRADO.'
                   WHEN ITM-ITEM-KIT
                        DISPLAY 'ITEM KIT - COMPRE OS COMPONENTES.'
                   WHEN OTHER
                        PERFORM P330-QUANTIDADE-E-CUSTO
               END-EVALUATE
               IF WS-QTD-LINHAS-PED >= WS-MAX-LINHAS-PED
                  DISPLAY 'LIMITE DE ' WS-MAX-LINHAS-PED
                          ' LINHAS POR PEDIDO ATINGIDO.'
                  SET WS-FIM-LINHAS-SIM TO TRUE
               END-IF
            END-IF.

       P330-QUANTIDADE-E-CUSTO.
            DISPLAY 'ITEM: ' ITM-DESCRICAO
            DISPLAY 'QUANTIDADE PEDIDA: '
            MOVE ZEROS TO WS-QTD-INFORMADA
            ACCEPT WS-QTD-INFORMADA
            DISPLAY 'CUSTO UNITARIO NEGOCIADO: '
            MOVE ZEROS TO WS-CUSTO-INFORMADO
            ACCEPT WS-CUSTO-INFORMADO
            IF WS-QTD-INFORMADA = ZEROS OR WS-CUSTO-INFORMADO = ZEROS
               DISPLAY 'QUANTIDADE E CUSTO SAO OBRIGATORIOS - LINHA '
                       'IGNORADA.'
            ELSE
               ADD 1 TO WS-QTD-LINHAS-PED
               MOVE ITM-CODIGO TO WS-LPC-ITEM(WS-QTD-LINHAS-PED)
               MOVE WS-QTD-INFORMADA
                    TO WS-LPC-QUANTIDADE(WS-QTD-LINHAS-PED)
               MOVE WS-CUSTO-INFORMADO
                    TO WS-LPC-CUSTO(WS-QTD-LINHAS-PED)
            END-IF.

       P340-CONFIRMA-PEDIDO.
            MOVE ZEROS TO WS-VALOR-PEDIDO
            PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO +
                        WS-LPC-QUANTIDADE(WS-IDX-LINHA-PED) *
                        WS-LPC-CUSTO(WS-IDX-LINHA-PED)
            END-PERFORM
            MOVE WS-VALOR-PEDIDO TO WS-VALOR-ED
            DISPLAY WS-QTD-LINHAS-PED ' LINHA(S), TOTAL ' WS-VALOR-ED
            DISPLAY 'CONFIRMA A EMISSAO (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM P350-GRAVA-PEDIDO
            ELSE
               DISPLAY 'EMISSAO CANCELADA.'
            END-IF.

      ******************************************************************
      * P350-GRAVA-PEDIDO
      * Numero ja presente na tabela (CODECTL.dat defasado) avanca o
      * contador ate um livre, como o QUOTE-MAINT faz com a cotacao.
      ******************************************************************
       P350-GRAVA-PEDIDO.
            MOVE WS-PROX-COMPRA-CTL TO WS-PCM-NUMERO
            PERFORM P8575-LOCALIZA-COMPRA
            PERFORM UNTIL WS-IDX-PCM-ACHADO = ZEROS
                ADD 1 TO WS-PROX-COMPRA-CTL
                MOVE WS-PROX-COMPRA-CTL TO WS-PCM-NUMERO
                PERFORM P8575-LOCALIZA-COMPRA
            END-PERFORM

            ADD 1 TO WS-QTD-COMPRAS-TAB
            MOVE WS-PCM-NUMERO  TO WS-PCT-NUMERO(WS-QTD-COMPRAS-TAB)
            MOVE FRN-CODIGO     TO WS-PCT-FORNECEDOR(WS-QTD-COMPRAS-TAB)
            MOVE WS-DATA-HOJE
                 TO WS-PCT-DATA-EMISSAO(WS-QTD-COMPRAS-TAB)
            MOVE WS-DATA-ISO
                 TO WS-PCT-DATA-PREVISTA(WS-QTD-COMPRAS-TAB)
            SET WS-PCT-ABERTO(WS-QTD-COMPRAS-TAB) TO TRUE
            MOVE WS-OPERADOR-VALIDADO
                 TO WS-PCT-OPERADOR(WS-QTD-COMPRAS-TAB)

            PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                ADD 1 TO WS-QTD-LINHAS-COMPRA
                MOVE WS-PCM-NUMERO
                     TO WS-PLT-NUMERO(WS-QTD-LINHAS-COMPRA)
                MOVE WS-IDX-LINHA-PED
                     TO WS-PLT-SEQUENCIA(WS-QTD-LINHAS-COMPRA)
                MOVE WS-LPC-ITEM(WS-IDX-LINHA-PED)
                     TO WS-PLT-ITEM(WS-QTD-LINHAS-COMPRA)
                MOVE WS-LPC-QUANTIDADE(WS-IDX-LINHA-PED)
                     TO WS-PLT-QTD-PEDIDA(WS-QTD-LINHAS-COMPRA)
                MOVE ZEROS
                     TO WS-PLT-QTD-RECEBIDA(WS-QTD-LINHAS-COMPRA)
                MOVE WS-LPC-CUSTO(WS-IDX-LINHA-PED)
                     TO WS-PLT-CUSTO(WS-QTD-LINHAS-COMPRA)
            END-PERFORM

            PERFORM P8580-GRAVA-COMPRAS
            IF WS-COMPRAS-GRAVADAS-SIM
               ADD 1 TO WS-QTD-EMITIDOS
               ADD 1 TO WS-PROX-COMPRA-CTL
               PERFORM P145-GRAVA-CONTROLE
               DISPLAY 'PEDIDO DE COMPRA EMITIDO - NUMERO '
                       WS-PCM-NUMERO
            ELSE
               DISPLAY 'ERRO AO GRAVAR PEDIDOS DE COMPRA - STATUS '
                       WS-PCH-STATUS '/' WS-PCI-STATUS
                       ' - SESSAO ENCERRADA.'
               MOVE 'S' TO WS-ERRO-ABERTURA
               SET WS-FIM-SESSAO-SIM TO TRUE
            END-IF.

       P400-CONSULTA.
            PERFORM P410-INFORMA-PEDIDO
            IF WS-IDX-PCM-ACHADO > ZEROS
               PERFORM P450-MOSTRA-PEDIDO
            END-IF.

       P410-INFORMA-PEDIDO.
            DISPLAY 'NUMERO DO PEDIDO DE COMPRA: '
            MOVE ZEROS TO WS-NUMERO-INFORMADO
            ACCEPT WS-NUMERO-INFORMADO
            MOVE WS-NUMERO-INFORMADO TO WS-PCM-NUMERO
            PERFORM P8575-LOCALIZA-COMPRA
            IF WS-IDX-PCM-ACHADO = ZEROS
               DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO.'
            END-IF.

       P450-MOSTRA-PEDIDO.
            MOVE WS-PCT-FORNECEDOR(WS-IDX-PCM-ACHADO) TO FRN-CODIGO
            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            IF NOT WS-FORNEC-OK
               MOVE '(FORNECEDOR NAO CADASTRADO)' TO FRN-RAZAO-SOCIAL
            END-IF
            DISPLAY 'PEDIDO......: ' WS-PCT-NUMERO(WS-IDX-PCM-ACHADO)
            DISPLAY 'FORNECEDOR..: ' FRN-CODIGO ' ' FRN-RAZAO-SOCIAL
            DISPLAY 'EMISSAO.....: '
                    WS-PCT-DATA-EMISSAO(WS-IDX-PCM-ACHADO)
                    '  PREVISTA: '
                    WS-PCT-DATA-PREVISTA(WS-IDX-PCM-ACHADO)
            EVALUATE TRUE
                WHEN WS-PCT-ABERTO(WS-IDX-PCM-ACHADO)
                     DISPLAY 'SITUACAO....: ABERTO'
                WHEN WS-PCT-PARCIAL(WS-IDX-PCM-ACHADO)
                     DISPLAY 'SITUACAO....: RECEBIDO PARCIALMENTE'
                WHEN WS-PCT-RECEBIDO(WS-IDX-PCM-ACHADO)
                     DISPLAY 'SITUACAO....: RECEBIDO'
                WHEN OTHER
                     DISPLAY 'SITUACAO....: CANCELADO'
            END-EVALUATE
            PERFORM VARYING WS-IDX-LINHA-COMPRA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-COMPRA > WS-QTD-LINHAS-COMPRA
                IF WS-PLT-NUMERO(WS-IDX-LINHA-COMPRA) =
                   WS-PCT-NUMERO(WS-IDX-PCM-ACHADO)
                   COMPUTE WS-SALDO-LINHA =
                           WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA) -
                           WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
                   MOVE WS-PLT-CUSTO(WS-IDX-LINHA-COMPRA)
                        TO WS-CUSTO-ED
                   DISPLAY '  ' WS-PLT-SEQUENCIA(WS-IDX-LINHA-COMPRA)
                           ' ' WS-PLT-ITEM(WS-IDX-LINHA-COMPRA)
                           ' PEDIDA '
                           WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
                           ' RECEBIDA '
                           WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
                           ' SALDO ' WS-SALDO-LINHA
                           ' A ' WS-CUSTO-ED
                END-IF
            END-PERFORM.

      ******************************************************************
      * P500-CANCELA-PEDIDO
      * So pedido ABERTO ou PARCIAL. O que ja entrou no estoque fica;
      * o saldo pendente deixa de ser devido e sai do PO-OPEN-REPORT.
      ******************************************************************
       P500-CANCELA-PEDIDO.
            PERFORM P410-INFORMA-PEDIDO
            IF WS-IDX-PCM-ACHADO > ZEROS
               PERFORM P450-MOSTRA-PEDIDO
               IF NOT WS-PCT-A-RECEBER(WS-IDX-PCM-ACHADO)
                  DISPLAY 'PEDIDO NAO TEM SALDO A RECEBER.'
               ELSE
                  DISPLAY 'CONFIRMA O CANCELAMENTO DO SALDO (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     SET WS-PCT-CANCELADO(WS-IDX-PCM-ACHADO) TO TRUE
                     PERFORM P8580-GRAVA-COMPRAS
                     IF WS-COMPRAS-GRAVADAS-SIM
                        ADD 1 TO WS-QTD-CANCELADOS
                        DISPLAY 'SALDO DO PEDIDO CANCELADO.'
                     ELSE
                        DISPLAY 'ERRO AO GRAVAR PEDIDOS DE COMPRA - '
                                'STATUS ' WS-PCH-STATUS '/'
                                WS-PCI-STATUS ' - SESSAO ENCERRADA.'
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        SET WS-FIM-SESSAO-SIM TO TRUE
                     END-IF
                  ELSE
                     DISPLAY 'CANCELAMENTO DESISTIDO.'
                  END-IF
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-FORNEC-OK
               CLOSE SUPPLIER-MASTER
            END-IF
            IF WS-ITEM-OK
               CLOSE ITEM-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'PEDIDOS DE COMPRA: ' WS-QTD-EMITIDOS
                       ' EMITIDO(S), ' WS-QTD-CANCELADOS
                       ' CANCELADO(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY PCMPPA.
           COPY DTCONVP.
           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM PO-MAINT.
