      *                  (CORRQUE.dat), despachada pelo
      *                  CORR-DISPATCH - o EXTRATO.txt deixou de
      *                  virar anexo manual.
      * 15/10/2026  MJB  O cabecalho do cliente passou a trazer uma
      *                  linha por contrato (CONTRATOS.dat, copybooks
      *                  CTR*) com valor, moeda e status de pagamento,
      *                  no lugar do contrato unico do cadastro.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Historico financeiro quitado arquivado pelo
      *                  FIN-ARCHIVE (copybooks FINARQ*) sai, sob
      *                  pedido, abaixo do total do cliente: os
      *                  codigos listados no STMTPARM.dat (000000 =
      *                  todos) ganham as parcelas, recibos, encargos
      *                  e faturas ja tirados dos arquivos de origem.
      * 15/10/2026  MJB  Rodada sob demanda pela fila do BATCH-QUEUE
      *                  (copybooks BTQP*): com o BATCHPRM.dat gravado
      *                  pelo BATCH-DISPATCH, so saem os clientes da
      *                  UF/filial pedidas e os pedidos da faixa de
      *                  datas pedida, com o filtro no cabecalho. A
      *                  rodada sob demanda e so consulta interna - nao
      *                  enfileira extrato na CORRQUE.dat.
      * 15/10/2026  MJB  Parametros da solicitacao sob demanda so
      *                  valem com a solicitacao EM EXECUCAO na fila
      *                  (BATCHREQ.dat) - BATCHPRM.dat que sobrou de
      *                  rodada interrompida e ignorado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STATEMENT.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY CTRSL.

           SELECT WORK-PEDIDOS ASSIGN TO
           'src\assets\WKSTMT.tmp'.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

           SELECT PARAMETRO-EXTRATO ASSIGN TO
           'src\assets\STMTPARM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETRO-STATUS.

           COPY FINARQSL.

           COPY BTQPSL.
           COPY BTQSL.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  PERF-LOG.
           COPY PERFLOG.

       FD  FILA-CORRESP.
           COPY CORRQF.

      * CLIENTES CUJO EXTRATO TRAZ O HISTORICO ARQUIVADO - UM CODIGO
      * POR LINHA; 000000 PEDE PARA TODOS
       FD  PARAMETRO-EXTRATO.
       01  REG-PARAMETRO-EXTRATO.
           05  SPX-CODIGO              PIC 9(06).

       FD  CONTROLE-ARQUIVAMENTO.
           COPY FINACTF.

       FD  ARQUIVO-FIN-MORTO.
           COPY FINARQF.

       FD  PARAMETRO-SOLICITACAO.
           COPY BTQPF.

       FD  FILA-SOLICITACOES.
           COPY BTQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
               10  WS-GRT-VALOR        PIC 9(11)V99.
       77  WS-GRUPO-DO-CLIENTE     PIC 9(04)   VALUE ZEROS.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - UMA LINHA POR
      * CONTRATO NO CABECALHO DO EXTRATO
           COPY CTRWS.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

      * HISTORICO FINANCEIRO ARQUIVADO (COPYBOOKS FINARQ*) E OS
      * CLIENTES QUE O PEDIRAM (STMTPARM.dat)
           COPY FINARQWS.
       77  WS-PARAMETRO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-PARAMETRO-OK                 VALUE '00'.
       77  WS-FIM-PARAMETRO        PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARAMETRO-SIM            VALUE 'S'.
       77  WS-HISTORICO-TODOS      PIC X(01)   VALUE 'N'.
           88  WS-HISTORICO-TODOS-SIM          VALUE 'S'.
       77  WS-CLIENTE-HISTORICO    PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-HISTORICO-SIM        VALUE 'S'.
       77  WS-MAX-HISTORICO        PIC 9(03)   VALUE 100.
       77  WS-QTD-HISTORICO-TAB    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-HISTORICO        PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-HISTORICO.
           05  WS-HIS-CODIGO       PIC 9(06)   OCCURS 100 TIMES.

      * PARAMETROS DA SOLICITACAO SOB DEMANDA (COPYBOOKS BTQP*)
           COPY BTQPWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - LE O ARQUIVO DE PEDIDOS E ALIMENTA O SORT
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            OPEN EXTEND PERF-LOG
            PERFORM P8160-LE-PARAMETRO-SOLICITACAO

            SORT WORK-PEDIDOS
                 ON ASCENDING KEY WST-CODIGO-CLIENTE
                 AT END SET WS-ORD-FIM-ARQUIVO TO TRUE
            END-READ

      *     RODADA SOB DEMANDA - SO OS PEDIDOS DA FAIXA DE DATAS PEDIDA
            MOVE 'S' TO WS-BTP-PASSA
            IF NOT WS-ORD-FIM-ARQUIVO AND WS-BTP-ATIVA-SIM
               MOVE ORD-DATA-PEDIDO TO WS-BTP-DATA-TESTE
               PERFORM P8167-FILTRA-DATA-SOLIC
            END-IF

            IF NOT WS-ORD-FIM-ARQUIVO AND WS-BTP-PASSA-SIM
               MOVE ORD-CODIGO-CLIENTE TO WST-CODIGO-CLIENTE
               MOVE ORD-DATA-PEDIDO    TO WST-DATA-PEDIDO
               MOVE ORD-NUMERO         TO WST-NUMERO
            PERFORM P8600-MARCA-INICIO-FASE

            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8870-ABRE-CONTRATOS-LEITURA
            OPEN OUTPUT EXTRATO
            OPEN EXTEND FILA-CORRESP
            IF WS-CORRESP-NAO-CRIADA
               SET WS-SORT-FIM TO TRUE
            ELSE
               PERFORM P370-CARREGA-VINCULOS
               PERFORM P385-CARREGA-PEDIDOS-HISTORICO
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P310-RETORNA-E-IMPRIME UNTIL WS-SORT-FIM

               PERFORM P350-IMPRIME-TOTAL-GERAL
               PERFORM P380-IMPRIME-GRUPOS
               CLOSE EXTRATO
               MOVE 'CUST-STATEMENT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\EXTRATO.txt'
                    TO WS-SPL-ARQUIVO
               MOVE WS-BTP-FILIAL TO WS-SPL-FILIAL
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            CLOSE CUSTOMER-MASTER
            IF WS-CTR-ABERTO-SIM
               CLOSE CADASTRO-CONTRATOS
            END-IF
            IF WS-CORRESP-OK
               CLOSE FILA-CORRESP
            END-IF
      * imprime o cabecalho do extrato. Cliente excluido ou nao
      * encontrado no cadastro nao gera extrato - os pedidos dele sao
      * pulados ate a proxima quebra (WS-CLIENTE-IMPRIME fica em 'N').
      * Na rodada sob demanda, o cliente fora da UF/filial pedida
      * tambem e pulado.
      ******************************************************************
       P320-IMPRIME-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-IMPRIME
            MOVE WST-CODIGO-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            MOVE 'S' TO WS-BTP-PASSA
            IF WS-CUST-OK AND WS-BTP-ATIVA-SIM
               PERFORM P8165-FILTRA-CLIENTE-SOLIC
            END-IF
            IF WS-CUST-OK AND CSV-REGISTRO-ATIVO AND WS-BTP-PASSA-SIM
               MOVE 'S' TO WS-CLIENTE-IMPRIME
               ADD 1 TO WS-QTD-CLIENTES
               PERFORM P375-LOCALIZA-GRUPO-CLIENTE
               PERFORM P390-CLIENTE-PEDIU-HISTORICO
               PERFORM P8960-ENFILEIRA-CORRESP

               MOVE SPACES TO WS-NOME-COMPLETO
               END-STRING
               WRITE REG-EXTRATO

               PERFORM P8872-PRIMEIRO-CONTRATO
               PERFORM UNTIL WS-FIM-CONTRATOS-SIM
                   PERFORM P325-IMPRIME-CONTRATO
                   PERFORM P8873-PROXIMO-CONTRATO
               END-PERFORM
            END-IF.

      ******************************************************************
      * P325-IMPRIME-CONTRATO
      * Uma linha por contrato do cliente (CONTRATOS.dat), do
      * principal em diante, com valor, moeda e status de pagamento.
      ******************************************************************
       P325-IMPRIME-CONTRATO.
            PERFORM P360-DESCREVE-STATUS-PAGTO
            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-EXTRATO
            STRING 'CONTRATO '         DELIMITED BY SIZE
                   CTR-SEQUENCIA       DELIMITED BY SIZE
                   ': '                DELIMITED BY SIZE
                   WS-VALOR-ED         DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   CTR-MOEDA-CONTRATO  DELIMITED BY SIZE
                   '  PAGAMENTO: '     DELIMITED BY SIZE
                   WS-STATUS-PAGTO-DESC DELIMITED BY SIZE
                   INTO REG-EXTRATO
            END-STRING
            WRITE REG-EXTRATO.

       P330-IMPRIME-PEDIDO.
            MOVE WST-DATA-PEDIDO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            END-STRING
            WRITE REG-EXTRATO
            MOVE ZEROS TO WS-SUBTOTAL-CLIENTE
            MOVE ZEROS TO WS-QTD-PED-CLIENTE
            IF WS-CLIENTE-HISTORICO-SIM
               PERFORM P395-IMPRIME-ARQUIVADOS
            END-IF.

       P350-IMPRIME-TOTAL-GERAL.
            MOVE WS-TOTAL-GERAL  TO WS-TOTAL-GERAL-ED

       P360-DESCREVE-STATUS-PAGTO.
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
            END-STRING
            WRITE REG-EXTRATO

            IF WS-BTP-ATIVA-SIM
               MOVE WS-BTP-ECO TO REG-EXTRATO
               WRITE REG-EXTRATO
            END-IF

            MOVE ZEROS TO WS-LINHAS-PAGINA.

      ******************************************************************
      * P385-CARREGA-PEDIDOS-HISTORICO / P390-CLIENTE-PEDIU-HISTORICO
      * Codigos do STMTPARM.dat em memoria; na quebra de cliente, se
      * ele foi pedido (ou 000000 pediu todos) e tem rodada no
      * catalogo do arquivamento, o historico sai apos o total dele.
      * Sem o arquivo o extrato sai como sempre saiu.
      ******************************************************************
       P385-CARREGA-PEDIDOS-HISTORICO.
            OPEN INPUT PARAMETRO-EXTRATO
            IF WS-PARAMETRO-OK
               PERFORM P387-LE-PEDIDO-HISTORICO
                       UNTIL WS-FIM-PARAMETRO-SIM
               CLOSE PARAMETRO-EXTRATO
            END-IF.

       P387-LE-PEDIDO-HISTORICO.
            READ PARAMETRO-EXTRATO
                 AT END SET WS-FIM-PARAMETRO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PARAMETRO-SIM
               AND SPX-CODIGO IS NUMERIC
               IF SPX-CODIGO = ZEROS
                  SET WS-HISTORICO-TODOS-SIM TO TRUE
               ELSE
                  IF WS-QTD-HISTORICO-TAB < WS-MAX-HISTORICO
                     ADD 1 TO WS-QTD-HISTORICO-TAB
                     MOVE SPX-CODIGO
                          TO WS-HIS-CODIGO(WS-QTD-HISTORICO-TAB)
                  END-IF
               END-IF
            END-IF.

       P390-CLIENTE-PEDIU-HISTORICO.
            MOVE 'N' TO WS-CLIENTE-HISTORICO
            IF WS-HISTORICO-TODOS-SIM
               SET WS-CLIENTE-HISTORICO-SIM TO TRUE
            ELSE
               PERFORM VARYING WS-IDX-HISTORICO FROM 1 BY 1
                       UNTIL WS-IDX-HISTORICO > WS-QTD-HISTORICO-TAB
                       OR WS-CLIENTE-HISTORICO-SIM
                   IF WS-HIS-CODIGO(WS-IDX-HISTORICO) = CSV-CODIGO
                      SET WS-CLIENTE-HISTORICO-SIM TO TRUE
                   END-IF
               END-PERFORM
            END-IF
            IF WS-CLIENTE-HISTORICO-SIM
               PERFORM P8980-LOCALIZA-ARQUIVAMENTOS
               IF WS-FAQ-QTD-RODADAS = ZEROS
                  MOVE 'N' TO WS-CLIENTE-HISTORICO
               END-IF
            END-IF.

      *     CHAMADO DO P340 - O P8980 JA GUARDOU O CODIGO DO CLIENTE
      *     E AS RODADAS DELE NA QUEBRA
       P395-IMPRIME-ARQUIVADOS.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE '  HISTORICO QUITADO ARQUIVADO:' TO REG-EXTRATO
            WRITE REG-EXTRATO
            PERFORM P8981-PRIMEIRO-ARQUIVADO
            PERFORM P397-IMPRIME-ARQUIVADO
                    UNTIL WS-FIM-ARQUIVADOS-SIM
            MOVE 'N' TO WS-CLIENTE-HISTORICO.

       P397-IMPRIME-ARQUIVADO.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-EXTRATO
            STRING '    '        DELIMITED BY SIZE
                   WS-FAQ-LINHA  DELIMITED BY SIZE
                   INTO REG-EXTRATO
            END-STRING
            WRITE REG-EXTRATO
            PERFORM P8982-PROXIMO-ARQUIVADO.

      ******************************************************************
      * P8960-ENFILEIRA-CORRESP
      * Um registro na fila de correspondencia por documento gerado -
      * fila indisponivel nao segura o documento, so avisa. A rodada
      * sob demanda e consulta interna e nao manda extrato ao cliente.
      ******************************************************************
       P8960-ENFILEIRA-CORRESP.
            IF WS-CORRESP-OK AND NOT WS-BTP-ATIVA-SIM
               MOVE CSV-CODIGO TO CRQ-CODIGO
               MOVE 'EXTRATO ' TO CRQ-TIPO-DOC
               MOVE 'EXTRATO.txt ' TO CRQ-REFERENCIA
           COPY PAGECTPA.
           COPY DTCONVP.
           COPY PERFLPA.
           COPY CTRPA.
           COPY FINARQPA.

           COPY RPTSPLPA.

           COPY BTQPPA.

           COPY ENVCFGPA.
       END PROGRAM CUST-STATEMENT.
