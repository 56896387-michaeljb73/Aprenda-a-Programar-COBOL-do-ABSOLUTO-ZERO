      * 02/09/2026  MJB  O pedido em BACKORDER ganhou descricao
      *                  propria na secao de pedidos - saia
      *                  INDEFINID.
      * 15/10/2026  MJB  A secao de pedidos mostra, abaixo do embarque,
      *                  a situacao da entrega pelo retorno da
      *                  transportadora (ENTREGA.dat, carregado pelo
      *                  POD-LOAD): entregue com quem recebeu, frustrada
      *                  com o motivo, ou ainda nao confirmada.
      * 15/10/2026  MJB  Nova secao de contratos (CONTRATOS.dat,
      *                  copybooks CTR*): lista todos os contratos do
      *                  cliente, do principal em diante, com valor,
      *                  moeda, situacao e vigencia.
      * 15/10/2026  MJB  Nova secao de chamados SAC (SACFILE.dat,
      *                  mantido pelo SAC-MAINT): lista os chamados do
      *                  cliente ainda em aberto, com categoria,
      *                  situacao, prazo de solucao e responsavel.
      * 15/10/2026  MJB  Nova secao de alteracoes sensiveis (limite,
      *                  valor do contrato, liberacao do nao-contatar)
      *                  aguardando aprovacao no ALTPEND.dat (copybooks
      *                  ALTP*).
      * 15/10/2026  MJB  Cliente anonimizado a pedido do titular (LGPD)
      *                  aparece como tal no painel.
      * 15/10/2026  MJB  Ao fim do painel, quando o cliente tem
      *                  historico financeiro quitado ja arquivado pelo
      *                  FIN-ARCHIVE (FINARQCT.dat, copybooks FINARQ*),
      *                  oferece listar as parcelas, recibos, encargos
      *                  e faturas arquivados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-360.
           COPY RATESL.
           COPY CONTHSL.
           COPY TRANSLSL.
           COPY PODSL.
           COPY CTRSL.
           COPY SACSL.
           COPY ALTPSL.
           COPY FINARQSL.

           SELECT ARQUIVO-RISCO ASSIGN TO
           'src\assets\RISKGRAD.dat'
       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       FD  ARQUIVO-ENTREGAS.
           COPY PODF.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  CHAMADOS-SAC.
           COPY SACF.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       FD  CONTROLE-ARQUIVAMENTO.
           COPY FINACTF.

       FD  ARQUIVO-FIN-MORTO.
           COPY FINARQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
           88  WS-FIM-CONTHIST-SIM             VALUE 'S'.
       77  WS-QTD-CONTATOS         PIC 9(05)   VALUE ZEROS COMP.

      * CHAMADOS DE ATENDIMENTO EM ABERTO (SACFILE.dat, SAC-MAINT)
       77  WS-SAC-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-SAC-OK                       VALUE '00'.
       77  WS-FIM-SAC              PIC X(01)   VALUE 'N'.
           88  WS-FIM-SAC-SIM                  VALUE 'S'.
       77  WS-QTD-CHAMADOS         PIC 9(05)   VALUE ZEROS COMP.
       01  WS-SITUACAO-SAC-DESC    PIC X(12)   VALUE SPACES.

      * MOVIMENTACOES NO TRANS-LOG
       77  WS-FIM-TRANSLOG         PIC X(01)   VALUE 'N'.
           88  WS-FIM-TRANSLOG-SIM             VALUE 'S'.
               10  WS-EMB-PEDIDO       PIC 9(06).
               10  WS-EMB-DATA         PIC 9(08).

      * RETORNO DE ENTREGA DAS TRANSPORTADORAS (ENTREGA.dat, CARGA DO
      * POD-LOAD) - VALE A ULTIMA LINHA DE CADA PEDIDO
       77  WS-ENTREGAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENTREGAS-OK                  VALUE '00'.
       77  WS-FIM-ENTREGAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENTREGAS-SIM             VALUE 'S'.
       77  WS-MAX-ENTREGAS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENTREGAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENTREGA          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENT-ACHADA       PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENTREGAS.
           05  WS-ENTREGA-ENTRADA  OCCURS 500 TIMES.
               10  WS-ENT-PEDIDO       PIC 9(06).
               10  WS-ENT-SITUACAO     PIC X(01).
                   88  WS-ENT-ENTREGUE         VALUE 'E'.
               10  WS-ENT-DATA         PIC 9(08).
               10  WS-ENT-DETALHE      PIC X(30).

      * GRAU DE RISCO DO CLIENTE (RISKGRAD.dat)
       77  WS-RISCO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-RISCO-OK                     VALUE '00'.
       01  WS-STATUS-PAGTO-DESC    PIC X(11)   VALUE SPACES.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - SEM O ARQUIVO, SO O
      * PRINCIPAL, MONTADO DO CADASTRO
           COPY CTRWS.
       77  WS-QTD-CONTRATOS        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-CONTRATOS-ATIVOS PIC 9(03)   VALUE ZEROS COMP.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

      * ALTERACOES SENSIVEIS AGUARDANDO APROVACAO (COPYBOOKS ALTP*)
           COPY ALTPWS.
       77  WS-QTD-ALTERACOES       PIC 9(03)   VALUE ZEROS COMP.

      * HISTORICO FINANCEIRO ARQUIVADO (COPYBOOKS FINARQ*)
           COPY FINARQWS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
       P100-INICIO.
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ORDER-MASTER
            PERFORM P8870-ABRE-CONTRATOS-LEITURA
            IF NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O CADASTRO - STATUS '
                  DISPLAY 'CLIENTE NAO ENCONTRADO.'
               ELSE
                  PERFORM P300-MOSTRA-CADASTRO
                  PERFORM P350-MOSTRA-CONTRATOS
                  PERFORM P400-MOSTRA-PEDIDOS
                  PERFORM P500-MOSTRA-CONTATOS
                  PERFORM P550-MOSTRA-CHAMADOS
                  PERFORM P560-MOSTRA-ALTERACOES
                  PERFORM P600-MOSTRA-MOVIMENTACOES
                  PERFORM P700-OFERECE-ARQUIVADOS
               END-IF
            END-IF.

            IF CSV-REGISTRO-EXCLUIDO
               DISPLAY 'CADASTRO..: EXCLUIDO'
            END-IF
            IF CSV-ANONIMIZADO
               DISPLAY 'ATENCAO...: CLIENTE ANONIMIZADO A PEDIDO DO '
                       'TITULAR (LGPD)'
            ELSE
            IF CSV-NAO-CONTATAR
               DISPLAY 'ATENCAO...: CLIENTE PEDIU PARA NAO SER '
                       'CONTATADO'
            END-IF
            END-IF.

      ******************************************************************
               END-IF
            END-IF.

      ******************************************************************
      * P350-MOSTRA-CONTRATOS
      * Todos os contratos do cliente, do principal em diante, com
      * valor, moeda, situacao e vigencia - o cliente com segundo
      * servico aparece inteiro, sem um segundo CSV-CODIGO.
      ******************************************************************
       P350-MOSTRA-CONTRATOS.
            DISPLAY '=========== CONTRATOS ==================='
            MOVE ZEROS TO WS-QTD-CONTRATOS
            MOVE ZEROS TO WS-QTD-CONTRATOS-ATIVOS
            PERFORM P8872-PRIMEIRO-CONTRATO
            PERFORM UNTIL WS-FIM-CONTRATOS-SIM
                PERFORM P355-MOSTRA-CONTRATO
                PERFORM P8873-PROXIMO-CONTRATO
            END-PERFORM
            DISPLAY 'CONTRATOS.: ' WS-QTD-CONTRATOS ' ('
                    WS-QTD-CONTRATOS-ATIVOS ' NAO CANCELADO(S))'.

       P355-MOSTRA-CONTRATO.
            ADD 1 TO WS-QTD-CONTRATOS
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
            END-EVALUATE
            IF NOT CTR-PAGTO-CANCELADO
               ADD 1 TO WS-QTD-CONTRATOS-ATIVOS
            END-IF
            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED
            DISPLAY CTR-SEQUENCIA ' ' CTR-DESCRICAO ' '
                    WS-VALOR-ED ' ' CTR-MOEDA-CONTRATO ' '
                    WS-STATUS-PAGTO-DESC
            DISPLAY '   VIGENCIA ' CTR-DATA-INICIO-VIGENCIA ' A '
                    CTR-DATA-FIM-VIGENCIA.

       P310-CONVERTE-BRL.
            MOVE ZEROS TO WS-VALOR-CONTRATO-BRL
            MOVE 'N'   TO WS-COTACAO-ACHADA
            DISPLAY '=========== PEDIDOS ====================='
            IF NOT WS-EMBARQUES-CARREGADOS-SIM
               PERFORM P420-CARREGA-EMBARQUES
               PERFORM P440-CARREGA-ENTREGAS
            END-IF
            MOVE ZEROS TO WS-QTD-PEDIDOS
            MOVE ZEROS TO WS-QTD-ABERTOS
            END-PERFORM
            IF WS-DATA-EMBARQUE-PED > ZEROS
               DISPLAY '      EMBARCADO EM ' WS-DATA-EMBARQUE-PED
               PERFORM P450-MOSTRA-ENTREGA
            ELSE
               DISPLAY '      AINDA SEM EMBARQUE'
            END-IF.

       P440-CARREGA-ENTREGAS.
            MOVE 'N' TO WS-FIM-ENTREGAS
            OPEN INPUT ARQUIVO-ENTREGAS
            IF WS-ENTREGAS-OK
               PERFORM P445-LE-ENTREGA UNTIL WS-FIM-ENTREGAS-SIM
               CLOSE ARQUIVO-ENTREGAS
            END-IF.

       P445-LE-ENTREGA.
            READ ARQUIVO-ENTREGAS
                 AT END SET WS-FIM-ENTREGAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ENTREGAS-SIM
               MOVE ZEROS TO WS-IDX-ENT-ACHADA
               PERFORM VARYING WS-IDX-ENTREGA FROM 1 BY 1
                       UNTIL WS-IDX-ENTREGA > WS-QTD-ENTREGAS-TAB
                       OR WS-IDX-ENT-ACHADA > ZEROS
                   IF WS-ENT-PEDIDO(WS-IDX-ENTREGA) = ENT-NUMERO-PEDIDO
                      MOVE WS-IDX-ENTREGA TO WS-IDX-ENT-ACHADA
                   END-IF
               END-PERFORM
               IF WS-IDX-ENT-ACHADA = ZEROS
                  IF WS-QTD-ENTREGAS-TAB < WS-MAX-ENTREGAS
                     ADD 1 TO WS-QTD-ENTREGAS-TAB
                     MOVE WS-QTD-ENTREGAS-TAB TO WS-IDX-ENT-ACHADA
                  ELSE
                     SET WS-FIM-ENTREGAS-SIM TO TRUE
                  END-IF
               END-IF
               IF WS-IDX-ENT-ACHADA > ZEROS
                  MOVE ENT-NUMERO-PEDIDO
                       TO WS-ENT-PEDIDO(WS-IDX-ENT-ACHADA)
                  MOVE ENT-SITUACAO
                       TO WS-ENT-SITUACAO(WS-IDX-ENT-ACHADA)
                  MOVE ENT-DATA TO WS-ENT-DATA(WS-IDX-ENT-ACHADA)
                  IF ENT-ENTREGUE
                     MOVE ENT-RECEBEDOR
                          TO WS-ENT-DETALHE(WS-IDX-ENT-ACHADA)
                  ELSE
                     MOVE ENT-MOTIVO-FALHA
                          TO WS-ENT-DETALHE(WS-IDX-ENT-ACHADA)
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P450-MOSTRA-ENTREGA
      * Situacao da entrega do pedido embarcado pelo ultimo retorno
      * da transportadora - a prova de entrega quando o cliente
      * contesta a fatura.
      ******************************************************************
       P450-MOSTRA-ENTREGA.
            MOVE ZEROS TO WS-IDX-ENT-ACHADA
            PERFORM VARYING WS-IDX-ENTREGA FROM 1 BY 1
                    UNTIL WS-IDX-ENTREGA > WS-QTD-ENTREGAS-TAB
                    OR WS-IDX-ENT-ACHADA > ZEROS
                IF WS-ENT-PEDIDO(WS-IDX-ENTREGA) = ORD-NUMERO
                   MOVE WS-IDX-ENTREGA TO WS-IDX-ENT-ACHADA
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-IDX-ENT-ACHADA = ZEROS
                     DISPLAY '      ENTREGA AINDA NAO CONFIRMADA PELA '
                             'TRANSPORTADORA'
                WHEN WS-ENT-ENTREGUE(WS-IDX-ENT-ACHADA)
                     DISPLAY '      ENTREGUE EM '
                             WS-ENT-DATA(WS-IDX-ENT-ACHADA)
                             ' - RECEBIDO POR '
                             WS-ENT-DETALHE(WS-IDX-ENT-ACHADA)
                WHEN OTHER
                     DISPLAY '      ENTREGA FRUSTRADA EM '
                             WS-ENT-DATA(WS-IDX-ENT-ACHADA)
                             ' - ' WS-ENT-DETALHE(WS-IDX-ENT-ACHADA)
            END-EVALUATE.

       P500-MOSTRA-CONTATOS.
            DISPLAY '=========== CONTATOS ===================='
            IF CSV-DATA-ULTIMO-CONTATO = ZEROS
               END-IF
            END-IF.

      ******************************************************************
      * P550-MOSTRA-CHAMADOS
      * Chamados de atendimento ainda em aberto do cliente, com o
      * prazo de solucao; os encerrados ficam so no SAC-MAINT.
      ******************************************************************
       P550-MOSTRA-CHAMADOS.
            DISPLAY '=========== CHAMADOS SAC ================'
            MOVE ZEROS TO WS-QTD-CHAMADOS
            MOVE 'N'   TO WS-FIM-SAC
            OPEN INPUT CHAMADOS-SAC
            IF WS-SAC-OK
               PERFORM P555-LE-CHAMADO UNTIL WS-FIM-SAC-SIM
               CLOSE CHAMADOS-SAC
               IF WS-QTD-CHAMADOS = ZEROS
                  DISPLAY 'NENHUM CHAMADO EM ABERTO.'
               ELSE
                  MOVE WS-QTD-CHAMADOS TO WS-QTD-ED
                  DISPLAY 'CHAMADOS EM ABERTO: ' WS-QTD-ED
               END-IF
            ELSE
               DISPLAY 'NENHUM CHAMADO REGISTRADO.'
            END-IF
            MOVE SPACES TO WS-SAC-STATUS.

       P555-LE-CHAMADO.
            READ CHAMADOS-SAC
                 AT END SET WS-FIM-SAC-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-SAC-SIM
               IF SAC-CODIGO-CLIENTE = CSV-CODIGO
                  AND SAC-PENDENTE
                  ADD 1 TO WS-QTD-CHAMADOS
                  EVALUATE TRUE
                      WHEN SAC-ABERTO
                           MOVE 'ABERTO' TO WS-SITUACAO-SAC-DESC
                      WHEN SAC-EM-ANDAMENTO
                           MOVE 'EM ANDAMENTO' TO WS-SITUACAO-SAC-DESC
                      WHEN OTHER
                           MOVE 'ESCALADO' TO WS-SITUACAO-SAC-DESC
                  END-EVALUATE
                  MOVE SAC-DATA-PRAZO TO WS-DATA-ISO
                  PERFORM P8200-CONVERTE-ISO-PARA-BR
                  DISPLAY '  ' SAC-NUMERO ' ' SAC-CATEGORIA ' '
                          WS-SITUACAO-SAC-DESC ' PRAZO ' WS-DATA-BR
                          ' ' SAC-RESPONSAVEL
                  DISPLAY '      ' SAC-DESCRICAO
               END-IF
            END-IF.

      ******************************************************************
      * P560-MOSTRA-ALTERACOES
      * Limite, valor de contrato e liberacao do nao-contatar pedidos
      * e ainda nao aprovados (ALTPEND.dat) - o cadastro mostrado
      * acima segue com o valor antigo ate o ALTER-APPROVE.
      ******************************************************************
       P560-MOSTRA-ALTERACOES.
            DISPLAY '===== ALTERACOES AGUARDANDO APROVACAO ===='
            MOVE ZEROS TO WS-QTD-ALTERACOES
            MOVE 'N'   TO WS-FIM-ALP
            OPEN INPUT ALTERACOES-PENDENTES
            IF WS-ALP-OK
               PERFORM P565-LE-ALTERACAO UNTIL WS-FIM-ALP-SIM
               CLOSE ALTERACOES-PENDENTES
            END-IF
            IF WS-QTD-ALTERACOES = ZEROS
               DISPLAY 'NENHUMA ALTERACAO PENDENTE.'
            END-IF
            MOVE SPACES TO WS-ALP-STATUS.

       P565-LE-ALTERACAO.
            READ ALTERACOES-PENDENTES
                 AT END SET WS-FIM-ALP-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ALP-SIM
               IF ALP-CODIGO = CSV-CODIGO
                  AND ALP-PENDENTE
                  ADD 1 TO WS-QTD-ALTERACOES
                  MOVE ALP-DATA-PEDIDO TO WS-DATA-ISO
                  PERFORM P8200-CONVERTE-ISO-PARA-BR
                  IF ALP-CAMPO-BLOQUEIO
                     DISPLAY '  LIBERAR CONTATO (NAO-CONTATAR '
                             ALP-VALOR-ATUAL(1:1) ' -> '
                             ALP-VALOR-NOVO(1:1) ') PEDIDO POR '
                             ALP-OPERADOR ' EM ' WS-DATA-BR
                  ELSE
                     MOVE ALP-NOVO-NUM TO WS-VALOR-ED
                     DISPLAY '  ' ALP-CAMPO ' PARA ' WS-VALOR-ED
                             ' PEDIDO POR ' ALP-OPERADOR ' EM '
                             WS-DATA-BR
                  END-IF
               END-IF
            END-IF.

       P600-MOSTRA-MOVIMENTACOES.
            DISPLAY '=========== MOVIMENTACOES ==============='
            MOVE ZEROS TO WS-QTD-MOVIMENTOS
               END-IF
            END-IF.

      ******************************************************************
      * P700-OFERECE-ARQUIVADOS
      * Historico quitado que o FIN-ARCHIVE tirou dos arquivos de
      * origem - so pergunta quando o catalogo tem rodada do cliente,
      * e so lista se o operador pedir (pode ser longo).
      ******************************************************************
       P700-OFERECE-ARQUIVADOS.
            PERFORM P8980-LOCALIZA-ARQUIVAMENTOS
            IF WS-FAQ-QTD-RODADAS > ZEROS
               DISPLAY '=========== HISTORICO ARQUIVADO =========='
               MOVE WS-FAQ-QTD-RODADAS TO WS-QTD-ED
               DISPLAY 'HISTORICO FINANCEIRO QUITADO ARQUIVADO EM '
                       WS-QTD-ED ' RODADA(S).'
               DISPLAY 'MOSTRA OS ITENS ARQUIVADOS (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  PERFORM P8981-PRIMEIRO-ARQUIVADO
                  PERFORM P710-MOSTRA-ARQUIVADO
                          UNTIL WS-FIM-ARQUIVADOS-SIM
                  MOVE WS-FAQ-QTD-ITENS TO WS-QTD-ED
                  DISPLAY 'ITENS ARQUIVADOS: ' WS-QTD-ED
               END-IF
            END-IF.

       P710-MOSTRA-ARQUIVADO.
            DISPLAY WS-FAQ-LINHA
            PERFORM P8982-PROXIMO-ARQUIVADO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
               IF WS-ORD-DISPONIVEL-SIM
                  CLOSE ORDER-MASTER
               END-IF
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY DTCONVP.
           COPY CTRPA.
           COPY FINARQPA.
           COPY ENVCFGPA.

       END PROGRAM CUST-360.
