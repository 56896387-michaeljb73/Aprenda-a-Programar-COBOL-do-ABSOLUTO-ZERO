      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Geracao noturna dos pedidos programados: varre o
      *            PEDPROG.dat (copybooks PPG*, mantido pelo
      *            STORD-MAINT) e, para todo modelo ATIVO cuja data do
      *            proximo pedido chegou (data de referencia da
      *            rodada), gera o pedido de verdade no ORDER-MASTER
      *            pelas mesmas criticas do ORDER-ENTRY - item ativo,
      *            preco vigente do historico com acordo do cliente ou
      *            do grupo, limite de credito proprio ou do grupo
      *            economico, grau de risco e alocacao de estoque por
      *            deposito (sem saldo, BACKORDER, como na digitacao) -
      *            grava as linhas no ORDLINES.dat e a acao INCLUIR no
      *            log de pedidos (ORDTRLOG.dat). Gerado o pedido, a
      *            data do modelo avanca pela frequencia; passou da
      *            data final, o modelo e ENCERRADO.
      *            Modelo que nao passa numa critica NAO e pulado em
      *            silencio: a data fica parada (tenta de novo na
      *            noite seguinte), o motivo e a contagem de falhas
      *            ficam no modelo, e ele vai para a lista de revisao
      *            (STORDREV.txt) e para o ERROR-LOG, com RETURN-CODE 4
      *            para a cadeia. Estouro de limite e grau D/E, que na
      *            digitacao pedem o supervisor em sessao, aqui sao
      *            falha - quem libera e o comercial pelo ORDER-ENTRY,
      *            a partir da lista.
      *            Roda como etapa do JOB-SEQUENCER, sem operador.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Lista de revisao dos pedidos programados
      *                  (STORDREV.txt) guardada no spool e no catalogo
      *                  (RPT-SPOOL).
      * 15/10/2026  MJB  Limite zerado com pedido de LIMITE pendente no
      *                  ALTPEND.dat (cliente recem-incluido) nao vale
      *                  como sem limite: o modelo falha ate o
      *                  ALTER-APPROVE decidir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORD-GEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY ITMSEL.
           COPY ORDLGSL.
           COPY CODECTSL.
           COPY ERRLOGSL.

           SELECT ARQUIVO-RISCO ASSIGN TO
           'src\assets\RISKGRAD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RISCO-STATUS.

           SELECT ARQUIVO-GRUPOS ASSIGN TO
           'src\assets\GRUPECO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPOS-STATUS.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

           SELECT HISTORICO-PRECOS ASSIGN TO
           'src\assets\PRICHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT MOVIMENTOS-ESTOQUE ASSIGN TO
           'src\assets\STKMOVE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTOS-STATUS.

           SELECT LISTA-REVISAO ASSIGN TO
           'src\assets\STORDREV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISAO-STATUS.

           COPY DEPSL.
           COPY KITSL.
           COPY ACPSL.
           COPY PPGSL.
           COPY ALTPSL.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ORDER-TRANS-LOG.
           COPY ORDLOG.

       FD  CODIGO-CONTROLE.
           COPY CODECTL.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-RISCO.
           COPY RISKF.

       FD  ARQUIVO-GRUPOS.
           COPY GRPF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  HISTORICO-PRECOS.
           COPY PRICHF.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

       FD  MOVIMENTOS-ESTOQUE.
           COPY STKMOV.

       FD  LISTA-REVISAO.
       01  REG-REVISAO                 PIC X(80).

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  ACORDOS-PRECO.
           COPY ACPF.

       FD  CADASTRO-PROGRAMADOS.
           COPY PPGF.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-NAO-EXISTE               VALUE '23'.
           88  WS-ORD-NAO-CRIADO               VALUE '35'.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-NAO-EXISTE              VALUE '23'.

       77  WS-REVISAO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-REVISAO-OK                   VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*) - DATA DOS
      * PEDIDOS GERADOS E CORTE DOS MODELOS A GERAR
           COPY ASOFWS.

      * PEDIDOS PROGRAMADOS (COPYBOOKS PPG*)
           COPY PPGWS.

      * MOTIVO DA FALHA DO MODELO CORRENTE - EM BRANCO, O PEDIDO SAIU
       01  WS-MOTIVO-FALHA         PIC X(40)   VALUE SPACES.

      * CRITICA DE EXPOSICAO CONTRA O LIMITE DE CREDITO (MESMA DO
      * ORDER-ENTRY): O PEDIDO NOVO E GUARDADO EM WS-PEDIDO-NOVO
      * DURANTE A VARREDURA DO ORDER-MASTER
       77  WS-EXPOSICAO            PIC 9(11)V99 VALUE ZEROS.
       01  WS-PEDIDO-NOVO          PIC X(54)   VALUE SPACES.
       77  WS-FIM-VARREDURA        PIC X(01)   VALUE 'N'.
           88  WS-FIM-VARREDURA-SIM            VALUE 'S'.

      * SALDOS DE ESTOQUE EM MEMORIA POR DEPOSITO E ITEM - ALOCADOS
      * NA GRAVACAO DE CADA PEDIDO E REGRAVADOS NO FIM DA RODADA
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-MOVIMENTOS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-MOVIMENTOS-OK                VALUE '00'.
           88  WS-MOVIMENTOS-NAO-CRIADO        VALUE '35'.
       77  WS-FIM-ESTOQUE          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTOQUE-SIM              VALUE 'S'.
       77  WS-MAX-SALDOS           PIC 9(03)   VALUE 500.
       77  WS-QTD-SALDOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ITEM-SALDO       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-ESTOQUE-MUDOU        PIC X(01)   VALUE 'N'.
           88  WS-ESTOQUE-MUDOU-SIM            VALUE 'S'.
       77  WS-TEM-ESTOQUE          PIC X(01)   VALUE 'N'.
           88  WS-TEM-ESTOQUE-SIM              VALUE 'S'.
       77  WS-SALDO-ANTERIOR       PIC 9(07)   VALUE ZEROS.
       01  WS-TAB-SALDOS.
           05  WS-SALDO-ENTRADA    OCCURS 500 TIMES.
               10  WS-STK-DEPOSITO     PIC X(03).
               10  WS-STK-ITEM         PIC X(08).
               10  WS-STK-DISPONIVEL   PIC 9(07).
               10  WS-STK-ALOCADA      PIC 9(07).
               10  WS-STK-FILIAL       PIC X(02).

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*)
           COPY DEPWS.

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - O KIT NAO TEM
      * SALDO; A LINHA DE KIT ALOCA OS COMPONENTES
           COPY KITWS.

      * ACORDOS DE PRECO DO CLIENTE OU DO GRUPO ECONOMICO (COPYBOOKS
      * ACP*) - APLICADOS SOBRE O PRECO VIGENTE DE CADA LINHA
           COPY ACPWS.
           COPY DTCONVW.

      * LIMITE DE CREDITO AINDA PENDENTE DE APROVACAO (COPYBOOKS
      * ALTP*) - SO CONSULTADO QUANDO O CADASTRO ESTA SEM LIMITE
           COPY ALTPWS.

      * NECESSIDADES DE ESTOQUE DE UMA LINHA (P337) - O PROPRIO ITEM
      * OU CADA COMPONENTE DO KIT, TODOS DO MESMO DEPOSITO
       01  WS-ITEM-BASE            PIC X(08)   VALUE SPACES.
       77  WS-QTD-BASE             PIC 9(07)   VALUE ZEROS.
       77  WS-QTD-NECESSIDADES     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-NECESSIDADE      PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO-NEC        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-DEPOSITO-ATENDE      PIC X(01)   VALUE 'N'.
           88  WS-DEPOSITO-ATENDE-SIM          VALUE 'S'.
       01  WS-TAB-NECESSIDADES.
           05  WS-NECESSIDADE-ENTRADA OCCURS 20 TIMES.
               10  WS-NEC-ITEM         PIC X(08).
               10  WS-NEC-QUANTIDADE   PIC 9(07).
               10  WS-NEC-IDX-SALDO    PIC 9(03)   COMP.

      * RESERVAS DO PEDIDO EM GRAVACAO (ATE 10 LINHAS X 20
      * COMPONENTES), CONFIRMADAS OU DESFEITAS JUNTAS NO P334
       77  WS-QTD-RESERVAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-RESERVA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-RESERVAS.
           05  WS-RESERVA-ENTRADA  OCCURS 200 TIMES.
               10  WS-RSV-IDX-SALDO    PIC 9(03)   COMP.
               10  WS-RSV-QUANTIDADE   PIC 9(07).

      * PRECO VIGENTE DO ITEM NA DATA DO PEDIDO (PRICHIST.dat) -
      * SEM LINHA NO HISTORICO VALE O PRECO VIVO DO MESTRE
       77  WS-HISTORICO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-HISTORICO-OK                 VALUE '00'.
       77  WS-FIM-HISTORICO        PIC X(01)   VALUE 'N'.
           88  WS-FIM-HISTORICO-SIM            VALUE 'S'.
       77  WS-PRECO-VIGENTE        PIC 9(07)V99 VALUE ZEROS.
       77  WS-DATA-VIGENTE         PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-PRECO           PIC 9(08)   VALUE ZEROS.

      * LINHAS DO PEDIDO EM MONTAGEM - AS DO MODELO, PRECIFICADAS NA
      * DATA DE REFERENCIA E GRAVADAS NO ORDLINES.dat
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
           88  WS-LINHAS-NAO-CRIADO            VALUE '35'.
       77  WS-QTD-LINHAS-PED       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-PED        PIC 9(02)   VALUE ZEROS COMP.
       77  WS-TOTAL-PEDIDO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-TAB-LINHAS-PED.
           05  WS-LINHA-PED-ENTRADA OCCURS 10 TIMES.
               10  WS-LPD-ITEM         PIC X(08).
               10  WS-LPD-QUANTIDADE   PIC 9(05).
               10  WS-LPD-PRECO        PIC 9(07)V99.
               10  WS-LPD-VALOR        PIC 9(09)V99.
               10  WS-LPD-DEPOSITO     PIC X(03).

      * GRUPO ECONOMICO DO CLIENTE (GRUPECO.dat) - A CRITICA DE
      * LIMITE SOMA A EXPOSICAO E OS LIMITES DE TODOS OS MEMBROS
       77  WS-GRUPOS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-GRUPOS-OK                    VALUE '00'.
       77  WS-FIM-GRUPOS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-GRUPOS-SIM               VALUE 'S'.
       77  WS-CLIENTE-EM-GRUPO     PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-EM-GRUPO-SIM         VALUE 'S'.
       77  WS-GRUPO-DO-CLIENTE     PIC 9(04)   VALUE ZEROS.
       77  WS-MAX-MEMBROS          PIC 9(02)   VALUE 50.
       77  WS-QTD-MEMBROS          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-MEMBRO           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-CODIGO-NO-GRUPO      PIC X(01)   VALUE 'N'.
           88  WS-CODIGO-NO-GRUPO-SIM          VALUE 'S'.
       01  WS-TAB-MEMBROS.
           05  WS-MEMBRO-CODIGO    PIC 9(06)  OCCURS 50 TIMES.
       77  WS-LIMITE-GRUPO         PIC 9(11)V99 VALUE ZEROS.
       01  WS-CLIENTE-SALVO        PIC X(189)  VALUE SPACES.

      * GRAU DE RISCO DO CLIENTE (RISKGRAD.dat) - SEM ARQUIVO OU SEM
      * REGISTRO O GRAU FICA EM BRANCO E A CRITICA NAO SE APLICA
       77  WS-RISCO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-RISCO-OK                     VALUE '00'.
       77  WS-FIM-RISCO            PIC X(01)   VALUE 'N'.
           88  WS-FIM-RISCO-SIM                VALUE 'S'.
       77  WS-GRAU-CLIENTE         PIC X(01)   VALUE SPACE.
           88  WS-GRAU-CLIENTE-RUIM            VALUE 'D' 'E'.

      * LOG DE TRANSACOES DE PEDIDOS (COPYBOOKS ORDLG*) - ACAO
      * INCLUIR DE CADA PEDIDO GERADO. OPERADOR EM BRANCO, COMO NOS
      * DEMAIS PROGRAMAS BATCH SEM SESSAO
           COPY ORDLGWS.
       77  WS-OTL-PROGRAMA         PIC X(08)   VALUE 'STORDGEN'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*) -
      * UMA LINHA POR MODELO QUE FALHOU, CHAVE CLIENTE + MODELO
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'STORDGEN'.

      * CONTROLE DE NUMERACAO AUTOMATICA (COPYBOOKS CODECTL/CODECTSL)
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTROLE-OK                  VALUE '00'.
       77  WS-PROX-CLIENTE         PIC 9(06)   VALUE 000001.
       77  WS-PROX-PEDIDO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.
       77  WS-TENTATIVAS-NUMERO    PIC 9(04)   VALUE ZEROS COMP.

      * TOTAIS DA RODADA
       77  WS-QTD-LIDOS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-GERADOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-BACKORDER        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FALHAS           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ENCERRADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

      * EXIBICAO
       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC Z.ZZZ.ZZ9,99.
       77  WS-PROXIMA-BR           PIC X(10)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-LE-MODELO UNTIL WS-FIM-PROGRAMADOS-SIM
               PERFORM P500-IMPRIME-TOTAIS
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Composicao dos kits primeiro, como no ORDER-ENTRY: carga
      * estourada trataria kit como item comum, entao a rodada nem
      * abre. Sem PEDPROG.dat nao ha modelo - a lista sai so com o
      * cabecalho.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            PERFORM P8680-CARREGA-COMPOSICAO
            IF WS-KITS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM P110-ABRE-ARQUIVOS
            END-IF.

       P110-ABRE-ARQUIVOS.
            OPEN INPUT CUSTOMER-MASTER
            OPEN I-O ORDER-MASTER
            IF WS-ORD-NAO-CRIADO
               CLOSE ORDER-MASTER
               OPEN OUTPUT ORDER-MASTER
               CLOSE ORDER-MASTER
               OPEN I-O ORDER-MASTER
            END-IF
            OPEN INPUT ITEM-MASTER
            OPEN EXTEND ORDER-TRANS-LOG
            OPEN EXTEND ERROR-LOG
            OPEN OUTPUT LISTA-REVISAO

            IF NOT WS-CUST-OK OR NOT WS-ORD-OK OR NOT WS-ITEM-OK
               OR NOT WS-ORDLOG-OK OR NOT WS-ERRLOG-OK
               OR NOT WS-REVISAO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CLIENTES: '
                       WS-CUST-STATUS ' PEDIDOS: ' WS-ORD-STATUS-ARQ
                       ' ITENS: ' WS-ITEM-STATUS ' LOG PEDIDOS: '
                       WS-ORDLOG-STATUS ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS ' REVISAO: '
                       WS-REVISAO-STATUS
            ELSE
               MOVE SPACES TO WS-OTL-OPERADOR
               MOVE SPACES TO WS-ERL-OPERADOR
               PERFORM P8660-CARREGA-DEPOSITOS
               PERFORM P135-CARREGA-ESTOQUE
               PERFORM P8910-ABRE-ACORDOS-LEITURA

               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE SPACES TO REG-REVISAO
               STRING '===== PEDIDOS PROGRAMADOS PARA REVISAO - '
                      DELIMITED BY SIZE
                      WS-DATA-BR DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO REG-REVISAO
               END-STRING
               WRITE REG-REVISAO
               MOVE SPACES TO REG-REVISAO
               WRITE REG-REVISAO

               MOVE 'N' TO WS-FIM-PROGRAMADOS
               PERFORM P8921-ABRE-PROGRAMADOS-ATUALIZA
               IF NOT WS-PPG-ABERTO-SIM
                  DISPLAY 'ARQUIVO DE PEDIDOS PROGRAMADOS AUSENTE - '
                          'NADA A GERAR.'
                  SET WS-FIM-PROGRAMADOS-SIM TO TRUE
               END-IF
            END-IF.

       P135-CARREGA-ESTOQUE.
            MOVE 'N' TO WS-FIM-ESTOQUE
            OPEN INPUT ARQUIVO-ESTOQUE
            IF WS-ESTOQUE-OK
               PERFORM P136-LE-SALDO UNTIL WS-FIM-ESTOQUE-SIM
               CLOSE ARQUIVO-ESTOQUE
            ELSE
               DISPLAY 'AVISO - SALDO DE ESTOQUE INDISPONIVEL '
                       '(STATUS ' WS-ESTOQUE-STATUS ') - PEDIDOS '
                       'SAEM SEM ALOCACAO.'
            END-IF.

       P136-LE-SALDO.
            READ ARQUIVO-ESTOQUE
                 AT END SET WS-FIM-ESTOQUE-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ESTOQUE-SIM
               IF WS-QTD-SALDOS-TAB < WS-MAX-SALDOS
                  ADD 1 TO WS-QTD-SALDOS-TAB
                  MOVE STK-DEPOSITO
                       TO WS-STK-DEPOSITO(WS-QTD-SALDOS-TAB)
                  MOVE STK-ITEM
                       TO WS-STK-ITEM(WS-QTD-SALDOS-TAB)
                  MOVE STK-QTD-DISPONIVEL
                       TO WS-STK-DISPONIVEL(WS-QTD-SALDOS-TAB)
                  MOVE STK-QTD-ALOCADA
                       TO WS-STK-ALOCADA(WS-QTD-SALDOS-TAB)
                  MOVE STK-DEPOSITO TO WS-DEP-PROCURADO
                  PERFORM P8665-LOCALIZA-DEPOSITO
                  IF WS-IDX-DEP-ACHADO > ZEROS
                     MOVE WS-DPT-FILIAL(WS-IDX-DEP-ACHADO)
                          TO WS-STK-FILIAL(WS-QTD-SALDOS-TAB)
                  ELSE
                     MOVE SPACES
                          TO WS-STK-FILIAL(WS-QTD-SALDOS-TAB)
                  END-IF
               ELSE
                  SET WS-FIM-ESTOQUE-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P200-LE-MODELO
      * So interessa modelo ATIVO com a data do proximo pedido ate a
      * data de referencia. Se a data ja passou da data final, o
      * modelo e ENCERRADO sem gerar.
      ******************************************************************
       P200-LE-MODELO.
            READ CADASTRO-PROGRAMADOS NEXT RECORD
                 AT END SET WS-FIM-PROGRAMADOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PROGRAMADOS-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF PPG-ATIVO
                  AND PPG-PROXIMA-DATA <= WS-DATA-REFERENCIA
                  IF PPG-DATA-FIM > ZEROS
                     AND PPG-PROXIMA-DATA > PPG-DATA-FIM
                     SET PPG-ENCERRADO TO TRUE
                     PERFORM P390-REGRAVA-MODELO
                     ADD 1 TO WS-QTD-ENCERRADOS
                  ELSE
                     MOVE SPACES TO WS-MOTIVO-FALHA
                     PERFORM P300-GERA-PEDIDO
                     IF WS-MOTIVO-FALHA = SPACES
                        PERFORM P370-AVANCA-MODELO
                     ELSE
                        PERFORM P380-REGISTRA-FALHA
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P300-GERA-PEDIDO
      * Mesma sequencia da inclusao do ORDER-ENTRY (P300): cliente,
      * linhas com preco, numero, critica de limite, critica de risco
      * e gravacao com alocacao. A primeira critica que falha para
      * tudo e deixa o motivo em WS-MOTIVO-FALHA. O pedido e da
      * filial do cliente - nao ha operador para dar a filial.
      ******************************************************************
       P300-GERA-PEDIDO.
            MOVE PPG-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     MOVE 'CLIENTE NAO CADASTRADO' TO WS-MOTIVO-FALHA
                WHEN NOT WS-CUST-OK
                     STRING 'ERRO AO LER O CADASTRO - STATUS '
                            DELIMITED BY SIZE
                            WS-CUST-STATUS DELIMITED BY SIZE
                            INTO WS-MOTIVO-FALHA
                     END-STRING
                WHEN CSV-REGISTRO-EXCLUIDO
                     MOVE 'CLIENTE EXCLUIDO' TO WS-MOTIVO-FALHA
                WHEN OTHER
                     PERFORM P311-GRUPO-DO-PRECO
                     PERFORM P312-MONTA-LINHAS
            END-EVALUATE

            IF WS-MOTIVO-FALHA = SPACES
               PERFORM P305-CONSULTA-RISCO
               PERFORM P315-ATRIBUI-NUMERO
               IF NOT WS-ORD-NAO-EXISTE
                  MOVE 'SEM NUMERO DE PEDIDO LIVRE - VER CODECTL'
                       TO WS-MOTIVO-FALHA
               ELSE
      *           A SONDAGEM DO P315 PASSA PELO REGISTRO DO FD - O
      *           REGISTRO E REINICIADO ANTES DE MONTAR O CABECALHO
                  INITIALIZE ORDER-RECORD
                  MOVE WS-PROX-PEDIDO-CTL    TO ORD-NUMERO
                  MOVE CSV-CODIGO            TO ORD-CODIGO-CLIENTE
                  MOVE WS-LPD-ITEM(1)        TO ORD-ITEM
                  MOVE WS-LPD-QUANTIDADE(1)  TO ORD-QUANTIDADE
                  MOVE WS-TOTAL-PEDIDO       TO ORD-VALOR
                  MOVE WS-DATA-REFERENCIA    TO ORD-DATA-PEDIDO
                  SET ORD-ABERTO             TO TRUE
                  MOVE CSV-FILIAL            TO ORD-FILIAL

                  PERFORM P320-CRITICA-LIMITE
                  IF WS-MOTIVO-FALHA = SPACES
                     PERFORM P322-CRITICA-RISCO
                  END-IF
                  IF WS-MOTIVO-FALHA = SPACES
                     PERFORM P330-GRAVA-PEDIDO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P311-GRUPO-DO-PRECO
      * Grupo economico do cliente para a procura dos acordos de
      * preco - so o vinculo, sem montar os membros.
      ******************************************************************
       P311-GRUPO-DO-PRECO.
            MOVE 'N' TO WS-FIM-GRUPOS
            MOVE ZEROS TO WS-GRUPO-DO-CLIENTE
            OPEN INPUT ARQUIVO-GRUPOS
            IF WS-GRUPOS-OK
               PERFORM P318-PROCURA-GRUPO UNTIL WS-FIM-GRUPOS-SIM
               CLOSE ARQUIVO-GRUPOS
            END-IF
            MOVE WS-GRUPO-DO-CLIENTE TO WS-ACP-GRUPO.

      ******************************************************************
      * P312-MONTA-LINHAS
      * As linhas do modelo passam pela critica de item da captura do
      * ORDER-ENTRY (P313): item cadastrado, ativo e, se kit, com
      * composicao. O preco e o vigente na data de referencia, com o
      * acordo do cliente ou do grupo; o valor da linha e preco x
      * quantidade (nao ha operador para sobrepor).
      ******************************************************************
       P312-MONTA-LINHAS.
            MOVE ZEROS TO WS-QTD-LINHAS-PED
            MOVE ZEROS TO WS-TOTAL-PEDIDO
            IF PPG-QTD-LINHAS = ZEROS
               OR PPG-QTD-LINHAS > WS-PPG-MAX-LINHAS
               MOVE 'MODELO SEM LINHAS VALIDAS' TO WS-MOTIVO-FALHA
            END-IF
            PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-PED > PPG-QTD-LINHAS
                    OR WS-MOTIVO-FALHA NOT = SPACES
                PERFORM P313-MONTA-UMA-LINHA
            END-PERFORM.

       P313-MONTA-UMA-LINHA.
            MOVE PPG-ITEM(WS-IDX-LINHA-PED) TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            MOVE PPG-ITEM(WS-IDX-LINHA-PED) TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            EVALUATE TRUE
                WHEN WS-ITEM-NAO-EXISTE
                     STRING 'ITEM ' DELIMITED BY SIZE
                            PPG-ITEM(WS-IDX-LINHA-PED)
                            DELIMITED BY SIZE
                            ' NAO CADASTRADO' DELIMITED BY SIZE
                            INTO WS-MOTIVO-FALHA
                     END-STRING
                WHEN NOT WS-ITEM-OK
                     STRING 'ERRO AO LER O ITEM - STATUS '
                            DELIMITED BY SIZE
                            WS-ITEM-STATUS DELIMITED BY SIZE
                            INTO WS-MOTIVO-FALHA
                     END-STRING
                WHEN ITM-REGISTRO-INATIVO
                     STRING 'ITEM ' DELIMITED BY SIZE
                            ITM-CODIGO DELIMITED BY SIZE
                            ' INATIVO' DELIMITED BY SIZE
                            INTO WS-MOTIVO-FALHA
                     END-STRING
                WHEN ITM-ITEM-KIT AND WS-QTD-CMP-KIT = ZEROS
                     STRING 'KIT ' DELIMITED BY SIZE
                            ITM-CODIGO DELIMITED BY SIZE
                            ' SEM COMPOSICAO' DELIMITED BY SIZE
                            INTO WS-MOTIVO-FALHA
                     END-STRING
                WHEN PPG-QUANTIDADE(WS-IDX-LINHA-PED) = ZEROS
                     STRING 'ITEM ' DELIMITED BY SIZE
                            ITM-CODIGO DELIMITED BY SIZE
                            ' COM QUANTIDADE ZERO' DELIMITED BY SIZE
                            INTO WS-MOTIVO-FALHA
                     END-STRING
                WHEN OTHER
                     PERFORM P314-COMPLETA-LINHA
            END-EVALUATE.

       P314-COMPLETA-LINHA.
            ADD 1 TO WS-QTD-LINHAS-PED
            MOVE ITM-CODIGO TO WS-LPD-ITEM(WS-QTD-LINHAS-PED)
            MOVE PPG-QUANTIDADE(WS-IDX-LINHA-PED)
                 TO WS-LPD-QUANTIDADE(WS-QTD-LINHAS-PED)
            MOVE SPACES TO WS-LPD-DEPOSITO(WS-QTD-LINHAS-PED)

            MOVE WS-DATA-REFERENCIA TO WS-DATA-PRECO
            PERFORM P316-BUSCA-PRECO-VIGENTE
            PERFORM P319A-APLICA-ACORDO
            MOVE WS-PRECO-VIGENTE
                 TO WS-LPD-PRECO(WS-QTD-LINHAS-PED)
            COMPUTE WS-LPD-VALOR(WS-QTD-LINHAS-PED) =
                    WS-PRECO-VIGENTE
                    * WS-LPD-QUANTIDADE(WS-QTD-LINHAS-PED)
            ADD WS-LPD-VALOR(WS-QTD-LINHAS-PED) TO WS-TOTAL-PEDIDO.

      ******************************************************************
      * P316-BUSCA-PRECO-VIGENTE
      * Preco do item em efeito em WS-DATA-PRECO: a linha do
      * PRICHIST.dat com a maior data de inicio que nao passou da
      * data. Sem historico, vale o ITM-PRECO-UNITARIO do mestre.
      ******************************************************************
       P316-BUSCA-PRECO-VIGENTE.
            MOVE ITM-PRECO-UNITARIO TO WS-PRECO-VIGENTE
            MOVE ZEROS TO WS-DATA-VIGENTE
            MOVE 'N' TO WS-FIM-HISTORICO
            OPEN INPUT HISTORICO-PRECOS
            IF WS-HISTORICO-OK
               PERFORM P316A-LE-VIGENCIA UNTIL WS-FIM-HISTORICO-SIM
               CLOSE HISTORICO-PRECOS
            END-IF.

       P316A-LE-VIGENCIA.
            READ HISTORICO-PRECOS
                 AT END SET WS-FIM-HISTORICO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-HISTORICO-SIM
               IF PRH-ITEM = ITM-CODIGO
                  AND PRH-DATA-INICIO <= WS-DATA-PRECO
                  AND PRH-DATA-INICIO >= WS-DATA-VIGENTE
                  MOVE PRH-DATA-INICIO TO WS-DATA-VIGENTE
                  MOVE PRH-PRECO       TO WS-PRECO-VIGENTE
               END-IF
            END-IF.

      ******************************************************************
      * P319A-APLICA-ACORDO
      * Acordo vigente do cliente (ou do grupo) para o item na data
      * do preco passa a ser o preco da linha. Sem acordo, nada muda.
      ******************************************************************
       P319A-APLICA-ACORDO.
            MOVE CSV-CODIGO       TO WS-ACP-CLIENTE
            MOVE ITM-CODIGO       TO WS-ACP-ITEM
            MOVE WS-DATA-PRECO    TO WS-ACP-DATA
            MOVE WS-PRECO-VIGENTE TO WS-ACP-PRECO-LISTA
            PERFORM P8912-PRECO-ACORDADO
            IF WS-ACP-ACHADO-SIM
               MOVE WS-ACP-PRECO-ACORDADO TO WS-PRECO-VIGENTE
            END-IF.

      ******************************************************************
      * P320-CRITICA-LIMITE
      * Exposicao (pedidos em aberto, faturados e em backorder) mais
      * o pedido novo contra o limite de credito - do grupo economico
      * quando o cliente e membro, senao o proprio. Limite zerado =
      * sem limite definido. Estouro e falha do modelo: a liberacao
      * e do supervisor em sessao, que nao existe na cadeia.
      ******************************************************************
       P320-CRITICA-LIMITE.
            PERFORM P317-MONTA-GRUPO
            IF WS-CLIENTE-EM-GRUPO-SIM
               PERFORM P321-CRITICA-LIMITE-GRUPO
            ELSE
               PERFORM P323-CRITICA-LIMITE-PROPRIO
            END-IF.

       P323-CRITICA-LIMITE-PROPRIO.
            IF CSV-LIMITE-CREDITO = ZEROS
               PERFORM P327-CRITICA-LIMITE-PENDENTE
            END-IF
            IF CSV-LIMITE-CREDITO NOT = ZEROS
               MOVE ORDER-RECORD TO WS-PEDIDO-NOVO
               PERFORM P325-SOMA-EXPOSICAO
               MOVE WS-PEDIDO-NOVO TO ORDER-RECORD
               IF WS-EXPOSICAO + ORD-VALOR > CSV-LIMITE-CREDITO
                  MOVE 'PEDIDO ESTOURA O LIMITE DE CREDITO'
                       TO WS-MOTIVO-FALHA
               END-IF
            END-IF.

      ******************************************************************
      * P327-CRITICA-LIMITE-PENDENTE
      * Cadastro sem limite mas com pedido de LIMITE pendente no
      * ALTPEND.dat (cliente recem-incluido): ate o ALTER-APPROVE
      * decidir, o zero nao vale como sem limite. Na digitacao o
      * pedido pede o supervisor em sessao; aqui e falha do modelo.
      ******************************************************************
       P327-CRITICA-LIMITE-PENDENTE.
            MOVE 'N' TO WS-ALP-ACHADA
            MOVE 'N' TO WS-FIM-ALP
            OPEN INPUT ALTERACOES-PENDENTES
            IF WS-ALP-OK
               PERFORM P327A-LE-PENDENTE
                       UNTIL WS-FIM-ALP-SIM OR WS-ALP-ACHADA-SIM
               CLOSE ALTERACOES-PENDENTES
            END-IF
            IF WS-ALP-ACHADA-SIM
               MOVE 'LIMITE DE CREDITO AGUARDANDO APROVACAO'
                    TO WS-MOTIVO-FALHA
            END-IF.

       P327A-LE-PENDENTE.
            READ ALTERACOES-PENDENTES
                 AT END SET WS-FIM-ALP-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ALP-SIM
               IF ALP-PENDENTE
                  AND ALP-CODIGO = CSV-CODIGO
                  AND ALP-CAMPO-LIMITE
                  SET WS-ALP-ACHADA-SIM TO TRUE
               END-IF
            END-IF.

       P325-SOMA-EXPOSICAO.
            MOVE ZEROS TO WS-EXPOSICAO
            MOVE 'N'   TO WS-FIM-VARREDURA
            MOVE ZEROS TO ORD-NUMERO
            START ORDER-MASTER KEY IS NOT < ORD-NUMERO
            IF NOT WS-ORD-OK
               SET WS-FIM-VARREDURA-SIM TO TRUE
            END-IF
            PERFORM P326-LE-PEDIDO-CLIENTE
                    UNTIL WS-FIM-VARREDURA-SIM.

       P326-LE-PEDIDO-CLIENTE.
            READ ORDER-MASTER NEXT RECORD
                 AT END SET WS-FIM-VARREDURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-VARREDURA-SIM
               IF ORD-CODIGO-CLIENTE = CSV-CODIGO
                  AND (ORD-ABERTO OR ORD-FATURADO
                       OR ORD-BACKORDER)
                  ADD ORD-VALOR TO WS-EXPOSICAO
               END-IF
            END-IF.

      ******************************************************************
      * P317-MONTA-GRUPO
      * Procura o cliente no GRUPECO.dat; vinculado, monta a tabela
      * de membros do grupo e soma os limites de credito de todos.
      ******************************************************************
       P317-MONTA-GRUPO.
            MOVE 'N' TO WS-CLIENTE-EM-GRUPO
            MOVE 'N' TO WS-FIM-GRUPOS
            MOVE ZEROS TO WS-GRUPO-DO-CLIENTE
            MOVE ZEROS TO WS-QTD-MEMBROS
            MOVE ZEROS TO WS-LIMITE-GRUPO

            OPEN INPUT ARQUIVO-GRUPOS
            IF WS-GRUPOS-OK
               PERFORM P318-PROCURA-GRUPO UNTIL WS-FIM-GRUPOS-SIM
               CLOSE ARQUIVO-GRUPOS
            END-IF

            IF WS-GRUPO-DO-CLIENTE > ZEROS
               MOVE 'N' TO WS-FIM-GRUPOS
               OPEN INPUT ARQUIVO-GRUPOS
               IF WS-GRUPOS-OK
                  PERFORM P319-COLETA-MEMBROS
                          UNTIL WS-FIM-GRUPOS-SIM
                  CLOSE ARQUIVO-GRUPOS
               END-IF
               IF WS-QTD-MEMBROS > 1
                  SET WS-CLIENTE-EM-GRUPO-SIM TO TRUE
                  PERFORM P324-SOMA-LIMITES-GRUPO
               END-IF
            END-IF.

       P318-PROCURA-GRUPO.
            READ ARQUIVO-GRUPOS
                 AT END SET WS-FIM-GRUPOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-GRUPOS-SIM
               IF GRP-CODIGO = CSV-CODIGO
                  MOVE GRP-GRUPO TO WS-GRUPO-DO-CLIENTE
                  SET WS-FIM-GRUPOS-SIM TO TRUE
               END-IF
            END-IF.

       P319-COLETA-MEMBROS.
            READ ARQUIVO-GRUPOS
                 AT END SET WS-FIM-GRUPOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-GRUPOS-SIM
               IF GRP-GRUPO = WS-GRUPO-DO-CLIENTE
                  IF WS-QTD-MEMBROS < WS-MAX-MEMBROS
                     ADD 1 TO WS-QTD-MEMBROS
                     MOVE GRP-CODIGO
                          TO WS-MEMBRO-CODIGO(WS-QTD-MEMBROS)
                  END-IF
               END-IF
            END-IF.

       P324-SOMA-LIMITES-GRUPO.
            MOVE CUSTOMER-RECORD TO WS-CLIENTE-SALVO
            PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1
                    UNTIL WS-IDX-MEMBRO > WS-QTD-MEMBROS
                MOVE WS-MEMBRO-CODIGO(WS-IDX-MEMBRO) TO CSV-CODIGO
                READ CUSTOMER-MASTER KEY IS CSV-CODIGO
                IF WS-CUST-OK AND CSV-REGISTRO-ATIVO
                   ADD CSV-LIMITE-CREDITO TO WS-LIMITE-GRUPO
                END-IF
            END-PERFORM
            MOVE WS-CLIENTE-SALVO TO CUSTOMER-RECORD.

       P321-CRITICA-LIMITE-GRUPO.
            IF WS-LIMITE-GRUPO NOT = ZEROS
               MOVE ORDER-RECORD TO WS-PEDIDO-NOVO
               PERFORM P328-SOMA-EXPOSICAO-GRUPO
               MOVE WS-PEDIDO-NOVO TO ORDER-RECORD
               IF WS-EXPOSICAO + ORD-VALOR > WS-LIMITE-GRUPO
                  STRING 'PEDIDO ESTOURA O LIMITE DO GRUPO '
                         DELIMITED BY SIZE
                         WS-GRUPO-DO-CLIENTE DELIMITED BY SIZE
                         INTO WS-MOTIVO-FALHA
                  END-STRING
               END-IF
            END-IF.

       P328-SOMA-EXPOSICAO-GRUPO.
            MOVE ZEROS TO WS-EXPOSICAO
            MOVE 'N'   TO WS-FIM-VARREDURA
            MOVE ZEROS TO ORD-NUMERO
            START ORDER-MASTER KEY IS NOT < ORD-NUMERO
            IF NOT WS-ORD-OK
               SET WS-FIM-VARREDURA-SIM TO TRUE
            END-IF
            PERFORM P329-LE-PEDIDO-GRUPO
                    UNTIL WS-FIM-VARREDURA-SIM.

       P329-LE-PEDIDO-GRUPO.
            READ ORDER-MASTER NEXT RECORD
                 AT END SET WS-FIM-VARREDURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-VARREDURA-SIM
               IF ORD-ABERTO OR ORD-FATURADO OR ORD-BACKORDER
                  MOVE 'N' TO WS-CODIGO-NO-GRUPO
                  PERFORM VARYING WS-IDX-MEMBRO FROM 1 BY 1
                          UNTIL WS-IDX-MEMBRO > WS-QTD-MEMBROS
                          OR WS-CODIGO-NO-GRUPO-SIM
                      IF WS-MEMBRO-CODIGO(WS-IDX-MEMBRO)
                         = ORD-CODIGO-CLIENTE
                         SET WS-CODIGO-NO-GRUPO-SIM TO TRUE
                      END-IF
                  END-PERFORM
                  IF WS-CODIGO-NO-GRUPO-SIM
                     ADD ORD-VALOR TO WS-EXPOSICAO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P305-CONSULTA-RISCO / P322-CRITICA-RISCO
      * Grau do cliente no RISKGRAD.dat; grau D/E e falha do modelo -
      * na digitacao so sai com liberacao do supervisor (LIBRISCO).
      ******************************************************************
       P305-CONSULTA-RISCO.
            MOVE SPACE TO WS-GRAU-CLIENTE
            MOVE 'N' TO WS-FIM-RISCO
            OPEN INPUT ARQUIVO-RISCO
            IF WS-RISCO-OK
               PERFORM P306-LE-RISCO UNTIL WS-FIM-RISCO-SIM
               CLOSE ARQUIVO-RISCO
            END-IF.

       P306-LE-RISCO.
            READ ARQUIVO-RISCO
                 AT END SET WS-FIM-RISCO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RISCO-SIM
               IF RSK-CODIGO = CSV-CODIGO
                  MOVE RSK-GRAU TO WS-GRAU-CLIENTE
                  SET WS-FIM-RISCO-SIM TO TRUE
               END-IF
            END-IF.

       P322-CRITICA-RISCO.
            IF WS-GRAU-CLIENTE-RUIM
               STRING 'CLIENTE COM GRAU DE RISCO ' DELIMITED BY SIZE
                      WS-GRAU-CLIENTE DELIMITED BY SIZE
                      INTO WS-MOTIVO-FALHA
               END-STRING
            END-IF.

      ******************************************************************
      * P315-ATRIBUI-NUMERO
      * Proximo numero de pedido livre a partir do registro de
      * controle, avancando enquanto o numero ja existir no arquivo.
      ******************************************************************
       P315-ATRIBUI-NUMERO.
            PERFORM P140-RESTAURA-CONTROLE
            MOVE ZEROS TO WS-TENTATIVAS-NUMERO
            MOVE SPACES TO WS-ORD-STATUS-ARQ
            PERFORM UNTIL WS-ORD-NAO-EXISTE
                    OR WS-TENTATIVAS-NUMERO > 999
                MOVE WS-PROX-PEDIDO-CTL TO ORD-NUMERO
                READ ORDER-MASTER KEY IS ORD-NUMERO
                IF WS-ORD-OK
                   ADD 1 TO WS-PROX-PEDIDO-CTL
                   ADD 1 TO WS-TENTATIVAS-NUMERO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P140-RESTAURA-CONTROLE / P150-GRAVA-CONTROLE
      * Registro de controle de numeracao (CODECTL.dat) - todos os
      * contadores viajam juntos, entao a regravacao preserva os que
      * este programa nao usa.
      ******************************************************************
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

       P150-GRAVA-CONTROLE.
            MOVE WS-PROX-CLIENTE    TO CTL-PROX-CLIENTE
            MOVE WS-PROX-PEDIDO-CTL TO CTL-PROX-PEDIDO
            MOVE WS-PROX-COTACAO-CTL TO CTL-PROX-COTACAO
            MOVE WS-PROX-NOTA-CTL   TO CTL-PROX-NOTA
            MOVE WS-PROX-RECIBO-CTL TO CTL-PROX-RECIBO
            MOVE WS-PROX-COMPRA-CTL TO CTL-PROX-COMPRA
            OPEN OUTPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-CODIGO-CONTROLE
               CLOSE CODIGO-CONTROLE
            ELSE
               DISPLAY 'AVISO - CONTROLE DE NUMERACAO NAO GRAVADO '
                       '(STATUS ' WS-CONTROLE-STATUS ').'
            END-IF.

      ******************************************************************
      * P330-GRAVA-PEDIDO
      * Aloca, grava o cabecalho, registra INCLUIR no log de pedidos,
      * avanca o controle de numeracao e grava as linhas - a mesma
      * ordem do P330 do ORDER-ENTRY. O pedido sai com o endereco do
      * cadastro (sem registro no ENTREGAS.dat).
      ******************************************************************
       P330-GRAVA-PEDIDO.
            PERFORM P334-ALOCA-ESTOQUE
            WRITE ORDER-RECORD
            IF WS-ORD-OK
               ADD 1 TO WS-QTD-GERADOS
               MOVE ORD-NUMERO TO WS-OTL-CHAVE
               MOVE 'INCLUIR' TO WS-OTL-ACAO
               PERFORM P8750-GRAVA-ORD-LOG
               COMPUTE WS-PROX-PEDIDO-CTL = ORD-NUMERO + 1
               PERFORM P150-GRAVA-CONTROLE
               PERFORM P332-GRAVA-LINHAS
               IF ORD-BACKORDER
                  ADD 1 TO WS-QTD-BACKORDER
               END-IF
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               STRING 'ERRO AO GRAVAR O PEDIDO - STATUS '
                      DELIMITED BY SIZE
                      WS-ORD-STATUS-ARQ DELIMITED BY SIZE
                      INTO WS-MOTIVO-FALHA
               END-STRING
            END-IF.

       P332-GRAVA-LINHAS.
            MOVE SPACES TO WS-LINHAS-STATUS
            OPEN EXTEND LINHAS-PEDIDO
            IF WS-LINHAS-NAO-CRIADO
               OPEN OUTPUT LINHAS-PEDIDO
            END-IF
            IF WS-LINHAS-OK
               PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                       UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                   MOVE ORD-NUMERO TO ORL-NUMERO
                   MOVE WS-IDX-LINHA-PED TO ORL-SEQUENCIA
                   MOVE WS-LPD-ITEM(WS-IDX-LINHA-PED)
                        TO ORL-ITEM
                   MOVE WS-LPD-QUANTIDADE(WS-IDX-LINHA-PED)
                        TO ORL-QUANTIDADE
                   MOVE WS-LPD-PRECO(WS-IDX-LINHA-PED)
                        TO ORL-PRECO-UNITARIO
                   MOVE WS-LPD-VALOR(WS-IDX-LINHA-PED)
                        TO ORL-VALOR-LINHA
                   MOVE WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                        TO ORL-DEPOSITO
                   WRITE REG-LINHA-PEDIDO
               END-PERFORM
               CLOSE LINHAS-PEDIDO
            ELSE
               DISPLAY 'AVISO - ARQUIVO DE LINHAS INDISPONIVEL '
                       '(STATUS ' WS-LINHAS-STATUS ') - PEDIDO '
                       ORD-NUMERO ' GRAVADO SO COM O ESPELHO DA '
                       'PRIMEIRA LINHA.'
            END-IF.

      ******************************************************************
      * P334-ALOCA-ESTOQUE
      * Mesma alocacao do ORDER-ENTRY: deposito por linha (filial do
      * pedido primeiro, depois qualquer um com a linha inteira),
      * reserva na escolha, kit com todos os componentes no mesmo
      * deposito. Tudo cabendo, aloca com movimento tipo A; alguma
      * linha sem saldo desfaz as reservas e deixa o pedido inteiro
      * em BACKORDER.
      ******************************************************************
       P334-ALOCA-ESTOQUE.
            IF WS-QTD-SALDOS-TAB > ZEROS
               MOVE 'S' TO WS-TEM-ESTOQUE
               MOVE ZEROS TO WS-QTD-RESERVAS
               PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                       UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                       OR NOT WS-TEM-ESTOQUE-SIM
                   MOVE WS-LPD-ITEM(WS-IDX-LINHA-PED) TO WS-ITEM-BASE
                   MOVE WS-LPD-QUANTIDADE(WS-IDX-LINHA-PED)
                        TO WS-QTD-BASE
                   PERFORM P337-MONTA-NECESSIDADES
                   PERFORM P335-ESCOLHE-SALDO-LINHA
                   IF WS-IDX-ITEM-SALDO = ZEROS
                      MOVE 'N' TO WS-TEM-ESTOQUE
                   ELSE
                      MOVE WS-STK-DEPOSITO(WS-IDX-ITEM-SALDO)
                           TO WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                      PERFORM P333-RESERVA-NECESSIDADES
                   END-IF
               END-PERFORM

               IF WS-TEM-ESTOQUE-SIM
                  PERFORM VARYING WS-IDX-RESERVA FROM 1 BY 1
                          UNTIL WS-IDX-RESERVA > WS-QTD-RESERVAS
                      MOVE WS-RSV-IDX-SALDO(WS-IDX-RESERVA)
                           TO WS-IDX-ITEM-SALDO
                      COMPUTE WS-SALDO-ANTERIOR =
                              WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                              + WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                      ADD WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                          TO WS-STK-ALOCADA(WS-IDX-ITEM-SALDO)
                      SET WS-ESTOQUE-MUDOU-SIM TO TRUE
                      PERFORM P336-GRAVA-MOV-ALOCACAO
                  END-PERFORM
               ELSE
                  PERFORM VARYING WS-IDX-RESERVA FROM 1 BY 1
                          UNTIL WS-IDX-RESERVA > WS-QTD-RESERVAS
                      MOVE WS-RSV-IDX-SALDO(WS-IDX-RESERVA)
                           TO WS-IDX-ITEM-SALDO
                      ADD WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                          TO WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                  END-PERFORM
                  PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                          UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                      MOVE SPACES TO WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                  END-PERFORM
                  MOVE ZEROS TO WS-QTD-RESERVAS
                  SET ORD-BACKORDER TO TRUE
               END-IF
            END-IF.

       P333-RESERVA-NECESSIDADES.
            PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                    UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                MOVE WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                     TO WS-IDX-SALDO-NEC
                SUBTRACT WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                    FROM WS-STK-DISPONIVEL(WS-IDX-SALDO-NEC)
                ADD 1 TO WS-QTD-RESERVAS
                MOVE WS-IDX-SALDO-NEC
                     TO WS-RSV-IDX-SALDO(WS-QTD-RESERVAS)
                MOVE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                     TO WS-RSV-QUANTIDADE(WS-QTD-RESERVAS)
            END-PERFORM.

       P335-ESCOLHE-SALDO-LINHA.
            MOVE ZEROS TO WS-IDX-ITEM-SALDO
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM-SALDO > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-NEC-ITEM(1)
                   AND WS-STK-FILIAL(WS-IDX-SALDO) = ORD-FILIAL
                   PERFORM P339-CONFERE-DEPOSITO
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM-SALDO > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-NEC-ITEM(1)
                   PERFORM P339-CONFERE-DEPOSITO
                END-IF
            END-PERFORM.

       P339-CONFERE-DEPOSITO.
            MOVE 'S' TO WS-DEPOSITO-ATENDE
            PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                    UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                    OR NOT WS-DEPOSITO-ATENDE-SIM
                MOVE ZEROS TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                PERFORM VARYING WS-IDX-SALDO-NEC FROM 1 BY 1
                        UNTIL WS-IDX-SALDO-NEC > WS-QTD-SALDOS-TAB
                        OR WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                           > ZEROS
                    IF WS-STK-ITEM(WS-IDX-SALDO-NEC)
                       = WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                       AND WS-STK-DEPOSITO(WS-IDX-SALDO-NEC)
                           = WS-STK-DEPOSITO(WS-IDX-SALDO)
                       AND WS-STK-DISPONIVEL(WS-IDX-SALDO-NEC)
                           >= WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                       MOVE WS-IDX-SALDO-NEC
                            TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                    END-IF
                END-PERFORM
                IF WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE) = ZEROS
                   MOVE 'N' TO WS-DEPOSITO-ATENDE
                END-IF
            END-PERFORM
            IF WS-DEPOSITO-ATENDE-SIM
               MOVE WS-IDX-SALDO TO WS-IDX-ITEM-SALDO
            END-IF.

       P337-MONTA-NECESSIDADES.
            MOVE WS-ITEM-BASE TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            IF WS-QTD-CMP-KIT = ZEROS
               MOVE 1 TO WS-QTD-NECESSIDADES
               MOVE WS-ITEM-BASE TO WS-NEC-ITEM(1)
               MOVE WS-QTD-BASE  TO WS-NEC-QUANTIDADE(1)
               MOVE ZEROS        TO WS-NEC-IDX-SALDO(1)
            ELSE
               MOVE WS-QTD-CMP-KIT TO WS-QTD-NECESSIDADES
               PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                       UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                   MOVE WS-CMP-ITEM(WS-IDX-NECESSIDADE)
                        TO WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                   COMPUTE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE) =
                           WS-CMP-QUANTIDADE(WS-IDX-NECESSIDADE)
                           * WS-QTD-BASE
                   MOVE ZEROS TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
               END-PERFORM
            END-IF.

       P336-GRAVA-MOV-ALOCACAO.
            MOVE SPACES TO WS-MOVIMENTOS-STATUS
            OPEN EXTEND MOVIMENTOS-ESTOQUE
            IF WS-MOVIMENTOS-NAO-CRIADO
               OPEN OUTPUT MOVIMENTOS-ESTOQUE
            END-IF
            IF WS-MOVIMENTOS-OK
               ACCEPT MOV-DATA FROM DATE YYYYMMDD
               ACCEPT MOV-HORA FROM TIME
               MOVE WS-STK-ITEM(WS-IDX-ITEM-SALDO) TO MOV-ITEM
               MOVE 'A' TO MOV-TIPO
               MOVE WS-RSV-QUANTIDADE(WS-IDX-RESERVA)
                    TO MOV-QUANTIDADE
               MOVE WS-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                    TO MOV-SALDO-NOVO
               MOVE SPACES TO MOV-OPERADOR
               MOVE ORD-NUMERO TO MOV-REFERENCIA
               MOVE WS-STK-DEPOSITO(WS-IDX-ITEM-SALDO)
                    TO MOV-DEPOSITO
               WRITE REG-MOVIMENTO-ESTOQUE
               CLOSE MOVIMENTOS-ESTOQUE
            END-IF.

       P338-REGRAVA-ESTOQUE.
            MOVE SPACES TO WS-ESTOQUE-STATUS
            OPEN OUTPUT ARQUIVO-ESTOQUE
            IF NOT WS-ESTOQUE-OK
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO REGRAVAR ESTOQUE - STATUS '
                       WS-ESTOQUE-STATUS
            ELSE
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                   MOVE WS-STK-DEPOSITO(WS-IDX-SALDO)
                        TO STK-DEPOSITO
                   MOVE WS-STK-ITEM(WS-IDX-SALDO) TO STK-ITEM
                   MOVE WS-STK-DISPONIVEL(WS-IDX-SALDO)
                        TO STK-QTD-DISPONIVEL
                   MOVE WS-STK-ALOCADA(WS-IDX-SALDO)
                        TO STK-QTD-ALOCADA
                   WRITE REG-ESTOQUE
               END-PERFORM
               CLOSE ARQUIVO-ESTOQUE
            END-IF.

      ******************************************************************
      * P370-AVANCA-MODELO
      * Pedido gerado: guarda numero e data, zera as falhas e avanca
      * a data pela frequencia ate passar da data de referencia -
      * noite perdida (cadeia parada, dia nao util) gera UM pedido e
      * pula os periodos vencidos, sem empilhar pedidos atrasados.
      * Data nova alem da data final encerra o modelo.
      ******************************************************************
       P370-AVANCA-MODELO.
            MOVE ORD-NUMERO         TO PPG-ULTIMO-PEDIDO
            MOVE WS-DATA-REFERENCIA TO PPG-DATA-ULTIMO
            MOVE ZEROS              TO PPG-QTD-FALHAS
            MOVE SPACES             TO PPG-MOTIVO-FALHA
            MOVE PPG-PROXIMA-DATA   TO WS-PPG-DATA-CALC
            PERFORM P8924-AVANCA-DATA
                    UNTIL WS-PPG-DATA-CALC > WS-DATA-REFERENCIA
            MOVE WS-PPG-DATA-CALC   TO PPG-PROXIMA-DATA
            IF PPG-DATA-FIM > ZEROS
               AND PPG-PROXIMA-DATA > PPG-DATA-FIM
               SET PPG-ENCERRADO TO TRUE
               ADD 1 TO WS-QTD-ENCERRADOS
            END-IF
            PERFORM P390-REGRAVA-MODELO.

      ******************************************************************
      * P380-REGISTRA-FALHA
      * Data do modelo parada (tenta de novo na proxima rodada),
      * motivo e contagem no registro, duas linhas na lista de
      * revisao e uma no ERROR-LOG.
      ******************************************************************
       P380-REGISTRA-FALHA.
            ADD 1 TO WS-QTD-FALHAS
            IF PPG-QTD-FALHAS < 99
               ADD 1 TO PPG-QTD-FALHAS
            END-IF
            MOVE WS-MOTIVO-FALHA TO PPG-MOTIVO-FALHA
            PERFORM P390-REGRAVA-MODELO

            MOVE PPG-PROXIMA-DATA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-PROXIMA-BR
            MOVE SPACES TO REG-REVISAO
            STRING 'CLIENTE '        DELIMITED BY SIZE
                   PPG-CODIGO        DELIMITED BY SIZE
                   ' MODELO '        DELIMITED BY SIZE
                   PPG-SEQUENCIA     DELIMITED BY SIZE
                   ' PEDIDO DE '     DELIMITED BY SIZE
                   WS-PROXIMA-BR     DELIMITED BY SIZE
                   ' - FALHAS SEGUIDAS: ' DELIMITED BY SIZE
                   PPG-QTD-FALHAS    DELIMITED BY SIZE
                   INTO REG-REVISAO
            END-STRING
            WRITE REG-REVISAO
            MOVE SPACES TO REG-REVISAO
            STRING '   MOTIVO: '     DELIMITED BY SIZE
                   WS-MOTIVO-FALHA   DELIMITED BY SIZE
                   INTO REG-REVISAO
            END-STRING
            WRITE REG-REVISAO

            MOVE PPG-CHAVE       TO WS-ERL-CHAVE
            MOVE WS-MOTIVO-FALHA TO WS-ERL-MOTIVO
            PERFORM P8200-GRAVA-ERRO-LOG.

       P390-REGRAVA-MODELO.
            REWRITE REG-PEDIDO-PROGRAMADO
            IF NOT WS-PPG-OK
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO REGRAVAR O MODELO ' PPG-CODIGO '/'
                       PPG-SEQUENCIA ' - STATUS ' WS-PPG-STATUS
            END-IF.

       P500-IMPRIME-TOTAIS.
            IF WS-QTD-FALHAS = ZEROS
               MOVE 'NENHUM MODELO PARA REVISAO.' TO REG-REVISAO
               WRITE REG-REVISAO
            END-IF
            MOVE SPACES TO REG-REVISAO
            WRITE REG-REVISAO
            MOVE WS-QTD-GERADOS TO WS-QTD-ED
            MOVE SPACES TO REG-REVISAO
            STRING 'PEDIDOS GERADOS....: ' DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   INTO REG-REVISAO
            END-STRING
            WRITE REG-REVISAO
            MOVE WS-QTD-BACKORDER TO WS-QTD-ED
            MOVE SPACES TO REG-REVISAO
            STRING '  EM BACKORDER.....: ' DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   INTO REG-REVISAO
            END-STRING
            WRITE REG-REVISAO
            MOVE WS-QTD-FALHAS TO WS-QTD-ED
            MOVE SPACES TO REG-REVISAO
            STRING 'MODELOS EM REVISAO.: ' DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   INTO REG-REVISAO
            END-STRING
            WRITE REG-REVISAO
            MOVE WS-QTD-ENCERRADOS TO WS-QTD-ED
            MOVE SPACES TO REG-REVISAO
            STRING 'MODELOS ENCERRADOS.: ' DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   INTO REG-REVISAO
            END-STRING
            WRITE REG-REVISAO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-ESTOQUE-MUDOU-SIM
                  PERFORM P338-REGRAVA-ESTOQUE
               END-IF
               CLOSE CUSTOMER-MASTER
               CLOSE ORDER-MASTER
               CLOSE ITEM-MASTER
               CLOSE ORDER-TRANS-LOG
               CLOSE ERROR-LOG
               CLOSE LISTA-REVISAO
               MOVE 'STORD-GEN' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\STORDREV.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               IF WS-ACP-ABERTO-SIM
                  CLOSE ACORDOS-PRECO
               END-IF
               IF WS-PPG-ABERTO-SIM
                  CLOSE CADASTRO-PROGRAMADOS
               END-IF
               DISPLAY 'MODELOS LIDOS.....: ' WS-QTD-LIDOS
               DISPLAY 'PEDIDOS GERADOS...: ' WS-QTD-GERADOS
               DISPLAY 'MODELOS EM REVISAO: ' WS-QTD-FALHAS
               DISPLAY 'MODELOS ENCERRADOS: ' WS-QTD-ENCERRADOS
               IF WS-QTD-FALHAS > ZEROS
                  OR WS-QTD-ERROS-GRAVACAO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY ORDLGPA.
           COPY ERRLOGPA.
           COPY DEPPA.
           COPY KITPA.
           COPY ACPPA.
           COPY PPGPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM STORD-GEN.
