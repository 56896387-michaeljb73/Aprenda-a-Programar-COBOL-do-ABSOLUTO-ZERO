      *                  P310-VALIDA-ITEM, orfao desde que a captura
      *                  multi-item (P312/P313) assumiu a critica de
      *                  item.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      * 15/10/2026  MJB  Saldo de estoque por deposito (STK-DEPOSITO,
      *                  cadastro DEPOSITO.dat): cada linha do pedido
      *                  aloca de um deposito da filial do pedido e, sem
      *                  saldo la, de qualquer outro que tenha a linha
      *                  inteira; o deposito vai para a linha
      *                  (ORL-DEPOSITO) e para o movimento, e o
      *                  cancelamento e a alteracao devolvem/ajustam no
      *                  mesmo deposito. A reserva passou a ser feita na
      *                  escolha, para duas linhas do mesmo item nao
      *                  contarem o mesmo saldo.
      * 15/10/2026  MJB  Item kit (ITM-ITEM-KIT, composicao no
      *                  KITCOMP.dat): a linha de kit aloca, devolve e
      *                  ajusta os componentes, todos do mesmo deposito;
      *                  pedido inteiro ou backorder.
      * 15/10/2026  MJB  Endereco de entrega por pedido: na inclusao o
      *                  operador escolhe entre os enderecos de entrega
      *                  ativos do cliente (cadastro de enderecos,
      *                  copybooks ENR*) ou o do cadastro, e a copia vai
      *                  para o ENTREGAS.dat (copybooks ETG*), mostrada
      *                  na consulta.
      * 15/10/2026  MJB  Acordos de preco (ACORDOS.dat): a linha passa a
      *                  usar o preco acordado do cliente ou do grupo
      *                  economico, mostrando preco de lista x acordado.
      * 15/10/2026  MJB  Documentacao cadastral (copybooks KYC*): na
      *                  inclusao o cliente com documento obrigatorio
      *                  ausente ou vencido tem o pedido recusado; o
      *                  documento nao obrigatorio so gera aviso.
      * 15/10/2026  MJB  Limite zerado com pedido de LIMITE pendente no
      *                  ALTPEND.dat (cliente recem-incluido) nao vale
      *                  como sem limite: o pedido exige liberacao do
      *                  supervisor ate o ALTER-APPROVE decidir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ENTRY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTOS-STATUS.

           COPY DEPSL.
           COPY KITSL.
           COPY ENRSL.
           COPY ETGSL.
           COPY ACPSL.
           COPY KYCSL.
           COPY ALTPSL.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMENTOS-ESTOQUE.
           COPY STKMOV.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  ENTREGAS-PEDIDO.
           COPY ETGF.

       FD  ACORDOS-PRECO.
           COPY ACPF.

       FD  DOCUMENTOS-CLIENTE.
           COPY KYCF.

       FD  EXIGENCIAS-DOCUMENTO.
           COPY KYCXF.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-CREDITO-LIBERADO     PIC X(01)   VALUE 'N'.
           88  WS-CREDITO-LIBERADO-SIM         VALUE 'S'.

      * SALDOS DE ESTOQUE EM MEMORIA POR DEPOSITO E ITEM - ALOCADOS
      * NA GRAVACAO DO PEDIDO E REGRAVADOS NO ENCERRAMENTO DA SESSAO.
      * A FILIAL DE CADA DEPOSITO VEM DO CADASTRO (DEPOSITO.dat) NA
      * CARGA, PARA A ALOCACAO PREFERIR A FILIAL DO PEDIDO.
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ESTOQUE-OK                   VALUE '00'.
       77  WS-MOVIMENTOS-STATUS    PIC X(02)   VALUE SPACES.
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

      * ENDERECO DE ENTREGA DO PEDIDO: ESCOLHIDO ENTRE OS ENDERECOS
      * DE ENTREGA DO CLIENTE (COPYBOOKS ENR*) E COPIADO PARA O
      * ENTREGAS.dat (COPYBOOKS ETG*) NA INCLUSAO
           COPY ENRWS.
       77  WS-ETG-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ETG-OK                       VALUE '00'.
           88  WS-ETG-NAO-EXISTE               VALUE '23'.
           88  WS-ETG-NAO-CRIADO               VALUE '35'.
       77  WS-ETG-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-ETG-ABERTO-SIM               VALUE 'S'.
       77  WS-ENTREGA-INFORMADA    PIC 9(02)   VALUE ZEROS.
       77  WS-ENTREGA-VALIDA       PIC X(01)   VALUE 'N'.
           88  WS-ENTREGA-VALIDA-SIM           VALUE 'S'.
       77  WS-QTD-ENTREGAS-CLI     PIC 9(02)   VALUE ZEROS COMP.

      * ACORDOS DE PRECO DO CLIENTE OU DO GRUPO ECONOMICO (COPYBOOKS
      * ACP*) - APLICADOS SOBRE O PRECO VIGENTE DE CADA LINHA
           COPY ACPWS.
           COPY DTCONVW.

      * DOCUMENTACAO CADASTRAL EXIGIDA DO CLIENTE (COPYBOOKS KYC*)
           COPY KYCWS.

      * LIMITE DE CREDITO AINDA PENDENTE DE APROVACAO (COPYBOOKS
      * ALTP*) - SO CONSULTADO QUANDO O CADASTRO ESTA SEM LIMITE
           COPY ALTPWS.
       77  WS-PRECO-LISTA-ED       PIC Z.ZZZ.ZZ9,99.
       77  WS-PRECO-ACORDADO-ED    PIC Z.ZZZ.ZZ9,99.

      * NECESSIDADES DE ESTOQUE DE UMA LINHA (P337): O PROPRIO ITEM
      * OU, SE FOR KIT, CADA COMPONENTE VEZES A QUANTIDADE DA LINHA.
      * TODAS SAEM DO MESMO DEPOSITO (P335/P339).
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

      * RESERVAS DO PEDIDO EM GRAVACAO - UMA POR NECESSIDADE ATENDIDA
      * (ATE 20 LINHAS X 20 COMPONENTES), CONFIRMADAS OU DESFEITAS
      * JUNTAS NO P334
       77  WS-QTD-RESERVAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-RESERVA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-RESERVAS.
           05  WS-RESERVA-ENTRADA  OCCURS 400 TIMES.
               10  WS-RSV-IDX-SALDO    PIC 9(03)   COMP.
               10  WS-RSV-QUANTIDADE   PIC 9(07).

      * DEVOLUCAO DE ALOCACAO NO CANCELAMENTO (LINHAS DO PEDIDO DE
      * VOLTA AO SALDO, MOVIMENTO TIPO C) E AJUSTE PELA DIFERENCA NA
       77  WS-QTD-ANTERIOR-ALT     PIC 9(05)   VALUE ZEROS.
       77  WS-QTD-DELTA            PIC 9(07)   VALUE ZEROS.
       77  WS-ITEM-MOVIMENTO       PIC X(08)   VALUE SPACES.
       77  WS-DEPOSITO-MOVIMENTO   PIC X(03)   VALUE SPACES.
       77  WS-QTD-MOVIMENTO        PIC 9(07)   VALUE ZEROS.
       77  WS-TIPO-MOVIMENTO       PIC X(01)   VALUE SPACE.

       77  WS-LINHA-AJUSTADA       PIC X(01)   VALUE 'N'.
           88  WS-LINHA-AJUSTADA-SIM         VALUE 'S'.
       01  WS-TAB-LINHAS-ARQ.
           05  WS-LINHA-ARQ        PIC X(45)  OCCURS 500 TIMES.

      * PRECO VIGENTE DO ITEM NA DATA DO PEDIDO (PRICHIST.dat) -
      * SEM LINHA NO HISTORICO VALE O PRECO VIVO DO MESTRE
               10  WS-LPD-QUANTIDADE   PIC 9(05).
               10  WS-LPD-PRECO        PIC 9(07)V99.
               10  WS-LPD-VALOR        PIC 9(09)V99.
               10  WS-LPD-DEPOSITO     PIC X(03).

      * GRUPO ECONOMICO DO CLIENTE (GRUPECO.dat) - A CRITICA DE
      * LIMITE SOMA A EXPOSICAO E OS LIMITES DE TODOS OS MEMBROS.
       01  WS-TAB-MEMBROS.
           05  WS-MEMBRO-CODIGO    PIC 9(06)  OCCURS 50 TIMES.
       77  WS-LIMITE-GRUPO         PIC 9(11)V99 VALUE ZEROS.
       01  WS-CLIENTE-SALVO        PIC X(189)  VALUE SPACES.

      * GRAU DE RISCO DO CLIENTE (RISKGRAD.dat) - LIDO NA CAPTURA;
      * SEM ARQUIVO OU SEM REGISTRO O GRAU FICA EM BRANCO E A
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.
       77  WS-TENTATIVAS-NUMERO    PIC 9(04)   VALUE ZEROS COMP.

           COPY AUDSTAMP.
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * A composicao dos kits vem antes de tudo: carga estourada
      * trataria kit como item comum, entao a sessao nem abre.
      ******************************************************************
       P100-INICIO.
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
               PERFORM P8800-VALIDA-OPERADOR
               MOVE WS-OPERADOR-VALIDADO TO WS-OTL-OPERADOR
               MOVE WS-OPERADOR-VALIDADO TO WS-LCK-DONO
               PERFORM P8660-CARREGA-DEPOSITOS
               PERFORM P135-CARREGA-ESTOQUE
               PERFORM P130-ABRE-ARQUIVO-TRAVAS
               PERFORM P137-ABRE-ENTREGAS
               PERFORM P8910-ABRE-ACORDOS-LEITURA
               PERFORM P8992-CARREGA-EXIGENCIAS
               PERFORM P8990-ABRE-DOCUMENTOS-LEITURA
               DISPLAY 'OPERADOR ' WS-OPERADOR-VALIDADO
                       ' AUTENTICADO - SESSAO LIBERADA.'
            END-IF.
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
                       'SEM PROTECAO DE ATUALIZACAO.'
            END-IF.

      ******************************************************************
      * P137-ABRE-ENTREGAS
      * Enderecos do cliente so para leitura; entregas por pedido
      * criado na primeira vez. Nenhum dos dois segura a sessao - sem
      * eles o pedido entrega no endereco do cadastro, como antes.
      ******************************************************************
       P137-ABRE-ENTREGAS.
            PERFORM P8880-ABRE-ENDERECOS-LEITURA
            OPEN I-O ENTREGAS-PEDIDO
            IF WS-ETG-NAO-CRIADO
               OPEN OUTPUT ENTREGAS-PEDIDO
               CLOSE ENTREGAS-PEDIDO
               OPEN I-O ENTREGAS-PEDIDO
            END-IF
            IF WS-ETG-OK
               SET WS-ETG-ABERTO-SIM TO TRUE
            ELSE
               DISPLAY 'AVISO - ARQUIVO DE ENTREGAS INDISPONIVEL '
                       '(STATUS ' WS-ETG-STATUS ') - PEDIDOS ENTREGAM '
                       'NO ENDERECO DO CADASTRO.'
            END-IF.

      ******************************************************************
      * P8556-TRAVA-PEDIDO
      * Trava o pedido lido para atualizacao (tipo 'P' na chave da
                          'PROGCSV (OPCAO 8) ANTES DE LANCAR PEDIDO.'
               ELSE
                  DISPLAY 'CLIENTE.......: ' CSV-NOME
                  PERFORM P303-CONFERE-DOCUMENTACAO
                  IF WS-KYC-BLOQUEIO-SIM
                     DISPLAY 'PEDIDO RECUSADO POR DOCUMENTACAO '
                             'CADASTRAL PENDENTE - REGULARIZE NO '
                             'KYC-MAINT.'
                  ELSE
                     PERFORM P302-CAPTURA-PEDIDO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P302-CAPTURA-PEDIDO
      * Cliente ativo e com a documentacao cadastral obrigatoria em
      * dia: risco, entrega, numero, linhas e criticas de credito.
      ******************************************************************
       P302-CAPTURA-PEDIDO.
            PERFORM P305-CONSULTA-RISCO
            IF WS-GRAU-CLIENTE NOT = SPACE
               DISPLAY 'GRAU DE RISCO.: ' WS-GRAU-CLIENTE
            END-IF
            PERFORM P340-ESCOLHE-ENTREGA

            PERFORM P315-ATRIBUI-NUMERO
            IF NOT WS-ORD-NAO-EXISTE
               DISPLAY 'NAO FOI POSSIVEL ATRIBUIR UM NUMERO '
                       'LIVRE - VERIFIQUE O CODECTL.dat.'
            ELSE
      *        A SONDAGEM DO P315 PASSA PELO REGISTRO DO FD -
      *        NUMERO OCUPADO CARREGA O PEDIDO DE OUTRO CLIENTE
      *        NA AREA, ENTAO O REGISTRO E REINICIADO E O
      *        CLIENTE INFORMADO VOLTA DO ESPELHO DO CADASTRO
      *        (MESMO CUIDADO DO P300-INCLUIR DO PROGCSV)
               INITIALIZE ORDER-RECORD
               MOVE WS-PROX-PEDIDO-CTL TO ORD-NUMERO
               MOVE CSV-CODIGO TO ORD-CODIGO-CLIENTE

               PERFORM P311-GRUPO-DO-PRECO
               PERFORM P312-CAPTURA-LINHAS
               IF WS-QTD-LINHAS-PED = ZEROS
                  DISPLAY 'PEDIDO SEM ITENS - ABANDONADO.'
               ELSE
                  MOVE WS-LPD-ITEM(1)        TO ORD-ITEM
                  MOVE WS-LPD-QUANTIDADE(1)
                       TO ORD-QUANTIDADE
                  MOVE WS-TOTAL-PEDIDO       TO ORD-VALOR
                  MOVE WS-TOTAL-PEDIDO
                       TO WS-VALOR-SUGERIDO-ED
                  DISPLAY 'TOTAL DO PEDIDO: '
                          WS-VALOR-SUGERIDO-ED

                  ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD
                  MOVE WS-AUDIT-DATA TO ORD-DATA-PEDIDO
                  SET ORD-ABERTO TO TRUE
                  MOVE WS-OPERADOR-FILIAL-VALIDADA
                       TO ORD-FILIAL

                  PERFORM P320-CRITICA-LIMITE
                  PERFORM P322-CRITICA-RISCO
                  EVALUATE TRUE
                      WHEN NOT WS-CREDITO-LIBERADO-SIM
                           DISPLAY 'PEDIDO RECUSADO POR '
                                   'LIMITE DE CREDITO.'
                      WHEN NOT WS-RISCO-LIBERADO-SIM
                           DISPLAY 'PEDIDO RECUSADO POR GRAU '
                                   'DE RISCO.'
                      WHEN OTHER
                           PERFORM P330-GRAVA-PEDIDO
                  END-EVALUATE
               END-IF
            END-IF.

      ******************************************************************
      * P303-CONFERE-DOCUMENTACAO
      * Documentos exigidos do tipo de pessoa do cliente (tabela
      * DOCEXIG.dat) contra o registro DOCKYC.dat: o obrigatorio
      * ausente ou vencido bloqueia o pedido, o demais so avisa.
      ******************************************************************
       P303-CONFERE-DOCUMENTACAO.
            MOVE CSV-CODIGO      TO WS-KYC-CLIENTE-CONF
            MOVE CSV-TIPO-PESSOA TO WS-KYC-TIPO-CONF
            ACCEPT WS-KYC-DATA-CONF FROM DATE YYYYMMDD
            PERFORM P8994-CONFERE-DOCUMENTOS
            IF WS-KYC-QTD-PENDENTES > ZEROS
               PERFORM P8996-MOSTRA-PENDENCIAS
            END-IF.

       P330-GRAVA-PEDIDO.
            PERFORM P334-ALOCA-ESTOQUE
            WRITE ORDER-RECORD
               COMPUTE WS-PROX-PEDIDO-CTL = ORD-NUMERO + 1
               PERFORM P150-GRAVA-CONTROLE
               PERFORM P332-GRAVA-LINHAS
               PERFORM P342-GRAVA-ENTREGA
               IF ORD-BACKORDER
                  DISPLAY 'PEDIDO GRAVADO EM BACKORDER - FORA DO '
                          'FATURAMENTO ATE O ESTOQUE CHEGAR.'
                       WS-ORD-STATUS-ARQ
            END-IF.

      ******************************************************************
      * P340-ESCOLHE-ENTREGA
      * Com o cliente na area do cadastro, lista os enderecos de
      * entrega ATIVOS dele e o operador escolhe um (00 = endereco do
      * cadastro). Sem endereco de entrega nao pergunta nada. O
      * escolhido fica em WS-ENR-ESCOLHIDO ate a gravacao do pedido.
      ******************************************************************
       P340-ESCOLHE-ENTREGA.
            MOVE ZEROS        TO WS-ENR-SEQ-ACHADA
            MOVE SPACES       TO WS-ENR-AOS-CUIDADOS
            MOVE CSV-ENDERECO TO WS-ENR-LOGRADOURO
            MOVE CSV-CIDADE   TO WS-ENR-CIDADE
            MOVE CSV-UF       TO WS-ENR-UF
            MOVE CSV-CEP      TO WS-ENR-CEP

            MOVE ZEROS        TO WS-QTD-ENTREGAS-CLI
            MOVE 'N'          TO WS-FIM-ENDERECOS
            MOVE CSV-CODIGO   TO WS-ENR-CODIGO-VARRE
            MOVE ZEROS        TO WS-ENR-SEQ-VARRE
            PERFORM P8884-PROXIMO-ENDERECO
            PERFORM UNTIL WS-FIM-ENDERECOS-SIM
                IF ENR-ATIVO AND ENR-TIPO-ENTREGA
                   IF WS-QTD-ENTREGAS-CLI = ZEROS
                      DISPLAY 'ENDERECOS DE ENTREGA DO CLIENTE:'
                      DISPLAY '  00 - ENDERECO DO CADASTRO - '
                              CSV-CIDADE '/' CSV-UF
                   END-IF
                   ADD 1 TO WS-QTD-ENTREGAS-CLI
                   DISPLAY '  ' ENR-SEQUENCIA ' - ' ENR-LOGRADOURO
                           ' - ' ENR-CIDADE '/' ENR-UF
                END-IF
                PERFORM P8884-PROXIMO-ENDERECO
            END-PERFORM

            IF WS-QTD-ENTREGAS-CLI > ZEROS
               MOVE 'N' TO WS-ENTREGA-VALIDA
               PERFORM P341-INFORMA-ENTREGA
                       UNTIL WS-ENTREGA-VALIDA-SIM
               DISPLAY 'ENTREGA.......: ' WS-ENR-LOGRADOURO ' - '
                       WS-ENR-CIDADE '/' WS-ENR-UF
            END-IF.

       P341-INFORMA-ENTREGA.
            DISPLAY 'ENDERECO DE ENTREGA DO PEDIDO (00 = CADASTRO): '
            MOVE ZEROS TO WS-ENTREGA-INFORMADA
            ACCEPT WS-ENTREGA-INFORMADA
            IF WS-ENTREGA-INFORMADA = ZEROS
               SET WS-ENTREGA-VALIDA-SIM TO TRUE
            ELSE
               MOVE CSV-CODIGO           TO ENR-CODIGO
               MOVE WS-ENTREGA-INFORMADA TO ENR-SEQUENCIA
               READ CADASTRO-ENDERECOS KEY IS ENR-CHAVE
               IF WS-ENR-OK AND ENR-ATIVO AND ENR-TIPO-ENTREGA
                  PERFORM P8885-GUARDA-ENDERECO
                  SET WS-ENTREGA-VALIDA-SIM TO TRUE
               ELSE
                  DISPLAY 'ENDERECO ' WS-ENTREGA-INFORMADA
                          ' NAO E ENDERECO DE ENTREGA ATIVO DO '
                          'CLIENTE.'
               END-IF
            END-IF.

      ******************************************************************
      * P342-GRAVA-ENTREGA
      * Copia do endereco escolhido, do cadastro inclusive - a
      * entrega do pedido nao muda se o endereco mudar depois. Falha
      * aqui so avisa: o pedido ja esta gravado.
      ******************************************************************
       P342-GRAVA-ENTREGA.
            IF WS-ETG-ABERTO-SIM
               MOVE ORD-NUMERO          TO ETG-NUMERO-PEDIDO
               MOVE ORD-CODIGO-CLIENTE  TO ETG-CODIGO-CLIENTE
               MOVE WS-ENR-SEQ-ACHADA   TO ETG-SEQ-ENDERECO
               MOVE WS-ENR-AOS-CUIDADOS TO ETG-AOS-CUIDADOS
               MOVE WS-ENR-LOGRADOURO   TO ETG-LOGRADOURO
               MOVE WS-ENR-CIDADE       TO ETG-CIDADE
               MOVE WS-ENR-UF           TO ETG-UF
               MOVE WS-ENR-CEP          TO ETG-CEP
               WRITE REG-ENTREGA-PEDIDO
               IF NOT WS-ETG-OK
                  REWRITE REG-ENTREGA-PEDIDO
               END-IF
               IF NOT WS-ETG-OK
                  DISPLAY 'AVISO - ENDERECO DE ENTREGA NAO GRAVADO '
                          '(STATUS ' WS-ETG-STATUS ') - PEDIDO '
                          'ENTREGA NO ENDERECO DO CADASTRO.'
               END-IF
            END-IF.

      ******************************************************************
      * P312-CAPTURA-LINHAS
      * Captura as linhas do pedido ate o operador encerrar (item em
            ELSE
               MOVE WS-ITEM-DIGITADO TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               MOVE WS-ITEM-DIGITADO TO WS-KIT-PROCURADO
               PERFORM P8685-MONTA-COMPOSICAO
               EVALUATE TRUE
                   WHEN WS-ITEM-NAO-EXISTE
                        DISPLAY 'ITEM NAO CADASTRADO - CONSULTE O '
                   WHEN ITM-REGISTRO-INATIVO
                        DISPLAY 'ITEM INATIVO - NAO ACEITA PEDIDO '
                                'NOVO.'
                   WHEN ITM-ITEM-KIT AND WS-QTD-CMP-KIT = ZEROS
                        DISPLAY 'KIT SEM COMPOSICAO - CADASTRE OS '
                                'COMPONENTES NO KIT-MAINT.'
                   WHEN ITM-ITEM-KIT
                        DISPLAY 'ITEM: ' ITM-DESCRICAO ' (KIT DE '
                                WS-QTD-CMP-KIT ' COMPONENTES)'
                        PERFORM P314-COMPLETA-LINHA
                   WHEN OTHER
                        DISPLAY 'ITEM: ' ITM-DESCRICAO
                        PERFORM P314-COMPLETA-LINHA
            ADD 1 TO WS-QTD-LINHAS-PED
            MOVE ITM-CODIGO
                 TO WS-LPD-ITEM(WS-QTD-LINHAS-PED)
            MOVE SPACES TO WS-LPD-DEPOSITO(WS-QTD-LINHAS-PED)

            DISPLAY 'INFORME A QUANTIDADE: '
            ACCEPT WS-LPD-QUANTIDADE(WS-QTD-LINHAS-PED)

            ACCEPT WS-DATA-PRECO FROM DATE YYYYMMDD
            PERFORM P316-BUSCA-PRECO-VIGENTE
            PERFORM P319A-APLICA-ACORDO
            MOVE WS-PRECO-VIGENTE
                 TO WS-LPD-PRECO(WS-QTD-LINHAS-PED)
            COMPUTE WS-VALOR-SUGERIDO =
               END-IF
            END-IF.

      ******************************************************************
      * P311-GRUPO-DO-PRECO
      * Grupo economico do cliente para a procura dos acordos de
      * preco - so o vinculo, sem montar os membros (isso e da
      * critica de limite do P317).
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
      * P319A-APLICA-ACORDO
      * Acordo vigente do cliente (ou do grupo) para o item na data
      * do preco: mostra preco de lista x preco acordado e passa o
      * acordado a ser o preco da linha. Sem acordo, nada muda.
      ******************************************************************
       P319A-APLICA-ACORDO.
            MOVE CSV-CODIGO       TO WS-ACP-CLIENTE
            MOVE ITM-CODIGO       TO WS-ACP-ITEM
            MOVE WS-DATA-PRECO    TO WS-ACP-DATA
            MOVE WS-PRECO-VIGENTE TO WS-ACP-PRECO-LISTA
            PERFORM P8912-PRECO-ACORDADO
            IF WS-ACP-ACHADO-SIM
               MOVE WS-ACP-PRECO-LISTA    TO WS-PRECO-LISTA-ED
               MOVE WS-ACP-PRECO-ACORDADO TO WS-PRECO-ACORDADO-ED
               DISPLAY 'PRECO DE LISTA: ' WS-PRECO-LISTA-ED
                       '  PRECO ACORDADO: ' WS-PRECO-ACORDADO-ED
               MOVE WS-ACP-FIM-ACHADO TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               IF WS-ACP-ORIGEM = 'G'
                  DISPLAY 'ACORDO DO GRUPO ECONOMICO '
                          WS-ACP-GRUPO ' VALIDO ATE ' WS-DATA-BR
               ELSE
                  DISPLAY 'ACORDO DO CLIENTE VALIDO ATE ' WS-DATA-BR
               END-IF
               MOVE WS-ACP-PRECO-ACORDADO TO WS-PRECO-VIGENTE
            END-IF.

      ******************************************************************
      * P332-GRAVA-LINHAS
      * Grava as linhas capturadas no ORDLINES.dat com o numero do
                        TO ORL-PRECO-UNITARIO
                   MOVE WS-LPD-VALOR(WS-IDX-LINHA-PED)
                        TO ORL-VALOR-LINHA
                   MOVE WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                        TO ORL-DEPOSITO
                   WRITE REG-LINHA-PEDIDO
               END-PERFORM
               CLOSE LINHAS-PEDIDO

      ******************************************************************
      * P334-ALOCA-ESTOQUE
      * Escolhe o deposito de cada linha do pedido (P335 - primeiro
      * os depositos da filial do pedido, depois qualquer outro que
      * tenha o saldo inteiro da linha) e ja reserva a quantidade no
      * disponivel, para duas linhas do mesmo item nao contarem o
      * mesmo saldo. Linha de kit precisa de todos os componentes
      * (quantidade do componente x quantidade da linha) no mesmo
      * deposito. Tudo cabendo, aloca (sobe a alocada, movimento
      * tipo A no STKMOVE.dat por item efetivamente alocado - o
      * componente, no caso do kit - com o deposito) e o deposito vai
      * para a linha (ORL-DEPOSITO); alguma linha sem saldo desfaz
      * as reservas e deixa o pedido inteiro em BACKORDER - a
      * liberacao e do STOCK-MOVE quando a mercadoria chega. Sem
      * arquivo de saldos carregado, nada muda (pedidos seguem como
      * sempre).
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

      ******************************************************************
      * P335-ESCOLHE-SALDO-LINHA
      * Deposito que atende todas as necessidades da linha corrente
      * (P337): primeiro um deposito da filial do pedido
      * (ORD-FILIAL), depois qualquer outro. Os candidatos sao os
      * depositos com saldo da primeira necessidade; o P339 confere
      * as demais no mesmo deposito. Nenhum atendendo deixa
      * WS-IDX-ITEM-SALDO zerado - a linha nao e partida entre
      * depositos.
      ******************************************************************
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

      ******************************************************************
      * P337-MONTA-NECESSIDADES
      * Necessidades de estoque de WS-QTD-BASE unidades de
      * WS-ITEM-BASE: item com composicao no KITCOMP.dat vira um
      * componente por necessidade (quantidade do componente x
      * WS-QTD-BASE); item comum e a propria necessidade.
      ******************************************************************
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
               MOVE WS-OPERADOR-VALIDADO TO MOV-OPERADOR
               MOVE ORD-NUMERO TO MOV-REFERENCIA
               MOVE WS-STK-DEPOSITO(WS-IDX-ITEM-SALDO)
                    TO MOV-DEPOSITO
               WRITE REG-MOVIMENTO-ESTOQUE
               CLOSE MOVIMENTOS-ESTOQUE
            END-IF.
            ELSE
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                   MOVE WS-STK-DEPOSITO(WS-IDX-SALDO)
                        TO STK-DEPOSITO
                   MOVE WS-STK-ITEM(WS-IDX-SALDO) TO STK-ITEM
                   MOVE WS-STK-DISPONIVEL(WS-IDX-SALDO)
                        TO STK-QTD-DISPONIVEL
            END-IF.

       P323-CRITICA-LIMITE-PROPRIO.
            IF CSV-LIMITE-CREDITO = ZEROS
               PERFORM P327-CRITICA-LIMITE-PENDENTE
            END-IF
            IF CSV-LIMITE-CREDITO NOT = ZEROS
               MOVE ORDER-RECORD TO WS-PEDIDO-NOVO
               PERFORM P325-SOMA-EXPOSICAO
               END-IF
            END-IF.

      ******************************************************************
      * P327-CRITICA-LIMITE-PENDENTE
      * Cadastro sem limite mas com pedido de LIMITE pendente no
      * ALTPEND.dat - o cliente recem-incluido nasce com limite zerado
      * enquanto o valor digitado espera o ALTER-APPROVE. Ate a
      * decisao o zero nao vale como sem limite: o pedido so passa
      * com liberacao do supervisor em sessao, registrada no log de
      * pedidos com acao LIBERAR, como o estouro de limite.
      ******************************************************************
       P327-CRITICA-LIMITE-PENDENTE.
            MOVE CSV-CODIGO TO WS-ALP-CODIGO-PROC
            MOVE 'LIMITE'   TO WS-ALP-CAMPO-PROC
            PERFORM P8640-PROCURA-PENDENTE
            IF WS-ALP-ACHADA-SIM
               MOVE WS-ALP-NOVO-NUM TO WS-LIMITE-ED
               DISPLAY 'LIMITE DE CREDITO PENDENTE DE APROVACAO: '
                       WS-LIMITE-ED
               IF NOT WS-OPERADOR-SUPERVISOR
                  MOVE 'N' TO WS-CREDITO-LIBERADO
                  DISPLAY 'CLIENTE COM LIMITE AGUARDANDO APROVACAO '
                          'NO ALTER-APPROVE - O PEDIDO EXIGE '
                          'LIBERACAO DO SUPERVISOR (NIVEL 3).'
               ELSE
                  DISPLAY 'CLIENTE COM LIMITE AGUARDANDO APROVACAO - '
                          'SUPERVISOR AUTORIZA (S/N): '
                  ACCEPT WS-CREDITO-LIBERADO
                  IF WS-CREDITO-LIBERADO = 's'
                     MOVE 'S' TO WS-CREDITO-LIBERADO
                  END-IF
                  IF WS-CREDITO-LIBERADO-SIM
                     MOVE ORD-NUMERO TO WS-OTL-CHAVE
                     MOVE 'LIBERAR' TO WS-OTL-ACAO
                     PERFORM P8750-GRAVA-ORD-LOG
                  END-IF
               END-IF
            END-IF.

       P325-SOMA-EXPOSICAO.
            MOVE ZEROS TO WS-EXPOSICAO
            MOVE 'N'   TO WS-FIM-VARREDURA
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
            MOVE WS-PROX-COTACAO-CTL TO CTL-PROX-COTACAO
            MOVE WS-PROX-NOTA-CTL   TO CTL-PROX-NOTA
            MOVE WS-PROX-RECIBO-CTL TO CTL-PROX-RECIBO
            MOVE WS-PROX-COMPRA-CTL TO CTL-PROX-COMPRA
            OPEN OUTPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-CODIGO-CONTROLE
                  DISPLAY 'CLIENTE.......: ' CSV-NOME
               END-IF

               IF WS-ETG-ABERTO-SIM
                  MOVE ORD-NUMERO TO ETG-NUMERO-PEDIDO
                  READ ENTREGAS-PEDIDO KEY IS ETG-NUMERO-PEDIDO
                  IF WS-ETG-OK
                     DISPLAY 'ENTREGA.......: ' ETG-SEQ-ENDERECO
                             ' - ' ETG-LOGRADOURO ' - ' ETG-CIDADE
                             '/' ETG-UF ' CEP ' ETG-CEP
                     IF ETG-AOS-CUIDADOS NOT = SPACES
                        DISPLAY 'A/C...........: ' ETG-AOS-CUIDADOS
                     END-IF
                  ELSE
                     DISPLAY 'ENTREGA.......: ENDERECO DO CADASTRO'
                  END-IF
               END-IF

               DISPLAY 'DATA DO PEDIDO: ' ORD-DATA-PEDIDO
               DISPLAY 'ITEM..........: ' ORD-ITEM
               DISPLAY 'QUANTIDADE....: ' ORD-QUANTIDADE
      * linha, entao a alocacao do item do espelho e ajustada pela
      * diferenca: aumento consome o disponivel (se houver - sem
      * saldo a alocacao fica como estava, com aviso) e reducao
      * devolve. Movimento A ou C no STKMOVE.dat, como sempre. O
      * saldo e o do deposito que alocou a primeira linha. Kit ajusta
      * cada componente (P337) e o aumento so vale se todos tiverem
      * saldo no deposito da linha.
      ******************************************************************
       P520-AJUSTA-ALOCACAO.
            IF WS-QTD-SALDOS-TAB > ZEROS
               AND ORD-QUANTIDADE NOT = WS-QTD-ANTERIOR-ALT
               PERFORM P612-CARREGA-LINHAS-DEV
               MOVE 1 TO WS-IDX-LINHA-PED
               MOVE ORD-ITEM(1:8) TO WS-ITEM-BASE
               IF ORD-QUANTIDADE > WS-QTD-ANTERIOR-ALT
                  COMPUTE WS-QTD-BASE =
                          ORD-QUANTIDADE - WS-QTD-ANTERIOR-ALT
                  PERFORM P337-MONTA-NECESSIDADES
                  PERFORM P522-CONFERE-AUMENTO
                  IF WS-DEPOSITO-ATENDE-SIM
                     PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                             UNTIL WS-IDX-NECESSIDADE
                                   > WS-QTD-NECESSIDADES
                         MOVE WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                              TO WS-IDX-ITEM-SALDO
                         MOVE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                              TO WS-QTD-DELTA
                         MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                              TO WS-SALDO-ANTERIOR
                         SUBTRACT WS-QTD-DELTA
                             FROM WS-STK-DISPONIVEL
                                  (WS-IDX-ITEM-SALDO)
                         ADD WS-QTD-DELTA
                             TO WS-STK-ALOCADA(WS-IDX-ITEM-SALDO)
                         SET WS-ESTOQUE-MUDOU-SIM TO TRUE
                         MOVE WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                              TO WS-ITEM-MOVIMENTO
                         MOVE WS-QTD-DELTA TO WS-QTD-MOVIMENTO
                         MOVE 'A' TO WS-TIPO-MOVIMENTO
                         PERFORM P616-GRAVA-MOV-AJUSTE
                     END-PERFORM
                  ELSE
                     DISPLAY 'AVISO - SALDO INSUFICIENTE PARA O '
                             'AUMENTO: ALOCACAO NAO AJUSTADA.'
                  END-IF
               ELSE
                  COMPUTE WS-QTD-BASE =
                          WS-QTD-ANTERIOR-ALT - ORD-QUANTIDADE
                  PERFORM P337-MONTA-NECESSIDADES
                  PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                          UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                      PERFORM P611-DEVOLVE-NECESSIDADE
                  END-PERFORM
               END-IF
            END-IF.

       P522-CONFERE-AUMENTO.
            MOVE 'S' TO WS-DEPOSITO-ATENDE
            PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                    UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                MOVE WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                     TO WS-ITEM-MOVIMENTO
                MOVE WS-LPD-DEPOSITO(1) TO WS-DEPOSITO-MOVIMENTO
                PERFORM P618-LOCALIZA-SALDO-ITEM
                MOVE WS-IDX-ITEM-SALDO
                     TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                IF WS-IDX-ITEM-SALDO = ZEROS
                   MOVE 'N' TO WS-DEPOSITO-ATENDE
                ELSE
                   IF WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                      < WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                      MOVE 'N' TO WS-DEPOSITO-ATENDE
                   END-IF
                END-IF
            END-PERFORM.

      ******************************************************************
      * P524-ATUALIZA-LINHA-PEDIDO
      * A alteracao mexe no espelho da primeira linha, entao a
      * Cancelamento de pedido que tinha alocacao: cada linha do
      * pedido (ORDLINES.dat; sem linha vale o espelho do cabecalho)
      * volta ao disponivel e sai da alocada, com movimento tipo C -
      * o saldo parava reduzido para sempre. A devolucao vai para o
      * deposito que alocou a linha (ORL-DEPOSITO). Linha de kit
      * devolve cada componente (P337).
      ******************************************************************
       P610-DEVOLVE-ESTOQUE.
            IF WS-QTD-SALDOS-TAB > ZEROS
               PERFORM P612-CARREGA-LINHAS-DEV
               PERFORM VARYING WS-IDX-LINHA-PED FROM 1 BY 1
                       UNTIL WS-IDX-LINHA-PED > WS-QTD-LINHAS-PED
                   MOVE WS-LPD-ITEM(WS-IDX-LINHA-PED) TO WS-ITEM-BASE
                   MOVE WS-LPD-QUANTIDADE(WS-IDX-LINHA-PED)
                        TO WS-QTD-BASE
                   PERFORM P337-MONTA-NECESSIDADES
                   PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                           UNTIL WS-IDX-NECESSIDADE
                                 > WS-QTD-NECESSIDADES
                       PERFORM P611-DEVOLVE-NECESSIDADE
                   END-PERFORM
               END-PERFORM
            END-IF.

      ******************************************************************
      * P611-DEVOLVE-NECESSIDADE
      * Devolve a necessidade corrente ao deposito da linha corrente
      * (WS-IDX-LINHA-PED): sobe o disponivel, baixa a alocada e
      * grava o movimento tipo C.
      ******************************************************************
       P611-DEVOLVE-NECESSIDADE.
            MOVE WS-NEC-ITEM(WS-IDX-NECESSIDADE) TO WS-ITEM-MOVIMENTO
            MOVE WS-LPD-DEPOSITO(WS-IDX-LINHA-PED)
                 TO WS-DEPOSITO-MOVIMENTO
            MOVE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE) TO WS-QTD-DELTA
            PERFORM P618-LOCALIZA-SALDO-ITEM
            IF WS-IDX-ITEM-SALDO > ZEROS
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                    TO WS-SALDO-ANTERIOR
               ADD WS-QTD-DELTA TO WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
               IF WS-STK-ALOCADA(WS-IDX-ITEM-SALDO) >= WS-QTD-DELTA
                  SUBTRACT WS-QTD-DELTA
                      FROM WS-STK-ALOCADA(WS-IDX-ITEM-SALDO)
               ELSE
                  MOVE ZEROS TO WS-STK-ALOCADA(WS-IDX-ITEM-SALDO)
               END-IF
               SET WS-ESTOQUE-MUDOU-SIM TO TRUE
               MOVE WS-QTD-DELTA TO WS-QTD-MOVIMENTO
               MOVE 'C' TO WS-TIPO-MOVIMENTO
               PERFORM P616-GRAVA-MOV-AJUSTE
            END-IF.

      ******************************************************************
      * P612-CARREGA-LINHAS-DEV
      * Linhas do pedido corrente para a devolucao. Pedido sem linha
               MOVE 1 TO WS-QTD-LINHAS-PED
               MOVE ORD-ITEM(1:8)  TO WS-LPD-ITEM(1)
               MOVE ORD-QUANTIDADE TO WS-LPD-QUANTIDADE(1)
               MOVE SPACES         TO WS-LPD-DEPOSITO(1)
            END-IF.

       P614-LE-LINHA-DEV.
                       TO WS-LPD-ITEM(WS-QTD-LINHAS-PED)
                  MOVE ORL-QUANTIDADE
                       TO WS-LPD-QUANTIDADE(WS-QTD-LINHAS-PED)
                  MOVE ORL-DEPOSITO
                       TO WS-LPD-DEPOSITO(WS-QTD-LINHAS-PED)
               END-IF
            END-IF.

                    TO MOV-SALDO-NOVO
               MOVE WS-OPERADOR-VALIDADO TO MOV-OPERADOR
               MOVE ORD-NUMERO TO MOV-REFERENCIA
               MOVE WS-STK-DEPOSITO(WS-IDX-ITEM-SALDO)
                    TO MOV-DEPOSITO
               WRITE REG-MOVIMENTO-ESTOQUE
               CLOSE MOVIMENTOS-ESTOQUE
            END-IF.

      ******************************************************************
      * P618-LOCALIZA-SALDO-ITEM
      * Localiza o saldo do item em WS-ITEM-MOVIMENTO no deposito em
      * WS-DEPOSITO-MOVIMENTO. Linha sem deposito (anterior ao saldo
      * por deposito) vai para o deposito da filial do pedido; nao
      * havendo saldo do item la, vale o primeiro deposito em que o
      * item tem saldo.
      ******************************************************************
       P618-LOCALIZA-SALDO-ITEM.
            IF WS-DEPOSITO-MOVIMENTO = SPACES
               MOVE ORD-FILIAL TO WS-DEP-FILIAL-PROCURADA
               PERFORM P8666-DEPOSITO-DA-FILIAL
               MOVE WS-DEP-PROCURADO TO WS-DEPOSITO-MOVIMENTO
            END-IF
            MOVE ZEROS TO WS-IDX-ITEM-SALDO
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM-SALDO > ZEROS
                IF WS-STK-ITEM(WS-IDX-SALDO) = WS-ITEM-MOVIMENTO
                   AND WS-STK-DEPOSITO(WS-IDX-SALDO)
                       = WS-DEPOSITO-MOVIMENTO
                   MOVE WS-IDX-SALDO TO WS-IDX-ITEM-SALDO
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                    OR WS-IDX-ITEM-SALDO > ZEROS
               IF WS-ORDLOG-OK
                  CLOSE ORDER-TRANS-LOG
               END-IF
               IF WS-ENR-ABERTO-SIM
                  CLOSE CADASTRO-ENDERECOS
               END-IF
               IF WS-ETG-ABERTO-SIM
                  CLOSE ENTREGAS-PEDIDO
               END-IF
               IF WS-ACP-ABERTO-SIM
                  CLOSE ACORDOS-PRECO
               END-IF
               IF WS-KYC-ABERTO-SIM
                  CLOSE DOCUMENTOS-CLIENTE
               END-IF
               DISPLAY ' '
               DISPLAY 'PEDIDOS INCLUIDOS.: ' WS-QTD-INCLUIDOS
               DISPLAY 'PEDIDOS ALTERADOS.: ' WS-QTD-ALTERADOS
           COPY ORDLGPA.
           COPY OPERTBPA.
           COPY LOCKPA.
           COPY DEPPA.
           COPY KITPA.
           COPY ENRPA.
           COPY ACPPA.
           COPY KYCPA.
           COPY ALTPPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM ORDER-ENTRY.
