      *                  status 35 dele era fatal e o subsistema
      *                  inteiro nao abria num sistema recem-
      *                  implantado.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      * 15/10/2026  MJB  Alocacao da conversao por deposito: saldo de
      *                  deposito da filial do pedido primeiro, depois
      *                  qualquer outro com a quantidade inteira;
      *                  deposito gravado no movimento A e na linha do
      *                  pedido (ORL-DEPOSITO).
      * 15/10/2026  MJB  Cotacao de item kit exige composicao
      *                  (KITCOMP.dat) e a conversao aloca os
      *                  componentes, todos do mesmo deposito.
      * 15/10/2026  MJB  Cotacao impressa passa a entrar na fila de
      *                  correspondencia (tipo ORCAMENT) para o
      *                  CORR-DISPATCH mandar ao comprador do cliente, e
      *                  o documento ganha a linha ATENCAO do comprador
      *                  (cadastro de pessoas, copybooks PES*).
      * 15/10/2026  MJB  Acordos de preco (ACORDOS.dat): a cotacao
      *                  mostra preco de lista x acordado do cliente ou
      *                  do grupo economico e sugere o valor pelo
      *                  acordado; a conversao grava na linha do pedido
      *                  o preco acordado na data de emissao.
      * 15/10/2026  MJB  Novo desfecho PERDIDA (opcao 5): cotacao aberta
      *                  ou expirada recusada pelo cliente fecha com um
      *                  codigo ativo da tabela de motivos MOTPERDA.dat
      *                  (LOSS-MAINT) e o concorrente opcional. A
      *                  emissao grava operador e filial e todo desfecho
      *                  grava a data, para o QUOTE-CONV; area da
      *                  cotacao em memoria de 53 para 95 posicoes.
      * 15/10/2026  MJB  Documentacao cadastral (copybooks KYC*): a
      *                  emissao e a conversao em pedido sao recusadas
      *                  para cliente com documento obrigatorio ausente
      *                  ou vencido; o nao obrigatorio so gera aviso.
      * 15/10/2026  MJB  Limite zerado com pedido de LIMITE pendente no
      *                  ALTPEND.dat (cliente recem-incluido) nao vale
      *                  como sem limite: a conversao exige liberacao
      *                  do supervisor ate o ALTER-APPROVE decidir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-MAINT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOCUMENTO-STATUS.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

           COPY PESSL.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTOS-STATUS.

           COPY DEPSL.
           COPY KITSL.
           COPY ACPSL.
           COPY KYCSL.
           COPY ALTPSL.

           SELECT TABELA-MOTIVOS ASSIGN TO
           'src\assets\MOTPERDA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUIVO-RISCO.
           COPY RISKF.

       FD  CADASTRO-DEPOSITOS.
           COPY DEPF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  ARQUIVO-GRUPOS.
           COPY GRPF.

       FD  DOCUMENTO-COTACAO.
       01  REG-DOCUMENTO               PIC X(80).

       FD  FILA-CORRESP.
           COPY CORRQF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  MOVIMENTOS-ESTOQUE.
           COPY STKMOV.

       FD  ACORDOS-PRECO.
           COPY ACPF.

       FD  DOCUMENTOS-CLIENTE.
           COPY KYCF.

       FD  EXIGENCIAS-DOCUMENTO.
           COPY KYCXF.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       FD  TABELA-MOTIVOS.
           COPY MOTPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-DOCUMENTO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-DOCUMENTO-OK                 VALUE '00'.
           88  WS-DOCUMENTO-NAO-CRIADO         VALUE '35'.

      * FILA DE CORRESPONDENCIA (CORRQUE.dat) - UM REGISTRO POR
      * COTACAO IMPRESSA, DESPACHADO PELO CORR-DISPATCH AO COMPRADOR
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

      * COMPRADOR DO CLIENTE, EM ATENCAO DE QUEM A COTACAO SAI
      * (COPYBOOKS PES*)
           COPY PESWS.

      * ACORDO DE PRECO DO CLIENTE OU DO GRUPO ECONOMICO (COPYBOOKS
      * ACP*) - PRECO DE LISTA X PRECO ACORDADO NA EMISSAO, E O
      * MESMO PRECO (NA DATA DE EMISSAO) NA LINHA DO PEDIDO CONVERTIDO
           COPY ACPWS.
       77  WS-PRECO-LISTA-ED       PIC $$$.$$$.$$9,99.
       77  WS-PRECO-ACORDADO-ED    PIC $$$.$$$.$$9,99.
       77  WS-PRECO-COTADO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
           88  WS-LINHAS-NAO-CRIADO            VALUE '35'.
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.
       77  WS-TENTATIVAS-NUMERO    PIC 9(04)   VALUE ZEROS COMP.

      * COTACOES EM MEMORIA - REGRAVADAS NO ENCERRAMENTO SE MUDARAM
       77  WS-COTACOES-MUDARAM     PIC X(01)   VALUE 'N'.
           88  WS-COTACOES-MUDARAM-SIM         VALUE 'S'.
       01  WS-TAB-COTACOES.
           05  WS-COTACAO-LINHA    PIC X(95)  OCCURS 500 TIMES.

      * MOTIVOS DE PERDA (MOTPERDA.dat, MANTIDA PELO LOSS-MAINT) -
      * SO CODIGO ATIVO E ACEITO NA PERDA. SEM TABELA NAO HA PERDA
       77  WS-MOTIVOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-MOTIVOS-OK                   VALUE '00'.
       77  WS-FIM-MOTIVOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-MOTIVOS-SIM              VALUE 'S'.
       77  WS-MAX-MOTIVOS          PIC 9(03)   VALUE 100.
       77  WS-QTD-MOTIVOS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MOTIVO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MOTIVO-ACHADO    PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-MOTIVOS.
           05  WS-MOTIVO-LINHA     PIC X(35)  OCCURS 100 TIMES.
       01  WS-MOTIVO-INFORMADO     PIC X(04)   VALUE SPACES.
       01  WS-CONCORRENTE-INFORMADO PIC X(20)  VALUE SPACES.

      * CRITICA DE LIMITE NA CONVERSAO - MESMO ESQUEMA DO P320 DO
      * ORDER-ENTRY, INCLUSIVE O GRUPO ECONOMICO
       01  WS-TAB-MEMBROS.
           05  WS-MEMBRO-CODIGO    PIC 9(06)  OCCURS 50 TIMES.
       77  WS-LIMITE-GRUPO         PIC 9(11)V99 VALUE ZEROS.
       01  WS-CLIENTE-SALVO        PIC X(189)  VALUE SPACES.

      * GRAU DE RISCO DO CLIENTE (RISKGRAD.dat) - SEM ARQUIVO OU SEM
      * REGISTRO O GRAU FICA EM BRANCO E A CRITICA NAO SE APLICA
       77  WS-QTD-EMITIDAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CONVERTIDAS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-EXPIRADAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PERDIDAS         PIC 9(05)   VALUE ZEROS COMP.

      * SALDOS DE ESTOQUE EM MEMORIA - A CONVERSAO ALOCA COMO O
      * ORDER-ENTRY; SEM SALDO O PEDIDO NASCE EM BACKORDER. A TABELA
       77  WS-SALDO-ANTERIOR       PIC 9(07)   VALUE ZEROS.
       01  WS-TAB-SALDOS.
           05  WS-SALDO-ENTRADA    OCCURS 500 TIMES.
               10  WS-STK-DEPOSITO     PIC X(03).
               10  WS-STK-ITEM         PIC X(08).
               10  WS-STK-DISPONIVEL   PIC 9(07).
               10  WS-STK-ALOCADA      PIC 9(07).
               10  WS-STK-FILIAL       PIC X(02).
       01  WS-DEPOSITO-ALOCADO     PIC X(03)   VALUE SPACES.

      * CADASTRO DE DEPOSITOS (COPYBOOKS DEP*) - FILIAL DE CADA SALDO
           COPY DEPWS.

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - A CONVERSAO DE
      * COTACAO DE KIT ALOCA OS COMPONENTES, TODOS DO MESMO DEPOSITO
           COPY KITWS.
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

       77  WS-VALOR-LINHA          PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
      * CONVERSAO DE DATA ISO <-> BR (VALIDADE DIGITADA EM BR)
           COPY DTCONVW.

      * DOCUMENTACAO CADASTRAL EXIGIDA DO CLIENTE (COPYBOOKS KYC*)
           COPY KYCWS.

      * LIMITE DE CREDITO AINDA PENDENTE DE APROVACAO (COPYBOOKS
      * ALTP*) - SO CONSULTADO QUANDO O CADASTRO ESTA SEM LIMITE
           COPY ALTPWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
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
            END-IF
            OPEN EXTEND ORDER-TRANS-LOG
            MOVE WS-OPERADOR-VALIDADO TO WS-OTL-OPERADOR
            PERFORM P8890-ABRE-PESSOAS-LEITURA
            PERFORM P8910-ABRE-ACORDOS-LEITURA
            PERFORM P8992-CARREGA-EXIGENCIAS
            PERFORM P8990-ABRE-DOCUMENTOS-LEITURA
            OPEN EXTEND FILA-CORRESP
            IF WS-CORRESP-NAO-CRIADA
               OPEN OUTPUT FILA-CORRESP
            END-IF
            IF NOT WS-CORRESP-OK
               DISPLAY 'AVISO - FILA DE CORRESPONDENCIA '
                       'INDISPONIVEL (STATUS ' WS-CORRESP-STATUS
                       ') - COTACOES SAEM SEM DESPACHO.'
            END-IF

            IF NOT WS-CUST-OK OR NOT WS-ORD-OK OR NOT WS-ITEM-OK
               OR NOT WS-DOCUMENTO-OK
            ELSE
               PERFORM P140-RESTAURA-CONTROLE
               PERFORM P150-CARREGA-COTACOES
               PERFORM P180-CARREGA-MOTIVOS
               PERFORM P8660-CARREGA-DEPOSITOS
               PERFORM P170-CARREGA-ESTOQUE
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
            END-READ
            IF NOT WS-FIM-COTACOES-SIM
               IF WS-QTD-COTACOES-TAB < WS-MAX-COTACOES
      *           COTACAO GRAVADA ANTES DO DESFECHO EXISTIR CHEGA COM A
      *           DATA EM BRANCO
                  IF QTE-DATA-DESFECHO NOT NUMERIC
                     MOVE ZEROS TO QTE-DATA-DESFECHO
                  END-IF
                  ADD 1 TO WS-QTD-COTACOES-TAB
                  MOVE REG-COTACAO
                       TO WS-COTACAO-LINHA(WS-QTD-COTACOES-TAB)
               END-IF
            END-IF.

       P180-CARREGA-MOTIVOS.
            MOVE 'N' TO WS-FIM-MOTIVOS
            OPEN INPUT TABELA-MOTIVOS
            IF WS-MOTIVOS-OK
               PERFORM P185-LE-MOTIVO UNTIL WS-FIM-MOTIVOS-SIM
               CLOSE TABELA-MOTIVOS
            ELSE
               DISPLAY 'AVISO - TABELA DE MOTIVOS DE PERDA AUSENTE '
                       '(STATUS ' WS-MOTIVOS-STATUS ') - PERDA SO '
                       'DEPOIS DO LOSS-MAINT.'
            END-IF.

       P185-LE-MOTIVO.
            READ TABELA-MOTIVOS
                 AT END SET WS-FIM-MOTIVOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-MOTIVOS-SIM
               IF WS-QTD-MOTIVOS-TAB < WS-MAX-MOTIVOS
                  ADD 1 TO WS-QTD-MOTIVOS-TAB
                  MOVE REG-MOTIVO-PERDA
                       TO WS-MOTIVO-LINHA(WS-QTD-MOTIVOS-TAB)
               ELSE
                  SET WS-FIM-MOTIVOS-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== COTACOES ====='
            DISPLAY '2 - IMPRIMIR DOCUMENTO DA COTACAO'
            DISPLAY '3 - ACEITAR COTACAO (VIRA PEDIDO)'
            DISPLAY '4 - EXPIRAR COTACOES VENCIDAS'
            DISPLAY '5 - REGISTRAR PERDA DA COTACAO'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

                WHEN 2 PERFORM P400-IMPRIME-COTACAO
                WHEN 3 PERFORM P500-ACEITA-COTACAO
                WHEN 4 PERFORM P600-EXPIRA-VENCIDAS
                WHEN 5 PERFORM P700-REGISTRA-PERDA
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.
                WHEN WS-QTD-COTACOES-TAB >= WS-MAX-COTACOES
                     DISPLAY 'TABELA DE COTACOES CHEIA.'
                WHEN OTHER
                     PERFORM P302-CONFERE-DOCUMENTACAO
                     IF WS-KYC-BLOQUEIO-SIM
                        DISPLAY 'COTACAO RECUSADA POR DOCUMENTACAO '
                                'CADASTRAL PENDENTE.'
                     ELSE
                        PERFORM P310-COMPLETA-COTACAO
                     END-IF
            END-EVALUATE.

      ******************************************************************
      * P302-CONFERE-DOCUMENTACAO
      * Documentos exigidos do tipo de pessoa do cliente (tabela
      * DOCEXIG.dat) contra o registro DOCKYC.dat: o obrigatorio
      * ausente ou vencido recusa a emissao e a conversao, o demais
      * so avisa.
      ******************************************************************
       P302-CONFERE-DOCUMENTACAO.
            MOVE CSV-CODIGO      TO WS-KYC-CLIENTE-CONF
            MOVE CSV-TIPO-PESSOA TO WS-KYC-TIPO-CONF
            MOVE WS-DATA-HOJE    TO WS-KYC-DATA-CONF
            PERFORM P8994-CONFERE-DOCUMENTOS
            IF WS-KYC-QTD-PENDENTES > ZEROS
               PERFORM P8996-MOSTRA-PENDENCIAS
            END-IF.

       P310-COMPLETA-COTACAO.
            PERFORM P315-VALIDA-ITEM
            IF WS-ITEM-OK AND ITM-REGISTRO-ATIVO
               AND (ITM-ITEM-SIMPLES OR WS-QTD-CMP-KIT > ZEROS)
               MOVE SPACES TO REG-COTACAO
               MOVE WS-PROX-COTACAO-CTL TO QTE-NUMERO
               MOVE CSV-CODIGO          TO QTE-CODIGO-CLIENTE
               MOVE WS-DATA-HOJE        TO QTE-DATA-EMISSAO
               MOVE ITM-CODIGO          TO QTE-ITEM
               MOVE WS-OPERADOR-VALIDADO TO QTE-OPERADOR
               MOVE WS-OPERADOR-FILIAL-VALIDADA TO QTE-FILIAL
               MOVE ZEROS               TO QTE-DATA-DESFECHO

               DISPLAY 'INFORME A QUANTIDADE: '
               ACCEPT QTE-QUANTIDADE

               MOVE WS-DATA-HOJE TO WS-ACP-DATA
               PERFORM P311-PRECO-ACORDADO
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
                     DISPLAY 'ACORDO DO CLIENTE VALIDO ATE '
                             WS-DATA-BR
                  END-IF
               END-IF
               COMPUTE QTE-VALOR =
                       WS-ACP-PRECO-ACORDADO * QTE-QUANTIDADE
               MOVE QTE-VALOR TO WS-VALOR-ED
               DISPLAY 'VALOR SUGERIDO: ' WS-VALOR-ED
               DISPLAY 'INFORME O VALOR COTADO '
               END-IF
            END-IF.

      ******************************************************************
      * P311-PRECO-ACORDADO
      * Preco do item lido (ITM-*) para o cliente lido (CSV-CODIGO)
      * na data de WS-ACP-DATA: acordo do cliente, senao o do grupo
      * economico, senao o preco de lista (P8912).
      ******************************************************************
       P311-PRECO-ACORDADO.
            MOVE 'N' TO WS-FIM-GRUPOS
            MOVE ZEROS TO WS-GRUPO-DO-CLIENTE
            OPEN INPUT ARQUIVO-GRUPOS
            IF WS-GRUPOS-OK
               PERFORM P318-PROCURA-GRUPO UNTIL WS-FIM-GRUPOS-SIM
               CLOSE ARQUIVO-GRUPOS
            END-IF
            MOVE WS-GRUPO-DO-CLIENTE TO WS-ACP-GRUPO
            MOVE CSV-CODIGO          TO WS-ACP-CLIENTE
            MOVE ITM-CODIGO          TO WS-ACP-ITEM
            MOVE ITM-PRECO-UNITARIO  TO WS-ACP-PRECO-LISTA
            PERFORM P8912-PRECO-ACORDADO.

       P315-VALIDA-ITEM.
            DISPLAY 'CODIGO DO ITEM: '
            ACCEPT ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            MOVE ITM-CODIGO TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            EVALUATE TRUE
                WHEN WS-ITEM-NAO-EXISTE
                     DISPLAY 'ITEM NAO CADASTRADO.'
                             WS-ITEM-STATUS
                WHEN ITM-REGISTRO-INATIVO
                     DISPLAY 'ITEM INATIVO - NAO COTA.'
                WHEN ITM-ITEM-KIT AND WS-QTD-CMP-KIT = ZEROS
                     DISPLAY 'KIT SEM COMPOSICAO - NAO COTA.'
                WHEN OTHER
                     DISPLAY 'ITEM: ' ITM-DESCRICAO
            END-EVALUATE.
                      INTO REG-DOCUMENTO
               END-STRING
               WRITE REG-DOCUMENTO
               IF WS-CUST-OK
                  MOVE 'ORCAMENT' TO WS-PES-TIPO-DOC
                  PERFORM P8892-PESSOA-DO-DOCUMENTO
                  IF WS-PES-SEQ-ACHADA > ZEROS
                     PERFORM P8896-DESCREVE-PAPEL
                     MOVE SPACES TO REG-DOCUMENTO
                     STRING '  ATENCAO: '     DELIMITED BY SIZE
                            WS-PES-NOME       DELIMITED BY SIZE
                            ' ('              DELIMITED BY SIZE
                            WS-PES-PAPEL-DESC DELIMITED BY SPACE
                            ')'               DELIMITED BY SIZE
                            INTO REG-DOCUMENTO
                     END-STRING
                     WRITE REG-DOCUMENTO
                  END-IF
               END-IF
               MOVE QTE-VALOR TO WS-VALOR-ED
               MOVE SPACES TO REG-DOCUMENTO
               STRING '  ITEM '      DELIMITED BY SIZE
               MOVE SPACES TO REG-DOCUMENTO
               WRITE REG-DOCUMENTO
               DISPLAY 'DOCUMENTO GRAVADO NO QUOTDOC.txt.'
               IF WS-CUST-OK
                  PERFORM P8960-ENFILEIRA-CORRESP
               END-IF
            END-IF.

       P410-LOCALIZA-COTACAO.
            IF NOT WS-CUST-OK OR CSV-REGISTRO-EXCLUIDO
               DISPLAY 'CLIENTE DA COTACAO INDISPONIVEL.'
            ELSE
               PERFORM P302-CONFERE-DOCUMENTACAO
               PERFORM P305-CONSULTA-RISCO
               IF WS-GRAU-CLIENTE NOT = SPACE
                  DISPLAY 'GRAU DE RISCO.: ' WS-GRAU-CLIENTE
                  DISPLAY 'ITEM DA COTACAO INDISPONIVEL OU '
                          'INATIVO.'
               ELSE
                  MOVE QTE-DATA-EMISSAO TO WS-ACP-DATA
                  PERFORM P311-PRECO-ACORDADO
                  MOVE WS-ACP-PRECO-ACORDADO TO WS-PRECO-COTADO
                  INITIALIZE ORDER-RECORD
                  MOVE WS-PROX-PEDIDO-CTL TO ORD-NUMERO
                  MOVE QTE-CODIGO-CLIENTE TO ORD-CODIGO-CLIENTE
                  PERFORM P520-CRITICA-LIMITE
                  PERFORM P322-CRITICA-RISCO
                  EVALUATE TRUE
                      WHEN WS-KYC-BLOQUEIO-SIM
                           DISPLAY 'CONVERSAO RECUSADA POR '
                                   'DOCUMENTACAO CADASTRAL PENDENTE.'
                      WHEN NOT WS-CREDITO-LIBERADO-SIM
                           DISPLAY 'CONVERSAO RECUSADA POR LIMITE '
                                   'DE CREDITO.'
               PERFORM P145-GRAVA-CONTROLE
               PERFORM P530-GRAVA-LINHA-PEDIDO
               SET QTE-CONVERTIDA TO TRUE
               MOVE WS-DATA-HOJE TO QTE-DATA-DESFECHO
               MOVE REG-COTACAO
                    TO WS-COTACAO-LINHA(WS-IDX-ACHADA)
               SET WS-COTACOES-MUDARAM-SIM TO TRUE
            END-IF.

       P523-CRITICA-LIMITE-PROPRIO.
            IF CSV-LIMITE-CREDITO = ZEROS
               PERFORM P527-CRITICA-LIMITE-PENDENTE
            END-IF
            IF CSV-LIMITE-CREDITO NOT = ZEROS
               MOVE ORDER-RECORD TO WS-PEDIDO-NOVO
               PERFORM P525-SOMA-EXPOSICAO
               END-IF
            END-IF.

      ******************************************************************
      * P527-CRITICA-LIMITE-PENDENTE
      * Cadastro sem limite mas com pedido de LIMITE pendente no
      * ALTPEND.dat (cliente recem-incluido): ate o ALTER-APPROVE
      * decidir, o zero nao vale como sem limite - a conversao so
      * passa com liberacao do supervisor, como o estouro de limite.
      ******************************************************************
       P527-CRITICA-LIMITE-PENDENTE.
            MOVE CSV-CODIGO TO WS-ALP-CODIGO-PROC
            MOVE 'LIMITE'   TO WS-ALP-CAMPO-PROC
            PERFORM P8640-PROCURA-PENDENTE
            IF WS-ALP-ACHADA-SIM
               MOVE WS-ALP-NOVO-NUM TO WS-LIMITE-ED
               DISPLAY 'LIMITE DE CREDITO PENDENTE DE APROVACAO: '
                       WS-LIMITE-ED
               IF NOT WS-OPERADOR-SUPERVISOR
                  MOVE 'N' TO WS-CREDITO-LIBERADO
                  DISPLAY 'CLIENTE COM LIMITE AGUARDANDO APROVACAO - '
                          'A LIBERACAO E EXCLUSIVA DO SUPERVISOR.'
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
                  ELSE
                     MOVE 'N' TO WS-CREDITO-LIBERADO
                  END-IF
               END-IF
            END-IF.

       P525-SOMA-EXPOSICAO.
            MOVE ZEROS TO WS-EXPOSICAO
            MOVE 'N'   TO WS-FIM-VARREDURA
      * Mesma regra do P334 do ORDER-ENTRY para a linha unica da
      * cotacao: cabendo no saldo, aloca (movimento A); sem saldo o
      * pedido nasce em BACKORDER e o STOCK-MOVE libera na chegada.
      * O saldo sai de um deposito da filial do pedido ou, sem saldo
      * la, de qualquer outro deposito que tenha a quantidade inteira.
      * Cotacao de kit aloca cada componente (quantidade do
      * componente x quantidade cotada), todos do mesmo deposito, com
      * um movimento A por componente. Sem arquivo de saldos
      * carregado, nada muda.
      ******************************************************************
       P515-ALOCA-ESTOQUE.
            MOVE SPACES TO WS-DEPOSITO-ALOCADO
            IF WS-QTD-SALDOS-TAB > ZEROS
               PERFORM P514-MONTA-NECESSIDADES
               MOVE ZEROS TO WS-IDX-ITEM-SALDO
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                       OR WS-IDX-ITEM-SALDO > ZEROS
                   IF WS-STK-ITEM(WS-IDX-SALDO) = WS-NEC-ITEM(1)
                      AND WS-STK-FILIAL(WS-IDX-SALDO) = ORD-FILIAL
                      PERFORM P516-CONFERE-DEPOSITO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                       OR WS-IDX-ITEM-SALDO > ZEROS
                   IF WS-STK-ITEM(WS-IDX-SALDO) = WS-NEC-ITEM(1)
                      PERFORM P516-CONFERE-DEPOSITO
                   END-IF
               END-PERFORM

               IF WS-IDX-ITEM-SALDO > ZEROS
                  MOVE WS-STK-DEPOSITO(WS-IDX-ITEM-SALDO)
                       TO WS-DEPOSITO-ALOCADO
                  PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                          UNTIL WS-IDX-NECESSIDADE
                                > WS-QTD-NECESSIDADES
                      MOVE WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
                           TO WS-IDX-ITEM-SALDO
                      MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                           TO WS-SALDO-ANTERIOR
                      SUBTRACT WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                          FROM WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                      ADD WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                          TO WS-STK-ALOCADA(WS-IDX-ITEM-SALDO)
                      SET WS-ESTOQUE-MUDOU-SIM TO TRUE
                      PERFORM P517-GRAVA-MOV-ALOCACAO
                  END-PERFORM
               ELSE
                  SET ORD-BACKORDER TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P514-MONTA-NECESSIDADES
      * Necessidades da cotacao: kit com composicao no KITCOMP.dat
      * vira um componente por necessidade; item comum e a propria
      * necessidade.
      ******************************************************************
       P514-MONTA-NECESSIDADES.
            MOVE QTE-ITEM TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            IF WS-QTD-CMP-KIT = ZEROS
               MOVE 1 TO WS-QTD-NECESSIDADES
               MOVE QTE-ITEM       TO WS-NEC-ITEM(1)
               MOVE QTE-QUANTIDADE TO WS-NEC-QUANTIDADE(1)
               MOVE ZEROS          TO WS-NEC-IDX-SALDO(1)
            ELSE
               MOVE WS-QTD-CMP-KIT TO WS-QTD-NECESSIDADES
               PERFORM VARYING WS-IDX-NECESSIDADE FROM 1 BY 1
                       UNTIL WS-IDX-NECESSIDADE > WS-QTD-NECESSIDADES
                   MOVE WS-CMP-ITEM(WS-IDX-NECESSIDADE)
                        TO WS-NEC-ITEM(WS-IDX-NECESSIDADE)
                   COMPUTE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE) =
                           WS-CMP-QUANTIDADE(WS-IDX-NECESSIDADE)
                           * QTE-QUANTIDADE
                   MOVE ZEROS TO WS-NEC-IDX-SALDO(WS-IDX-NECESSIDADE)
               END-PERFORM
            END-IF.

       P516-CONFERE-DEPOSITO.
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

       P517-GRAVA-MOV-ALOCACAO.
            MOVE SPACES TO WS-MOVIMENTOS-STATUS
            OPEN EXTEND MOVIMENTOS-ESTOQUE
            IF WS-MOVIMENTOS-OK
               ACCEPT MOV-DATA FROM DATE YYYYMMDD
               ACCEPT MOV-HORA FROM TIME
               MOVE WS-NEC-ITEM(WS-IDX-NECESSIDADE) TO MOV-ITEM
               MOVE 'A' TO MOV-TIPO
               MOVE WS-NEC-QUANTIDADE(WS-IDX-NECESSIDADE)
                    TO MOV-QUANTIDADE
               MOVE WS-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR
               MOVE WS-STK-DISPONIVEL(WS-IDX-ITEM-SALDO)
                    TO MOV-SALDO-NOVO
               MOVE WS-OPERADOR-VALIDADO TO MOV-OPERADOR
               MOVE ORD-NUMERO TO MOV-REFERENCIA
               MOVE WS-DEPOSITO-ALOCADO TO MOV-DEPOSITO
               WRITE REG-MOVIMENTO-ESTOQUE
               CLOSE MOVIMENTOS-ESTOQUE
            END-IF.
               MOVE 1                  TO ORL-SEQUENCIA
               MOVE QTE-ITEM           TO ORL-ITEM
               MOVE QTE-QUANTIDADE     TO ORL-QUANTIDADE
               MOVE WS-PRECO-COTADO    TO ORL-PRECO-UNITARIO
               MOVE QTE-VALOR          TO ORL-VALOR-LINHA
               MOVE WS-DEPOSITO-ALOCADO TO ORL-DEPOSITO
               WRITE REG-LINHA-PEDIDO
               CLOSE LINHAS-PEDIDO
            ELSE
                IF QTE-ABERTA
                   AND QTE-DATA-VALIDADE < WS-DATA-HOJE
                   SET QTE-EXPIRADA TO TRUE
                   MOVE WS-DATA-HOJE TO QTE-DATA-DESFECHO
                   MOVE REG-COTACAO
                        TO WS-COTACAO-LINHA(WS-IDX-COTACAO)
                   SET WS-COTACOES-MUDARAM-SIM TO TRUE
            END-PERFORM
            DISPLAY WS-QTD-EXPIRADAS ' COTACAO(OES) EXPIRADA(S).'.

      ******************************************************************
      * P700-REGISTRA-PERDA
      * Cliente recusou a cotacao: ABERTA ou ja EXPIRADA (recusa que
      * chega depois da validade reclassifica a expirada) fecha como
      * PERDIDA, com um codigo ATIVO da tabela de motivos e, se
      * souber, o nome do concorrente que levou. Convertida ou ja
      * perdida nao muda.
      ******************************************************************
       P700-REGISTRA-PERDA.
            DISPLAY 'NUMERO DA COTACAO: '
            ACCEPT WS-NUMERO-INFORMADO
            PERFORM P410-LOCALIZA-COTACAO
            EVALUATE TRUE
                WHEN WS-IDX-ACHADA = ZEROS
                     DISPLAY 'COTACAO NAO ENCONTRADA.'
                WHEN NOT QTE-ABERTA AND NOT QTE-EXPIRADA
                     DISPLAY 'SO COTACAO ABERTA OU EXPIRADA PODE SER '
                             'DADA COMO PERDIDA.'
                WHEN WS-QTD-MOTIVOS-TAB = ZEROS
                     DISPLAY 'TABELA DE MOTIVOS VAZIA - CADASTRE OS '
                             'MOTIVOS NO LOSS-MAINT.'
                WHEN OTHER
                     PERFORM P710-OBTEM-MOTIVO
            END-EVALUATE.

       P710-OBTEM-MOTIVO.
            DISPLAY 'MOTIVOS ATIVOS:'
            PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS-TAB
                MOVE WS-MOTIVO-LINHA(WS-IDX-MOTIVO) TO REG-MOTIVO-PERDA
                IF MTP-ATIVO
                   DISPLAY '  ' MTP-CODIGO ' - ' MTP-DESCRICAO
                END-IF
            END-PERFORM
            DISPLAY 'CODIGO DO MOTIVO: '
            MOVE SPACES TO WS-MOTIVO-INFORMADO
            ACCEPT WS-MOTIVO-INFORMADO

            MOVE ZEROS TO WS-IDX-MOTIVO-ACHADO
            PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS-TAB
                    OR WS-IDX-MOTIVO-ACHADO > ZEROS
                MOVE WS-MOTIVO-LINHA(WS-IDX-MOTIVO) TO REG-MOTIVO-PERDA
                IF MTP-CODIGO = WS-MOTIVO-INFORMADO AND MTP-ATIVO
                   MOVE WS-IDX-MOTIVO TO WS-IDX-MOTIVO-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-MOTIVO-ACHADO = ZEROS
               DISPLAY 'MOTIVO INEXISTENTE OU INATIVO - PERDA NAO '
                       'REGISTRADA.'
            ELSE
               DISPLAY 'CONCORRENTE QUE LEVOU (BRANCO = NAO SABE): '
               MOVE SPACES TO WS-CONCORRENTE-INFORMADO
               ACCEPT WS-CONCORRENTE-INFORMADO

               MOVE WS-COTACAO-LINHA(WS-IDX-ACHADA) TO REG-COTACAO
               SET QTE-PERDIDA TO TRUE
               MOVE WS-DATA-HOJE             TO QTE-DATA-DESFECHO
               MOVE WS-MOTIVO-INFORMADO      TO QTE-MOTIVO-PERDA
               MOVE WS-CONCORRENTE-INFORMADO TO QTE-CONCORRENTE
               MOVE REG-COTACAO TO WS-COTACAO-LINHA(WS-IDX-ACHADA)
               SET WS-COTACOES-MUDARAM-SIM TO TRUE
               ADD 1 TO WS-QTD-PERDIDAS
               DISPLAY 'COTACAO ' QTE-NUMERO ' REGISTRADA COMO '
                       'PERDIDA.'
            END-IF.

       P800-REGRAVA-COTACOES.
            MOVE SPACES TO WS-COTACOES-STATUS
            OPEN OUTPUT ARQUIVO-COTACOES
            ELSE
               PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                       UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                   MOVE WS-STK-DEPOSITO(WS-IDX-SALDO)
                        TO STK-DEPOSITO
                   MOVE WS-STK-ITEM(WS-IDX-SALDO) TO STK-ITEM
                   MOVE WS-STK-DISPONIVEL(WS-IDX-SALDO)
                        TO STK-QTD-DISPONIVEL
               IF WS-ORDLOG-OK
                  CLOSE ORDER-TRANS-LOG
               END-IF
               IF WS-CORRESP-OK
                  CLOSE FILA-CORRESP
               END-IF
               IF WS-PES-ABERTO-SIM
                  CLOSE CADASTRO-PESSOAS
               END-IF
               IF WS-ACP-ABERTO-SIM
                  CLOSE ACORDOS-PRECO
               END-IF
               IF WS-KYC-ABERTO-SIM
                  CLOSE DOCUMENTOS-CLIENTE
               END-IF
               DISPLAY 'COTACOES: ' WS-QTD-EMITIDAS ' EMITIDA(S), '
                       WS-QTD-CONVERTIDAS ' CONVERTIDA(S), '
                       WS-QTD-PERDIDAS ' PERDIDA(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * P8960-ENFILEIRA-CORRESP
      * Um registro na fila de correspondencia por cotacao impressa -
      * fila indisponivel nao segura o documento, so avisa. O
      * CORR-DISPATCH manda ao comprador do cliente.
      ******************************************************************
       P8960-ENFILEIRA-CORRESP.
            IF WS-CORRESP-OK
               MOVE CSV-CODIGO     TO CRQ-CODIGO
               MOVE 'ORCAMENT'     TO CRQ-TIPO-DOC
               MOVE 'QUOTDOC.txt ' TO CRQ-REFERENCIA
               ACCEPT CRQ-DATA FROM DATE YYYYMMDD
               SET CRQ-PENDENTE TO TRUE
               WRITE REG-FILA-CORRESP
            END-IF.

           COPY DTCONVP.
           COPY ORDLGPA.
           COPY OPERTBPA.
           COPY DEPPA.
           COPY KITPA.
           COPY PESPA.
           COPY ACPPA.
           COPY KYCPA.
           COPY ALTPPA.

           COPY ENVCFGPA.
       END PROGRAM QUOTE-MAINT.
