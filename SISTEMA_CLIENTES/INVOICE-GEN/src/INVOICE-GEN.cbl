      *                  pagamento positivo) e o cliente que nao
      *                  devia nada derivava para ATRASADO e caia
      *                  nas cartas de cobranca.
      * 15/10/2026  MJB  Controle de periodos contabeis (PERCTL.dat):
      *                  rodada em mes fechado emite no primeiro dia
      *                  aberto seguinte (data de emissao, aliquota
      *                  vigente e vencimento da parcela), com o desvio
      *                  registrado no ERROR-LOG.
      * 15/10/2026  MJB  Cada item faturado grava uma linha no arquivo
      *                  de margem (INVMARG.dat, copybooks MRGSL/MRGF)
      *                  com o valor de venda e o custo medio do item
      *                  (ITM-CUSTO-MEDIO) congelado na emissao - base
      *                  da margem por fatura e por item do
      *                  SALES-REPORT. Falha no arquivo de margem ou no
      *                  cadastro de itens nao segura o lote e encerra
      *                  com RC 4.
      * 15/10/2026  MJB  Tabela de linhas do pedido alargada para 45
      *                  posicoes, acompanhando o deposito de alocacao
      *                  (ORL-DEPOSITO) no ORDLN.
      * 15/10/2026  MJB  O kit continua faturado em uma linha pelo preco
      *                  do kit; o custo da margem (INVMARG.dat) e a
      *                  soma do custo medio dos componentes
      *                  (KITCOMP.dat).
      * 15/10/2026  MJB  Linha de frete no fechamento da fatura: o peso
      *                  das linhas faturadas (quantidade x ITM-PESO-KG)
      *                  e cotado na tabela de frete (FRETE.dat,
      *                  CARRIER-MAINT) pela transportadora ativa mais
      *                  barata para a UF do cliente; o frete entra na
      *                  base do imposto da UF e vai no INVFILE.txt com
      *                  a transportadora cotada (campos novos no fim).
      *                  UF ou peso sem faixa = fatura sem frete,
      *                  registrada no ERROR-LOG, RC 4.
      * 15/10/2026  MJB  Nota fiscal eletronica: cada fatura fechada
      *                  entra no registro de NF-e (NFE.dat, copybooks
      *                  NFE*) a transmitir, com os itens do
      *                  ORDLINES.dat no NFEITEM.dat (copybooks NFI*); a
      *                  transmissao e montada pelo NFE-GEN. Sem os dois
      *                  arquivos a rodada nao fatura (RC 8).
      * 15/10/2026  MJB  Tabela de notas de credito acompanha o registro
      *                  de 108 bytes do CREDNF.
      * 15/10/2026  MJB  Parcela unica do faturamento de pedidos gravada
      *                  sem contrato (PCL-CONTRATO = 00).
      * 15/10/2026  MJB  Imposto e frete pela UF de entrega do pedido
      *                  (ENTREGAS.dat, copybooks ETG*, gravado pelo
      *                  ORDER-ENTRY) em vez da UF do cadastro: o sort
      *                  quebra por cliente e UF de entrega, uma fatura
      *                  por UF, e FAT-UF/NFE-UF trazem a UF da entrega.
      *                  Pedido sem registro de entrega segue a UF do
      *                  cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-GEN.
           COPY ORDLGSL.
           COPY TRANSLSL.
           COPY INSTSL.
           COPY ERRLOGSL.
           COPY PERCTLSL.
           COPY ITMSEL.
           COPY MRGSL.
           COPY KITSL.
           COPY TRPSL.
           COPY FRTSL.
           COPY NFESL.
           COPY NFISL.
           COPY ETGSL.

           SELECT WORK-FATURA ASSIGN TO
           'src\assets\WKFAT.tmp'.
           05  WFT-ITEM                PIC X(20).
           05  WFT-QUANTIDADE          PIC 9(05).
           05  WFT-VALOR               PIC 9(09)V99.
           05  WFT-UF-ENTREGA          PIC X(02).

       FD  FATURA-CONTROLE.
       01  REG-FATURA-CONTROLE.
           05  CTL-PROX-FATURA         PIC 9(06).

       FD  ENTREGAS-PEDIDO.
           COPY ETGF.

       FD  ARQUIVO-FATURAS.
       01  REG-ARQUIVO-FATURAS.
           05  FAT-NUMERO              PIC 9(06).
           05  FAT-VALOR-TOTAL         PIC 9(11)V99.
           05  FAT-VALOR-IMPOSTO       PIC 9(09)V99.
           05  FAT-UF                  PIC X(02).
           05  FAT-VALOR-FRETE         PIC 9(07)V99.
           05  FAT-TRANSPORTADORA      PIC X(04).

      * TABELA DE IMPOSTO POR UF - ALIQUOTA E INICIO DE VIGENCIA
       FD  TAXAS-UF.
       FD  ARQUIVO-NOTAS.
           COPY CREDNF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  MARGEM-FATURAS.
           COPY MRGF.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  CADASTRO-TRANSPORTADORAS.
           COPY TRPF.

       FD  TABELA-FRETES.
           COPY FRTF.

       FD  REGISTRO-NFE.
           COPY NFEF.

       FD  ITENS-NFE.
           COPY NFIF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS

      * GRUPO CORRENTE (CLIENTE EM FATURAMENTO)
       77  WS-CLIENTE-QUEBRA       PIC 9(06)   VALUE ZEROS.
      * UF DE ENTREGA DO GRUPO (ENTREGAS.dat, COPYBOOKS ETG*): O
      * CLIENTE COM PEDIDOS PARA MAIS DE UMA UF GANHA UMA FATURA POR
      * UF, E FRETE E IMPOSTO SEGUEM A UF DA ENTREGA
       01  WS-UF-QUEBRA            PIC X(02)   VALUE SPACES.
       01  WS-UF-FATURA            PIC X(02)   VALUE SPACES.
       77  WS-ETG-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ETG-OK                       VALUE '00'.
       77  WS-ETG-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-ETG-ABERTO-SIM               VALUE 'S'.
       77  WS-CLIENTE-FATURAVEL    PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-FATURAVEL-SIM        VALUE 'S'.
       77  WS-TOTAL-FATURA         PIC 9(11)V99 VALUE ZEROS.
           88  WS-NOTAS-MUDARAM-SIM            VALUE 'S'.
       77  WS-ABATE-NOTA           PIC 9(09)V99 VALUE ZEROS.
       01  WS-TAB-NOTAS.
           05  WS-NOTA-LINHA       PIC X(108) OCCURS 200 TIMES.

      * LINHAS DOS PEDIDOS MULTI-ITEM EM MEMORIA - IMPRESSAS NO
      * CORPO DA FATURA SOB O PEDIDO CORRESPONDENTE
       77  WS-PEDIDO-TEM-LINHA     PIC X(01)   VALUE 'N'.
           88  WS-PEDIDO-TEM-LINHA-SIM         VALUE 'S'.
       01  WS-TAB-LINHAS.
           05  WS-LINHA-PEDIDO     PIC X(45)  OCCURS 1000 TIMES.

      * GERACAO DA PARCELA UNICA DO CONTRATO RECEM-FATURADO
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           05  WS-VENC-MM              PIC 9(02).
           05  WS-VENC-DD              PIC 9(02).

      * MARGEM FATURADA (INVMARG.dat) - CUSTO MEDIO DO ITEM CONGELADO
      * POR LINHA NA EMISSAO. SEM O ARQUIVO OU SEM O CADASTRO DE
      * ITENS O FATURAMENTO SEGUE E O ENCERRAMENTO SAI COM RC 4
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-MARGEM-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-MARGEM-OK                    VALUE '00'.
           88  WS-MARGEM-NAO-CRIADO            VALUE '35'.
       77  WS-MARGEM-ABERTA        PIC X(01)   VALUE 'N'.
           88  WS-MARGEM-ABERTA-SIM            VALUE 'S'.
       77  WS-ITENS-ABERTOS        PIC X(01)   VALUE 'N'.
           88  WS-ITENS-ABERTOS-SIM            VALUE 'S'.
       77  WS-QTD-MARGENS          PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-CUSTO        PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-MARGEM     PIC 9(05)   VALUE ZEROS COMP.

      * COMPOSICAO DOS ITENS KIT (COPYBOOKS KIT*) - O KIT E FATURADO
      * EM UMA LINHA PELO PRECO DO KIT, MAS O CUSTO DA MARGEM E A
      * SOMA DO CUSTO MEDIO DOS COMPONENTES
           COPY KITWS.

      * FRETE DA FATURA (COPYBOOKS TRP* E FRT*) - PESO DAS LINHAS
      * FATURADAS (QUANTIDADE X ITM-PESO-KG) COTADO NA TRANSPORTADORA
      * ATIVA MAIS BARATA PARA A UF DO CLIENTE. SEM FAIXA QUE COBRA,
      * A FATURA SAI SEM FRETE, REGISTRADA NO ERROR-LOG, E O
      * ENCERRAMENTO SAI COM RC 4
           COPY TRPWS.
           COPY FRTWS.
       77  WS-FRETE-INDISPONIVEL   PIC X(01)   VALUE 'N'.
           88  WS-FRETE-INDISPONIVEL-SIM       VALUE 'S'.
       77  WS-PESO-FATURA          PIC 9(07)V999 VALUE ZEROS.
       77  WS-VALOR-FRETE          PIC 9(07)V99 VALUE ZEROS.
       01  WS-TRANSP-FRETE         PIC X(04)   VALUE SPACES.
       77  WS-QTD-COM-FRETE        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-FRETE        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-PESO-ED              PIC Z.ZZZ.ZZ9,999.

      * NOTA FISCAL ELETRONICA (COPYBOOKS NFE* E NFI*) - CADA FATURA
      * ENTRA NO REGISTRO NFE.dat A TRANSMITIR, COM OS ITENS DO
      * ORDLINES.dat NO NFEITEM.dat. O NFE-GEN MONTA A TRANSMISSAO.
      * SEM OS DOIS ARQUIVOS A RODADA NAO FATURA
       77  WS-NFE-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-NFE-OK                       VALUE '00'.
           88  WS-NFE-NAO-CRIADO               VALUE '35'.
       77  WS-NFI-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-NFI-OK                       VALUE '00'.
           88  WS-NFI-NAO-CRIADO               VALUE '35'.
       77  WS-QTD-NFE-REGISTRADAS  PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ITENS-NFE        PIC 9(07)   VALUE ZEROS COMP.

      * LOG DE TRANSACOES DE PEDIDOS (COPYBOOKS ORDLG*) - ANTES-DA-
      * IMAGEM DE CADA PEDIDO AVANCADO PARA FATURADO. OPERADOR EM
      * BRANCO, COMO NOS DEMAIS PROGRAMAS BATCH SEM SESSAO.
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'INVGEN'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'INVGEN'.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) - EMISSAO
      * EM MES FECHADO VAI PARA O PRIMEIRO DIA ABERTO SEGUINTE
           COPY PERCTLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - SO PEDIDOS EM ABERTO ENTRAM NO SORT
            IF NOT WS-ERRO-ABERTURA-SIM
               SORT WORK-FATURA
                    ON ASCENDING KEY WFT-CODIGO-CLIENTE
                                     WFT-UF-ENTREGA
                                     WFT-NUMERO
                    INPUT PROCEDURE IS P200-EXTRAI-ABERTOS
                    OUTPUT PROCEDURE IS P300-FATURA-GRUPOS
            OPEN OUTPUT ARQUIVO-FATURAS
            OPEN OUTPUT DOCUMENTO-FATURA
            OPEN OUTPUT PEDIDOS-SUSPENSOS
            OPEN EXTEND ERROR-LOG
            PERFORM P107-ABRE-NFE
            PERFORM P8520-CARREGA-PERIODOS

            IF NOT WS-FATURAS-OK OR NOT WS-DOCUMENTO-OK
               OR NOT WS-SUSPENSO-OK OR NOT WS-ERRLOG-OK
               OR NOT WS-NFE-OK OR NOT WS-NFI-OK
               OR WS-PERIODOS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR SAIDAS - FATURAS: '
                       WS-FATURAS-STATUS ' DOCUMENTO: '
                       WS-DOCUMENTO-STATUS ' SUSPENSOS: '
                       WS-SUSPENSO-STATUS ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS ' NF-E: ' WS-NFE-STATUS
                       ' ITENS NF-E: ' WS-NFI-STATUS
            ELSE
               PERFORM P110-RESTAURA-CONTROLE
               PERFORM P115-CARREGA-LINHAS
               PERFORM P118-CARREGA-NOTAS
               PERFORM P117-CARREGA-TAXAS
               PERFORM P119-CARREGA-KITS
               PERFORM P113-CARREGA-FRETES
               ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD
               PERFORM P105-CONFERE-PERIODO
            END-IF.

      ******************************************************************
      * P107-ABRE-NFE
      * Registro de NF-e e itens em EXTEND (criados na primeira
      * rodada). Fatura sem nota registrada nao teria como ser
      * transmitida nem liberada para embarque - sem eles a rodada
      * nao fatura (RC 8).
      ******************************************************************
       P107-ABRE-NFE.
            OPEN EXTEND REGISTRO-NFE
            IF WS-NFE-NAO-CRIADO
               OPEN OUTPUT REGISTRO-NFE
            END-IF
            OPEN EXTEND ITENS-NFE
            IF WS-NFI-NAO-CRIADO
               OPEN OUTPUT ITENS-NFE
            END-IF.

      ******************************************************************
      * P105-CONFERE-PERIODO
      * Com o mes corrente fechado (PERIOD-MAINT) a rodada inteira
      * emite no primeiro dia aberto seguinte - a data de emissao
      * move junto a aliquota vigente e o vencimento da parcela. O
      * desvio fica uma vez no ERROR-LOG.
      ******************************************************************
       P105-CONFERE-PERIODO.
            MOVE WS-AUDIT-DATA TO WS-PER-DATA-CONSULTA
            PERFORM P8530-CONFERE-PERIODO
            IF WS-PER-FECHADO-SIM
               MOVE WS-AUDIT-DATA TO WS-ERL-CHAVE
               MOVE WS-PER-MOTIVO TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
               DISPLAY WS-PER-MOTIVO
               MOVE WS-PER-DATA-LANCAMENTO TO WS-AUDIT-DATA
            END-IF.

       P117-CARREGA-TAXAS.
            WRITE REG-FATURA-CONTROLE
            CLOSE FATURA-CONTROLE.

      ******************************************************************
      * P200-EXTRAI-ABERTOS
      * A UF de entrega de cada pedido vem do ENTREGAS.dat; pedido sem
      * registro (ou sem o arquivo) entrega na UF do cadastro, lido
      * aqui so para isso - o P300 reabre o cadastro para atualizar.
      ******************************************************************
       P200-EXTRAI-ABERTOS.
            MOVE 'N' TO WS-ETG-ABERTO
            OPEN INPUT ENTREGAS-PEDIDO
            IF WS-ETG-OK
               SET WS-ETG-ABERTO-SIM TO TRUE
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ORDER-MASTER
            IF NOT WS-ORD-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM P210-LE-E-LIBERA UNTIL WS-ORD-FIM-ARQUIVO
            END-IF
            CLOSE ORDER-MASTER
            CLOSE CUSTOMER-MASTER
            IF WS-ETG-ABERTO-SIM
               CLOSE ENTREGAS-PEDIDO
            END-IF.

       P210-LE-E-LIBERA.
            READ ORDER-MASTER NEXT RECORD
               MOVE ORD-ITEM           TO WFT-ITEM
               MOVE ORD-QUANTIDADE     TO WFT-QUANTIDADE
               MOVE ORD-VALOR          TO WFT-VALOR
               PERFORM P215-UF-ENTREGA
               RELEASE REG-WORK-FATURA
            END-IF.

       P215-UF-ENTREGA.
            MOVE SPACES TO WFT-UF-ENTREGA
            IF WS-ETG-ABERTO-SIM
               MOVE ORD-NUMERO TO ETG-NUMERO-PEDIDO
               READ ENTREGAS-PEDIDO KEY IS ETG-NUMERO-PEDIDO
               IF WS-ETG-OK
                  MOVE ETG-UF TO WFT-UF-ENTREGA
               END-IF
            END-IF
            IF WFT-UF-ENTREGA = SPACES
               MOVE ORD-CODIGO-CLIENTE TO CSV-CODIGO
               READ CUSTOMER-MASTER KEY IS CSV-CODIGO
               IF WS-CUST-OK
                  MOVE CSV-UF TO WFT-UF-ENTREGA
               END-IF
            END-IF.

      * FASE DE FATURAMENTO - QUEBRA POR CLIENTE E UF DE ENTREGA, UMA
      * FATURA POR GRUPO
       S2-FATURAMENTO SECTION.
       P300-FATURA-GRUPOS.
            OPEN I-O CUSTOMER-MASTER
            OPEN I-O ORDER-MASTER
            OPEN EXTEND ORDER-TRANS-LOG
            OPEN EXTEND TRANS-LOG
            PERFORM P305-ABRE-MARGEM

            IF NOT WS-CUST-OK OR NOT WS-ORD-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF
            IF WS-TRANSLOG-OK
               CLOSE TRANS-LOG
            END-IF
            IF WS-MARGEM-ABERTA-SIM
               CLOSE MARGEM-FATURAS
            END-IF
            IF WS-ITENS-ABERTOS-SIM
               CLOSE ITEM-MASTER
            END-IF.

      ******************************************************************
      * P305-ABRE-MARGEM
      * Arquivo de margem em EXTEND (criado na primeira rodada) e
      * cadastro de itens para o custo medio. Falha em qualquer um
      * nao segura o faturamento - a margem da rodada fica
      * incompleta e o encerramento avisa com RC 4.
      ******************************************************************
       P305-ABRE-MARGEM.
            OPEN EXTEND MARGEM-FATURAS
            IF WS-MARGEM-NAO-CRIADO
               OPEN OUTPUT MARGEM-FATURAS
            END-IF
            IF WS-MARGEM-OK
               SET WS-MARGEM-ABERTA-SIM TO TRUE
            ELSE
               ADD 1 TO WS-QTD-ERROS-MARGEM
               DISPLAY 'AVISO - ARQUIVO DE MARGEM INDISPONIVEL '
                       '(STATUS ' WS-MARGEM-STATUS ') - RODADA SEM '
                       'MARGEM.'
            END-IF

            OPEN INPUT ITEM-MASTER
            IF WS-ITEM-OK
               SET WS-ITENS-ABERTOS-SIM TO TRUE
            ELSE
               ADD 1 TO WS-QTD-ERROS-MARGEM
               DISPLAY 'AVISO - CADASTRO DE ITENS INDISPONIVEL '
                       '(STATUS ' WS-ITEM-STATUS ') - MARGEM SEM '
                       'CUSTO.'
            END-IF.

      ******************************************************************
      * P119-CARREGA-KITS
      * Composicao dos kits para o custo da margem. Carga estourada
      * nao segura o lote: a tabela e descartada, o kit sai com o
      * proprio custo medio (normalmente zero, contado como sem
      * custo) e o encerramento sai com RC 4.
      ******************************************************************
       P119-CARREGA-KITS.
            PERFORM P8680-CARREGA-COMPOSICAO
            IF WS-KITS-ESTOURARAM-SIM
               MOVE ZEROS TO WS-QTD-COMPONENTES-TAB
               ADD 1 TO WS-QTD-ERROS-MARGEM
               DISPLAY 'AVISO - COMPOSICAO DE KITS INDISPONIVEL - '
                       'KIT SEM CUSTO NA MARGEM.'
            END-IF.

      ******************************************************************
      * P113-CARREGA-FRETES
      * Transportadoras e tabela de frete para a cotacao do
      * fechamento. Carga estourada ou tabela vazia nao segura o
      * lote: as faturas saem sem frete e o encerramento sai com
      * RC 4.
      ******************************************************************
       P113-CARREGA-FRETES.
            PERFORM P8760-CARREGA-TRANSPORTADORAS
            PERFORM P8770-CARREGA-FRETES
            IF WS-TRP-ESTOUROU-SIM OR WS-FRT-ESTOUROU-SIM
               OR WS-QTD-FRT-TAB = ZEROS
               MOVE ZEROS TO WS-QTD-TRP-TAB
               MOVE ZEROS TO WS-QTD-FRT-TAB
               SET WS-FRETE-INDISPONIVEL-SIM TO TRUE
               DISPLAY 'AVISO - TABELA DE FRETE INDISPONIVEL - '
                       'FATURAS SEM FRETE.'
            END-IF.

       P310-RETORNA-E-FATURA.

            IF NOT WS-SORT-FIM
               IF WFT-CODIGO-CLIENTE NOT = WS-CLIENTE-QUEBRA
                  OR WFT-UF-ENTREGA NOT = WS-UF-QUEBRA
                  IF WS-CLIENTE-QUEBRA NOT = ZEROS
                     PERFORM P350-FECHA-FATURA
                  END-IF
                  MOVE WFT-CODIGO-CLIENTE TO WS-CLIENTE-QUEBRA
                  MOVE WFT-UF-ENTREGA     TO WS-UF-QUEBRA
                  PERFORM P320-ABRE-GRUPO
               END-IF

      * P320-ABRE-GRUPO
      * Na quebra de cliente, confirma que o cliente existe e esta
      * ativo no cadastro. Grupo de cliente invalido nao gera fatura -
      * cada pedido dele vai para o arquivo de suspensos. A UF da
      * fatura e a de entrega do grupo (a do cadastro, se faltar).
      ******************************************************************
       P320-ABRE-GRUPO.
            MOVE 'N'   TO WS-CLIENTE-FATURAVEL
            MOVE ZEROS TO WS-TOTAL-FATURA
            MOVE ZEROS TO WS-QTD-PED-FATURA
            MOVE ZEROS TO WS-PESO-FATURA

            MOVE WFT-CODIGO-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK AND CSV-REGISTRO-ATIVO
               MOVE 'S' TO WS-CLIENTE-FATURAVEL
               MOVE WFT-UF-ENTREGA TO WS-UF-FATURA
               IF WS-UF-FATURA = SPACES
                  MOVE CSV-UF TO WS-UF-FATURA
               END-IF
               MOVE SPACES TO WS-NOME-COMPLETO
               STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                      ' '                DELIMITED BY SIZE
      ******************************************************************
       P350-FECHA-FATURA.
            IF WS-QTD-PED-FATURA > ZEROS
               PERFORM P352-CALCULA-FRETE
               PERFORM P355-CALCULA-IMPOSTO
               MOVE WS-PROX-FATURA      TO FAT-NUMERO
               MOVE WS-CLIENTE-QUEBRA   TO FAT-CODIGO-CLIENTE
               MOVE WS-QTD-PED-FATURA   TO FAT-QTD-PEDIDOS
               MOVE WS-TOTAL-FATURA     TO FAT-VALOR-TOTAL
               MOVE WS-VALOR-IMPOSTO    TO FAT-VALOR-IMPOSTO
               MOVE WS-UF-FATURA        TO FAT-UF
               MOVE WS-VALOR-FRETE      TO FAT-VALOR-FRETE
               MOVE WS-TRANSP-FRETE     TO FAT-TRANSPORTADORA
               WRITE REG-ARQUIVO-FATURAS
               PERFORM P357-REGISTRA-NFE

               PERFORM P370-IMPRIME-RODAPE
               ADD 1 TO WS-QTD-FATURAS
               PERFORM P380-AVANCA-CLIENTE
            END-IF.

      ******************************************************************
      * P352-CALCULA-FRETE
      * Frete cobrado do cliente: a transportadora ATIVA com a faixa
      * mais barata que cobre a UF de entrega e o peso da fatura. A
      * transportadora que de fato leva a carga so e conhecida no
      * despacho (SHIP-CONFIRM), que grava o custo real dela.
      ******************************************************************
       P352-CALCULA-FRETE.
            MOVE ZEROS  TO WS-VALOR-FRETE
            MOVE SPACES TO WS-TRANSP-FRETE
            IF NOT WS-FRETE-INDISPONIVEL-SIM
               MOVE WS-UF-FATURA   TO WS-FRT-UF-COTADA
               MOVE WS-PESO-FATURA TO WS-FRT-PESO-COTADO
               PERFORM P8776-MENOR-FRETE
               IF WS-FRT-TRP-ESCOLHIDA = SPACES
                  ADD 1 TO WS-QTD-SEM-FRETE
                  MOVE WS-CLIENTE-QUEBRA TO WS-ERL-CHAVE
                  MOVE SPACES TO WS-ERL-MOTIVO
                  STRING 'FATURA SEM FRETE - SEM FAIXA PARA UF '
                                       DELIMITED BY SIZE
                         WS-UF-FATURA  DELIMITED BY SIZE
                         INTO WS-ERL-MOTIVO
                  END-STRING
                  PERFORM P8200-GRAVA-ERRO-LOG
               ELSE
                  ADD 1 TO WS-QTD-COM-FRETE
                  MOVE WS-FRT-TRP-ESCOLHIDA   TO WS-TRANSP-FRETE
                  MOVE WS-FRT-VALOR-ESCOLHIDO TO WS-VALOR-FRETE
               END-IF
            END-IF.

      ******************************************************************
      * P355-CALCULA-IMPOSTO
      * Aliquota vigente da UF de entrega do grupo (WS-UF-FATURA,
      * desde o P320): a linha da UF com a maior data de
      * inicio que nao passou da emissao. UF sem linha = imposto
      * zerado e fatura sai liquida, como sempre. O frete e tributado
      * pela mesma aliquota das mercadorias.
      ******************************************************************
       P355-CALCULA-IMPOSTO.
            MOVE ZEROS TO WS-ALIQUOTA-VIGENTE
            MOVE ZEROS TO WS-DATA-VIGENTE
            PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
                    UNTIL WS-IDX-TAXA > WS-QTD-TAXAS-TAB
                IF WS-TAX-UF(WS-IDX-TAXA) = WS-UF-FATURA
                   AND WS-TAX-DATA-INICIO(WS-IDX-TAXA)
                       <= WS-AUDIT-DATA
                   AND WS-TAX-DATA-INICIO(WS-IDX-TAXA)
            END-PERFORM

            COMPUTE WS-VALOR-IMPOSTO ROUNDED =
                    (WS-TOTAL-FATURA + WS-VALOR-FRETE)
                    * WS-ALIQUOTA-VIGENTE / 100
            COMPUTE WS-TOTAL-BRUTO =
                    WS-TOTAL-FATURA + WS-VALOR-FRETE
                    + WS-VALOR-IMPOSTO.

      ******************************************************************
      * P357-REGISTRA-NFE
      * A fatura fechada entra no registro de NF-e como A TRANSMITIR,
      * com os mesmos totais do INVFILE.txt. A chave de acesso e
      * montada pelo NFE-GEN na transmissao.
      ******************************************************************
       P357-REGISTRA-NFE.
            MOVE SPACES              TO REG-NFE
            MOVE WS-PROX-FATURA      TO NFE-FATURA
            MOVE WS-CLIENTE-QUEBRA   TO NFE-CODIGO-CLIENTE
            SET NFE-A-TRANSMITIR     TO TRUE
            MOVE WS-AUDIT-DATA       TO NFE-DATA-EMISSAO
            MOVE WS-UF-FATURA        TO NFE-UF
            MOVE WS-TOTAL-FATURA     TO NFE-VALOR-MERCADORIAS
            MOVE WS-VALOR-FRETE      TO NFE-VALOR-FRETE
            MOVE WS-ALIQUOTA-VIGENTE TO NFE-ALIQUOTA
            MOVE WS-VALOR-IMPOSTO    TO NFE-VALOR-IMPOSTO
            MOVE WS-AUDIT-DATA       TO NFE-DATA-SITUACAO
            WRITE REG-NFE
            IF WS-NFE-OK
               ADD 1 TO WS-QTD-NFE-REGISTRADAS
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO REGISTRAR NF-E DA FATURA '
                       WS-PROX-FATURA ' - STATUS ' WS-NFE-STATUS
            END-IF.

       P360-IMPRIME-DETALHE.
      *     O CABECALHO DO DOCUMENTO SAI NO PRIMEIRO PEDIDO ACUMULADO
                      INTO REG-DOCUMENTO
               END-STRING
               WRITE REG-DOCUMENTO
               MOVE SPACES TO REG-DOCUMENTO
               STRING '  ENTREGA NA UF ' DELIMITED BY SIZE
                      WS-UF-FATURA       DELIMITED BY SIZE
                      INTO REG-DOCUMENTO
               END-STRING
               WRITE REG-DOCUMENTO
            END-IF

            MOVE WFT-VALOR TO WS-VALOR-ED
                          INTO REG-DOCUMENTO
                   END-STRING
                   WRITE REG-DOCUMENTO
                   MOVE ORL-ITEM        TO MRG-ITEM
                   MOVE ORL-QUANTIDADE  TO MRG-QUANTIDADE
                   MOVE ORL-VALOR-LINHA TO MRG-VALOR-VENDA
                   PERFORM P366-SOMA-PESO
                   PERFORM P367-GRAVA-MARGEM
                   PERFORM P369-GRAVA-ITEM-NFE
                END-IF
            END-PERFORM

            IF NOT WS-PEDIDO-TEM-LINHA-SIM
               MOVE WFT-ITEM(1:8)   TO MRG-ITEM
               MOVE WFT-QUANTIDADE  TO MRG-QUANTIDADE
               MOVE WFT-VALOR       TO MRG-VALOR-VENDA
               PERFORM P366-SOMA-PESO
               PERFORM P367-GRAVA-MARGEM
               PERFORM P369-GRAVA-ITEM-NFE
            END-IF.

      ******************************************************************
      * P366-SOMA-PESO
      * Soma ao peso da fatura a quantidade do item corrente
      * (MRG-ITEM/MRG-QUANTIDADE) vezes o peso unitario do cadastro.
      * O kit pesa o conjunto embalado (peso proprio), sem abrir os
      * componentes. Item fora do cadastro ou sem peso nao pesa.
      ******************************************************************
       P366-SOMA-PESO.
            IF WS-ITENS-ABERTOS-SIM
               MOVE MRG-ITEM TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               IF WS-ITEM-OK
                  COMPUTE WS-PESO-FATURA =
                          WS-PESO-FATURA
                          + ITM-PESO-KG * MRG-QUANTIDADE
               END-IF
            END-IF.

      ******************************************************************
      * P367-GRAVA-MARGEM
      * Uma linha no INVMARG.dat para o item corrente (MRG-ITEM,
      * MRG-QUANTIDADE e MRG-VALOR-VENDA ja preenchidos) com o numero
      * da fatura que sera consumido no fechamento e o custo medio
      * do item naquele momento. Item fora do cadastro ou ainda sem
      * custo sai com custo zero e e contado no encerramento.
      ******************************************************************
       P367-GRAVA-MARGEM.
            IF WS-MARGEM-ABERTA-SIM
               MOVE WS-PROX-FATURA     TO MRG-FATURA
               MOVE WS-AUDIT-DATA      TO MRG-DATA-EMISSAO
               MOVE WFT-CODIGO-CLIENTE TO MRG-CODIGO-CLIENTE
               MOVE WFT-NUMERO         TO MRG-PEDIDO
               MOVE ZEROS              TO MRG-CUSTO-UNITARIO
               IF WS-ITENS-ABERTOS-SIM
                  MOVE MRG-ITEM TO ITM-CODIGO
                  READ ITEM-MASTER KEY IS ITM-CODIGO
                  IF WS-ITEM-OK
                     MOVE ITM-CUSTO-MEDIO TO MRG-CUSTO-UNITARIO
                     IF ITM-ITEM-KIT
                        PERFORM P368-CUSTO-KIT
                     END-IF
                  END-IF
               END-IF
               IF MRG-CUSTO-UNITARIO = ZEROS
                  ADD 1 TO WS-QTD-SEM-CUSTO
               END-IF
               COMPUTE MRG-CUSTO-TOTAL =
                       MRG-CUSTO-UNITARIO * MRG-QUANTIDADE
               WRITE REG-MARGEM-FATURA
               IF WS-MARGEM-OK
                  ADD 1 TO WS-QTD-MARGENS
               ELSE
                  ADD 1 TO WS-QTD-ERROS-MARGEM
               END-IF
            END-IF.

      ******************************************************************
      * P368-CUSTO-KIT
      * Custo unitario do kit = soma do custo medio de cada
      * componente vezes a quantidade do componente no kit. Kit sem
      * composicao fica com o proprio custo medio.
      ******************************************************************
       P368-CUSTO-KIT.
            MOVE MRG-ITEM TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            IF WS-QTD-CMP-KIT > ZEROS
               MOVE ZEROS TO MRG-CUSTO-UNITARIO
               PERFORM VARYING WS-IDX-CMP-KIT FROM 1 BY 1
                       UNTIL WS-IDX-CMP-KIT > WS-QTD-CMP-KIT
                   MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT) TO ITM-CODIGO
                   READ ITEM-MASTER KEY IS ITM-CODIGO
                   IF WS-ITEM-OK
                      COMPUTE MRG-CUSTO-UNITARIO =
                              MRG-CUSTO-UNITARIO
                              + ITM-CUSTO-MEDIO
                              * WS-CMP-QUANTIDADE(WS-IDX-CMP-KIT)
                   END-IF
               END-PERFORM
            END-IF.

      ******************************************************************
      * P369-GRAVA-ITEM-NFE
      * Uma linha no NFEITEM.dat para o item corrente (MRG-ITEM,
      * MRG-QUANTIDADE e MRG-VALOR-VENDA ja preenchidos) com o numero
      * da fatura que sera consumido no fechamento e o pedido de
      * origem - e o item que vai na NF-e.
      ******************************************************************
       P369-GRAVA-ITEM-NFE.
            MOVE WS-PROX-FATURA  TO NFI-FATURA
            MOVE WFT-NUMERO      TO NFI-PEDIDO
            MOVE MRG-ITEM        TO NFI-ITEM
            MOVE MRG-QUANTIDADE  TO NFI-QUANTIDADE
            MOVE MRG-VALOR-VENDA TO NFI-VALOR
            WRITE REG-ITEM-NFE
            IF WS-NFI-OK
               ADD 1 TO WS-QTD-ITENS-NFE
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO GRAVAR ITEM DA NF-E DA FATURA '
                       WS-PROX-FATURA ' - STATUS ' WS-NFI-STATUS
            END-IF.

       P370-IMPRIME-RODAPE.
            MOVE WS-TOTAL-FATURA   TO WS-TOTAL-ED
            END-STRING
            WRITE REG-DOCUMENTO

            IF WS-VALOR-FRETE > ZEROS
               MOVE WS-VALOR-FRETE TO WS-VALOR-ED
               MOVE WS-PESO-FATURA TO WS-PESO-ED
               MOVE SPACES TO REG-DOCUMENTO
               STRING '  FRETE (TRANSP. '  DELIMITED BY SIZE
                      WS-TRANSP-FRETE      DELIMITED BY SIZE
                      ', '                 DELIMITED BY SIZE
                      WS-PESO-ED           DELIMITED BY SIZE
                      ' KG): '             DELIMITED BY SIZE
                      WS-VALOR-ED          DELIMITED BY SIZE
                      INTO REG-DOCUMENTO
               END-STRING
               WRITE REG-DOCUMENTO
            END-IF

            IF WS-VALOR-IMPOSTO > ZEROS
               MOVE WS-VALOR-IMPOSTO TO WS-VALOR-ED
               MOVE SPACES TO REG-DOCUMENTO
               STRING '  IMPOSTO (UF '  DELIMITED BY SIZE
                      WS-UF-FATURA      DELIMITED BY SIZE
                      '): '             DELIMITED BY SIZE
                      WS-VALOR-ED       DELIMITED BY SIZE
                      INTO REG-DOCUMENTO
               END-STRING
               WRITE REG-DOCUMENTO
            END-IF

            IF WS-VALOR-IMPOSTO > ZEROS OR WS-VALOR-FRETE > ZEROS
               MOVE WS-TOTAL-BRUTO TO WS-TOTAL-ED
               MOVE SPACES TO REG-DOCUMENTO
               IF WS-VALOR-FRETE > ZEROS
                  STRING '  TOTAL COM FRETE E IMPOSTO: '
                                              DELIMITED BY SIZE
                         WS-TOTAL-ED          DELIMITED BY SIZE
                         INTO REG-DOCUMENTO
                  END-STRING
               ELSE
                  STRING '  TOTAL COM IMPOSTO: ' DELIMITED BY SIZE
                         WS-TOTAL-ED             DELIMITED BY SIZE
                         INTO REG-DOCUMENTO
                  END-STRING
               END-IF
               WRITE REG-DOCUMENTO
            END-IF

                  SET PCL-ABERTA TO TRUE
               END-IF
               MOVE ZEROS TO PCL-NOSSO-NUMERO
      *        PARCELA DE PEDIDO NAO PERTENCE A CONTRATO
               SET PCL-SEM-CONTRATO TO TRUE
               WRITE REG-PARCELA
               CLOSE ARQUIVO-PARCELAS
            ELSE
               CLOSE ARQUIVO-FATURAS
               CLOSE DOCUMENTO-FATURA
               CLOSE PEDIDOS-SUSPENSOS
               CLOSE ERROR-LOG
               CLOSE REGISTRO-NFE
               CLOSE ITENS-NFE
               DISPLAY ' '
               DISPLAY 'FATURAS EMITIDAS...: ' WS-QTD-FATURAS
               DISPLAY 'PEDIDOS FATURADOS..: ' WS-QTD-PED-FATURADOS
               DISPLAY 'PEDIDOS SUSPENSOS..: ' WS-QTD-SUSPENSOS
               DISPLAY 'LINHAS DE MARGEM...: ' WS-QTD-MARGENS
                       ' (SEM CUSTO: ' WS-QTD-SEM-CUSTO ')'
               DISPLAY 'FATURAS COM FRETE..: ' WS-QTD-COM-FRETE
                       ' (SEM FAIXA: ' WS-QTD-SEM-FRETE ')'
               DISPLAY 'NF-E A TRANSMITIR..: ' WS-QTD-NFE-REGISTRADAS
                       ' (ITENS: ' WS-QTD-ITENS-NFE ')'

               IF WS-QTD-SUSPENSOS > 0 OR WS-QTD-ERROS-GRAVACAO > 0
                  OR WS-QTD-ERROS-MARGEM > 0
                  OR WS-QTD-SEM-FRETE > 0 OR WS-FRETE-INDISPONIVEL-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE

           COPY ORDLGPA.
           COPY TRANSLPA.
           COPY ERRLOGPA.
           COPY PERCTLPA.
           COPY KITPA.
           COPY TRPPA.
           COPY FRTPA.

           COPY ENVCFGPA.
       END PROGRAM INVOICE-GEN.
