      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Transmissao das notas fiscais eletronicas: cada
      *            fatura A TRANSMITIR no registro de NF-e (NFE.dat,
      *            gravado pelo INVOICE-GEN ou devolvido pela fila do
      *            NFE-WORKLIST) vira um bloco no arquivo de
      *            transmissao para a SEFAZ (NFEOUT.txt): chave de
      *            acesso de 44 digitos com digito verificador modulo
      *            11, emitente (NFEPARM.dat), destinatario com o
      *            CPF/CNPJ do cadastro, itens do NFEITEM.dat com o
      *            imposto de cada um e os totais da fatura. A nota
      *            transmitida fica aguardando o retorno, carregado
      *            pelo NFE-RETURN. Destinatario sem documento
      *            validado ou fatura sem item nao sai - a nota fica
      *            REJEITADA na fila com o motivo, registrada no
      *            ERROR-LOG. O INVFILE.txt e o INVDOC.txt sao so
      *            internos; o fisco exige a NF-e de toda venda.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFE-GEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ITMSEL.
           COPY ERRLOGSL.
           COPY MANIFSL.
           COPY NFESL.
           COPY NFISL.

      * DADOS DO EMITENTE (CNPJ, RAZAO SOCIAL, UF E SERIE DA NF-E)
           SELECT NFE-PARAMETROS ASSIGN TO
           'src\assets\NFEPARM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT TRANSMISSAO-NFE ASSIGN TO
           'src\assets\NFEOUT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSMISSAO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  REGISTRO-NFE.
           COPY NFEF.

       FD  ITENS-NFE.
           COPY NFIF.

       FD  NFE-PARAMETROS.
       01  REG-NFE-PARAMETRO.
           05  PRM-CNPJ-EMITENTE       PIC 9(14).
           05  PRM-INSCRICAO-ESTADUAL  PIC X(14).
           05  PRM-RAZAO-SOCIAL        PIC X(40).
           05  PRM-UF                  PIC X(02).
           05  PRM-CODIGO-UF           PIC 9(02).
           05  PRM-SERIE               PIC 9(03).

      * TRANSMISSAO - LAYOUT POSICIONAL DA NF-E MODELO 55:
      * TIPO 0 = HEADER DO LOTE, A = IDENTIFICACAO (CHAVE DE ACESSO),
      * B = EMITENTE, C = DESTINATARIO, D = ITEM (UM POR LINHA DO
      * NFEITEM.dat), E = TOTAIS, 9 = TRAILER DO LOTE. CADA NOTA E
      * UMA SEQUENCIA A-B-C-D...-E
       FD  TRANSMISSAO-NFE.
       01  REG-TRANSMISSAO             PIC X(120).
       01  REG-TRN-LOTE REDEFINES REG-TRANSMISSAO.
           05  TRL-TIPO                PIC X(01).
           05  TRL-DATA-GERACAO        PIC 9(08).
           05  TRL-CNPJ-EMITENTE       PIC 9(14).
           05  FILLER                  PIC X(97).
       01  REG-TRN-IDENTIFICACAO REDEFINES REG-TRANSMISSAO.
           05  TRA-TIPO                PIC X(01).
           05  TRA-CHAVE-ACESSO        PIC X(44).
           05  TRA-NUMERO              PIC 9(09).
           05  TRA-SERIE               PIC 9(03).
           05  TRA-MODELO              PIC 9(02).
           05  TRA-DATA-EMISSAO        PIC 9(08).
           05  TRA-NATUREZA            PIC X(30).
           05  FILLER                  PIC X(23).
       01  REG-TRN-EMITENTE REDEFINES REG-TRANSMISSAO.
           05  TRB-TIPO                PIC X(01).
           05  TRB-CNPJ                PIC 9(14).
           05  TRB-INSCRICAO-ESTADUAL  PIC X(14).
           05  TRB-RAZAO-SOCIAL        PIC X(40).
           05  TRB-UF                  PIC X(02).
           05  FILLER                  PIC X(49).
       01  REG-TRN-DESTINATARIO REDEFINES REG-TRANSMISSAO.
           05  TRC-TIPO                PIC X(01).
           05  TRC-TIPO-PESSOA         PIC X(01).
           05  TRC-DOCUMENTO           PIC 9(14).
           05  TRC-NOME                PIC X(32).
           05  TRC-ENDERECO            PIC X(15).
           05  TRC-CIDADE              PIC X(10).
           05  TRC-UF                  PIC X(02).
           05  TRC-CEP                 PIC 9(08).
           05  FILLER                  PIC X(37).
       01  REG-TRN-ITEM REDEFINES REG-TRANSMISSAO.
           05  TRD-TIPO                PIC X(01).
           05  TRD-SEQUENCIA           PIC 9(03).
           05  TRD-PEDIDO              PIC 9(06).
           05  TRD-CODIGO-ITEM         PIC X(08).
           05  TRD-DESCRICAO           PIC X(30).
           05  TRD-QUANTIDADE          PIC 9(05).
           05  TRD-VALOR-UNITARIO      PIC 9(07)V99.
           05  TRD-VALOR-TOTAL         PIC 9(09)V99.
           05  TRD-ALIQUOTA            PIC 9(02)V99.
           05  TRD-VALOR-IMPOSTO       PIC 9(09)V99.
           05  FILLER                  PIC X(32).
       01  REG-TRN-TOTAIS REDEFINES REG-TRANSMISSAO.
           05  TRE-TIPO                PIC X(01).
           05  TRE-VALOR-MERCADORIAS   PIC 9(11)V99.
           05  TRE-VALOR-FRETE         PIC 9(07)V99.
           05  TRE-BASE-CALCULO        PIC 9(11)V99.
           05  TRE-ALIQUOTA            PIC 9(02)V99.
           05  TRE-VALOR-IMPOSTO       PIC 9(09)V99.
           05  TRE-VALOR-NOTA          PIC 9(11)V99.
           05  FILLER                  PIC X(56).
       01  REG-TRN-TRAILER REDEFINES REG-TRANSMISSAO.
           05  TRZ-TIPO                PIC X(01).
           05  TRZ-QTD-NOTAS           PIC 9(05).
           05  TRZ-QTD-LINHAS          PIC 9(07).
           05  TRZ-VALOR-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(92).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-PARAMETROS-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-PARAMETROS-OK                VALUE '00'.
       77  WS-TRANSMISSAO-STATUS   PIC X(02)   VALUE SPACES.
           88  WS-TRANSMISSAO-OK               VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-ITENS-ABERTOS        PIC X(01)   VALUE 'N'.
           88  WS-ITENS-ABERTOS-SIM            VALUE 'S'.
       77  WS-REGISTRO-MUDOU       PIC X(01)   VALUE 'N'.
           88  WS-REGISTRO-MUDOU-SIM           VALUE 'S'.

      * REGISTRO DE NF-E EM MEMORIA (COPYBOOKS NFE*)
           COPY NFEWS.

      * ITENS DAS NOTAS EM MEMORIA (NFEITEM.dat, COPYBOOK NFIF)
       77  WS-NFI-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-NFI-OK                       VALUE '00'.
       77  WS-FIM-ITENS-NFE        PIC X(01)   VALUE 'N'.
           88  WS-FIM-ITENS-NFE-SIM            VALUE 'S'.
       77  WS-MAX-ITENS-NFE        PIC 9(04)   VALUE 6000.
       77  WS-QTD-ITENS-TAB        PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ITEM-NFE         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-ITENS-NFE.
           05  WS-ITEM-NFE-LINHA   PIC X(36)  OCCURS 6000 TIMES.

      * CHAVE DE ACESSO: CUF(2) AAMM(4) CNPJ(14) MODELO(2) SERIE(3)
      * NUMERO(9) TIPO DE EMISSAO(1) CODIGO NUMERICO(8) DV(1). O DV E
      * O MODULO 11 DOS 43 DIGITOS COM PESOS 2 A 9 DA DIREITA PARA A
      * ESQUERDA - RESTO 0 OU 1 DA DV ZERO
       01  WS-CHAVE-ACESSO.
           05  WS-CHV-CODIGO-UF        PIC 9(02).
           05  WS-CHV-AAMM             PIC 9(04).
           05  WS-CHV-CNPJ             PIC 9(14).
           05  WS-CHV-MODELO           PIC 9(02).
           05  WS-CHV-SERIE            PIC 9(03).
           05  WS-CHV-NUMERO           PIC 9(09).
           05  WS-CHV-TIPO-EMISSAO     PIC 9(01).
           05  WS-CHV-CODIGO-NUMERICO  PIC 9(08).
           05  WS-CHV-DV               PIC 9(01).
       01  WS-CHAVE-DIGITOS REDEFINES WS-CHAVE-ACESSO.
           05  WS-CHV-DIGITO           PIC 9(01)  OCCURS 44 TIMES.
       77  WS-IDX-DIGITO           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PESO-DV              PIC 9(02)   VALUE ZEROS COMP.
       77  WS-SOMA-DV              PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QUOCIENTE-DV         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-RESTO-DV             PIC 9(02)   VALUE ZEROS COMP.

       01  WS-EMISSAO              PIC 9(08)   VALUE ZEROS.
       01  WS-EMISSAO-R REDEFINES WS-EMISSAO.
           05  WS-EMI-SECULO           PIC 9(02).
           05  WS-EMI-AAMM             PIC 9(04).
           05  WS-EMI-DD               PIC 9(02).

      * NOTA CORRENTE
       77  WS-NOTA-REJEITADA       PIC X(01)   VALUE 'N'.
           88  WS-NOTA-REJEITADA-SIM           VALUE 'S'.
       01  WS-MOTIVO-REJEICAO      PIC X(40)   VALUE SPACES.
       01  WS-NOME-DESTINATARIO    PIC X(32)   VALUE SPACES.
       77  WS-QTD-ITENS-NOTA       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-VALOR-NOTA           PIC 9(11)V99 VALUE ZEROS.

      * TOTAIS DA RODADA
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-TRANSMITIDAS     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LINHAS           PIC 9(07)   VALUE ZEROS COMP.
       77  WS-VALOR-LOTE           PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.

      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'NFEGEN'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P300-TRANSMITE-NOTA
                       VARYING WS-IDX-NFE FROM 1 BY 1
                       UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
               PERFORM P600-FECHA-LOTE
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Sem emitente configurado, sem o registro inteiro ou sem
      * todos os itens em memoria nenhuma nota pode sair - a rodada
      * para com RC 8 antes de abrir a transmissao.
      ******************************************************************
       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P110-LE-PARAMETROS
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P8820-CARREGA-NFE
               IF WS-NFE-ESTOUROU-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P120-CARREGA-ITENS
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT CUSTOMER-MASTER
               OPEN OUTPUT TRANSMISSAO-NFE
               OPEN EXTEND ERROR-LOG
               IF NOT WS-CUST-OK OR NOT WS-TRANSMISSAO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - CLIENTES: '
                          WS-CUST-STATUS ' TRANSMISSAO: '
                          WS-TRANSMISSAO-STATUS
               ELSE
                  OPEN INPUT ITEM-MASTER
                  IF WS-ITEM-OK
                     SET WS-ITENS-ABERTOS-SIM TO TRUE
                  END-IF
                  MOVE SPACES TO REG-TRANSMISSAO
                  MOVE '0'               TO TRL-TIPO
                  MOVE WS-DATA-HOJE      TO TRL-DATA-GERACAO
                  MOVE PRM-CNPJ-EMITENTE TO TRL-CNPJ-EMITENTE
                  WRITE REG-TRANSMISSAO
                  ADD 1 TO WS-QTD-LINHAS
               END-IF
            END-IF.

       P110-LE-PARAMETROS.
            OPEN INPUT NFE-PARAMETROS
            IF WS-PARAMETROS-OK
               READ NFE-PARAMETROS
               CLOSE NFE-PARAMETROS
            END-IF
            IF NOT WS-PARAMETROS-OK
               OR PRM-CNPJ-EMITENTE NOT NUMERIC
               OR PRM-CNPJ-EMITENTE = ZEROS
               OR PRM-CODIGO-UF NOT NUMERIC
               OR PRM-CODIGO-UF = ZEROS
               OR PRM-SERIE NOT NUMERIC
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'EMITENTE NAO CONFIGURADO NO NFEPARM.dat - '
                       'NENHUMA NF-E TRANSMITIDA.'
            END-IF.

      ******************************************************************
      * P120-CARREGA-ITENS
      * Estouro da tabela aborta a rodada: nota transmitida sem parte
      * dos itens seria rejeitada pelo valor ou, pior, autorizada
      * com menos mercadoria do que saiu.
      ******************************************************************
       P120-CARREGA-ITENS.
            OPEN INPUT ITENS-NFE
            IF WS-NFI-OK
               PERFORM P125-LE-ITEM UNTIL WS-FIM-ITENS-NFE-SIM
               CLOSE ITENS-NFE
            END-IF.

       P125-LE-ITEM.
            READ ITENS-NFE
                 AT END SET WS-FIM-ITENS-NFE-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ITENS-NFE-SIM
               IF WS-QTD-ITENS-TAB < WS-MAX-ITENS-NFE
                  ADD 1 TO WS-QTD-ITENS-TAB
                  MOVE REG-ITEM-NFE
                       TO WS-ITEM-NFE-LINHA(WS-QTD-ITENS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-ITENS-NFE ' ITENS NO '
                          'NFEITEM.dat - RODADA ABORTADA.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ITENS-NFE-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P300-TRANSMITE-NOTA
      * So a nota A TRANSMITIR entra no lote. Destinatario fora do
      * cadastro ou sem CPF/CNPJ validado e fatura sem item ficam
      * REJEITADAS na fila do NFE-WORKLIST sem ir a SEFAZ; as demais
      * saem com a chave de acesso (a da primeira transmissao, na
      * nota reenviada) e ficam TRANSMITIDAS aguardando o retorno.
      ******************************************************************
       P300-TRANSMITE-NOTA.
            IF WS-NFT-A-TRANSMITIR(WS-IDX-NFE)
               MOVE WS-NFE-ENTRADA(WS-IDX-NFE) TO REG-NFE
               PERFORM P310-CONFERE-NOTA
               IF WS-NOTA-REJEITADA-SIM
                  PERFORM P350-REJEITA-NOTA
               ELSE
                  IF NFE-CHAVE-ACESSO = SPACES
                     PERFORM P400-MONTA-CHAVE
                  END-IF
                  PERFORM P500-GRAVA-NOTA
                  SET NFE-TRANSMITIDA TO TRUE
                  MOVE WS-DATA-HOJE TO NFE-DATA-SITUACAO
                  MOVE SPACES       TO NFE-MOTIVO
                  ADD 1 TO WS-QTD-TRANSMITIDAS
               END-IF
               MOVE REG-NFE TO WS-NFE-ENTRADA(WS-IDX-NFE)
               SET WS-REGISTRO-MUDOU-SIM TO TRUE
            END-IF.

       P310-CONFERE-NOTA.
            MOVE 'N' TO WS-NOTA-REJEITADA
            MOVE ZEROS TO WS-QTD-ITENS-NOTA
            PERFORM VARYING WS-IDX-ITEM-NFE FROM 1 BY 1
                    UNTIL WS-IDX-ITEM-NFE > WS-QTD-ITENS-TAB
                MOVE WS-ITEM-NFE-LINHA(WS-IDX-ITEM-NFE)
                     TO REG-ITEM-NFE
                IF NFI-FATURA = NFE-FATURA
                   ADD 1 TO WS-QTD-ITENS-NOTA
                END-IF
            END-PERFORM

            MOVE NFE-CODIGO-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN NOT WS-CUST-OK
                     SET WS-NOTA-REJEITADA-SIM TO TRUE
                     MOVE 'DESTINATARIO NAO CADASTRADO'
                          TO WS-MOTIVO-REJEICAO
                WHEN NOT CSV-DOCUMENTO-VALIDADO
                     OR CSV-DOCUMENTO NOT NUMERIC
                     OR CSV-DOCUMENTO = ZEROS
                     SET WS-NOTA-REJEITADA-SIM TO TRUE
                     MOVE 'DESTINATARIO SEM CPF/CNPJ VALIDADO'
                          TO WS-MOTIVO-REJEICAO
                WHEN WS-QTD-ITENS-NOTA = ZEROS
                     SET WS-NOTA-REJEITADA-SIM TO TRUE
                     MOVE 'FATURA SEM ITENS NO NFEITEM.dat'
                          TO WS-MOTIVO-REJEICAO
            END-EVALUATE.

       P350-REJEITA-NOTA.
            SET NFE-REJEITADA TO TRUE
            MOVE WS-DATA-HOJE       TO NFE-DATA-SITUACAO
            MOVE WS-MOTIVO-REJEICAO TO NFE-MOTIVO
            MOVE SPACES             TO NFE-OPERADOR
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE NFE-FATURA         TO WS-ERL-CHAVE
            MOVE WS-MOTIVO-REJEICAO TO WS-ERL-MOTIVO
            PERFORM P8200-GRAVA-ERRO-LOG.

      ******************************************************************
      * P400-MONTA-CHAVE
      * Chave de acesso da nota: UF do emitente, ano/mes da emissao,
      * CNPJ, modelo 55, serie, numero da fatura, emissao normal e o
      * codigo numerico (codigo do cliente), com o DV modulo 11.
      ******************************************************************
       P400-MONTA-CHAVE.
            MOVE NFE-DATA-EMISSAO   TO WS-EMISSAO
            MOVE PRM-CODIGO-UF      TO WS-CHV-CODIGO-UF
            MOVE WS-EMI-AAMM        TO WS-CHV-AAMM
            MOVE PRM-CNPJ-EMITENTE  TO WS-CHV-CNPJ
            MOVE 55                 TO WS-CHV-MODELO
            MOVE PRM-SERIE          TO WS-CHV-SERIE
            MOVE NFE-FATURA         TO WS-CHV-NUMERO
            MOVE 1                  TO WS-CHV-TIPO-EMISSAO
            MOVE NFE-CODIGO-CLIENTE TO WS-CHV-CODIGO-NUMERICO
            MOVE ZEROS              TO WS-CHV-DV

            MOVE ZEROS TO WS-SOMA-DV
            MOVE 2     TO WS-PESO-DV
            PERFORM VARYING WS-IDX-DIGITO FROM 43 BY -1
                    UNTIL WS-IDX-DIGITO < 1
                COMPUTE WS-SOMA-DV = WS-SOMA-DV
                        + WS-CHV-DIGITO(WS-IDX-DIGITO) * WS-PESO-DV
                ADD 1 TO WS-PESO-DV
                IF WS-PESO-DV > 9
                   MOVE 2 TO WS-PESO-DV
                END-IF
            END-PERFORM
            DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOCIENTE-DV
                   REMAINDER WS-RESTO-DV
            IF WS-RESTO-DV < 2
               MOVE ZEROS TO WS-CHV-DV
            ELSE
               COMPUTE WS-CHV-DV = 11 - WS-RESTO-DV
            END-IF
            MOVE WS-CHAVE-ACESSO TO NFE-CHAVE-ACESSO.

      ******************************************************************
      * P500-GRAVA-NOTA
      * Bloco da nota no lote: identificacao, emitente, destinatario
      * (registro do cliente na area do FD desde o P310), um item por
      * linha do NFEITEM.dat da fatura e os totais do registro.
      ******************************************************************
       P500-GRAVA-NOTA.
            MOVE SPACES TO REG-TRANSMISSAO
            MOVE 'A'                   TO TRA-TIPO
            MOVE NFE-CHAVE-ACESSO      TO TRA-CHAVE-ACESSO
            MOVE NFE-FATURA            TO TRA-NUMERO
            MOVE PRM-SERIE             TO TRA-SERIE
            MOVE 55                    TO TRA-MODELO
            MOVE NFE-DATA-EMISSAO      TO TRA-DATA-EMISSAO
            MOVE 'VENDA DE MERCADORIA' TO TRA-NATUREZA
            WRITE REG-TRANSMISSAO

            MOVE SPACES TO REG-TRANSMISSAO
            MOVE 'B'                    TO TRB-TIPO
            MOVE PRM-CNPJ-EMITENTE      TO TRB-CNPJ
            MOVE PRM-INSCRICAO-ESTADUAL TO TRB-INSCRICAO-ESTADUAL
            MOVE PRM-RAZAO-SOCIAL       TO TRB-RAZAO-SOCIAL
            MOVE PRM-UF                 TO TRB-UF
            WRITE REG-TRANSMISSAO

            MOVE SPACES TO WS-NOME-DESTINATARIO
            STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-MEIO      DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-ULTIMO    DELIMITED BY SPACE
                   INTO WS-NOME-DESTINATARIO
            END-STRING
            MOVE SPACES TO REG-TRANSMISSAO
            MOVE 'C'                  TO TRC-TIPO
            MOVE CSV-TIPO-PESSOA      TO TRC-TIPO-PESSOA
            MOVE CSV-DOCUMENTO        TO TRC-DOCUMENTO
            MOVE WS-NOME-DESTINATARIO TO TRC-NOME
            MOVE CSV-ENDERECO         TO TRC-ENDERECO
            MOVE CSV-CIDADE           TO TRC-CIDADE
            MOVE CSV-UF               TO TRC-UF
            MOVE CSV-CEP              TO TRC-CEP
            WRITE REG-TRANSMISSAO
            ADD 3 TO WS-QTD-LINHAS

            MOVE ZEROS TO WS-QTD-ITENS-NOTA
            PERFORM VARYING WS-IDX-ITEM-NFE FROM 1 BY 1
                    UNTIL WS-IDX-ITEM-NFE > WS-QTD-ITENS-TAB
                MOVE WS-ITEM-NFE-LINHA(WS-IDX-ITEM-NFE)
                     TO REG-ITEM-NFE
                IF NFI-FATURA = NFE-FATURA
                   PERFORM P510-GRAVA-ITEM
                END-IF
            END-PERFORM

            COMPUTE WS-VALOR-NOTA =
                    NFE-VALOR-MERCADORIAS + NFE-VALOR-FRETE
                    + NFE-VALOR-IMPOSTO
            MOVE SPACES TO REG-TRANSMISSAO
            MOVE 'E'                   TO TRE-TIPO
            MOVE NFE-VALOR-MERCADORIAS TO TRE-VALOR-MERCADORIAS
            MOVE NFE-VALOR-FRETE       TO TRE-VALOR-FRETE
            COMPUTE TRE-BASE-CALCULO =
                    NFE-VALOR-MERCADORIAS + NFE-VALOR-FRETE
            MOVE NFE-ALIQUOTA          TO TRE-ALIQUOTA
            MOVE NFE-VALOR-IMPOSTO     TO TRE-VALOR-IMPOSTO
            MOVE WS-VALOR-NOTA         TO TRE-VALOR-NOTA
            WRITE REG-TRANSMISSAO
            ADD 1 TO WS-QTD-LINHAS
            ADD WS-VALOR-NOTA TO WS-VALOR-LOTE.

      *     IMPOSTO DO ITEM PELA ALIQUOTA DA FATURA; A DESCRICAO VEM
      *     DO CADASTRO DE ITENS (FORA DELE, SAI SO O CODIGO)
       P510-GRAVA-ITEM.
            ADD 1 TO WS-QTD-ITENS-NOTA
            MOVE SPACES TO REG-TRANSMISSAO
            MOVE 'D'               TO TRD-TIPO
            MOVE WS-QTD-ITENS-NOTA TO TRD-SEQUENCIA
            MOVE NFI-PEDIDO        TO TRD-PEDIDO
            MOVE NFI-ITEM          TO TRD-CODIGO-ITEM
            MOVE NFI-QUANTIDADE    TO TRD-QUANTIDADE
            MOVE NFI-VALOR         TO TRD-VALOR-TOTAL
            MOVE NFE-ALIQUOTA      TO TRD-ALIQUOTA
            MOVE ZEROS             TO TRD-VALOR-UNITARIO
            IF NFI-QUANTIDADE > ZEROS
               COMPUTE TRD-VALOR-UNITARIO ROUNDED =
                       NFI-VALOR / NFI-QUANTIDADE
            END-IF
            COMPUTE TRD-VALOR-IMPOSTO ROUNDED =
                    NFI-VALOR * NFE-ALIQUOTA / 100
            IF WS-ITENS-ABERTOS-SIM
               MOVE NFI-ITEM TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               IF WS-ITEM-OK
                  MOVE ITM-DESCRICAO TO TRD-DESCRICAO
               END-IF
            END-IF
            WRITE REG-TRANSMISSAO
            ADD 1 TO WS-QTD-LINHAS.

       P600-FECHA-LOTE.
            MOVE SPACES TO REG-TRANSMISSAO
            MOVE '9'                 TO TRZ-TIPO
            MOVE WS-QTD-TRANSMITIDAS TO TRZ-QTD-NOTAS
            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-QTD-LINHAS       TO TRZ-QTD-LINHAS
            MOVE WS-VALOR-LOTE       TO TRZ-VALOR-TOTAL
            WRITE REG-TRANSMISSAO
            CLOSE TRANSMISSAO-NFE

            IF WS-REGISTRO-MUDOU-SIM
               PERFORM P8828-GRAVA-NFE
               IF NOT WS-NFE-GRAVADAS-SIM
                  DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE NF-E - '
                          'STATUS ' WS-NFE-STATUS ' - NAO ENVIE O '
                          'NFEOUT.txt.'
               END-IF
            END-IF

            MOVE 'NFEOUT.txt'        TO WS-MAN-ARQUIVO
            MOVE WS-QTD-TRANSMITIDAS TO WS-MAN-QTD
            MOVE WS-VALOR-LOTE       TO WS-MAN-HASH
            PERFORM P8950-GRAVA-MANIFESTO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ERROR-LOG
               IF WS-ITENS-ABERTOS-SIM
                  CLOSE ITEM-MASTER
               END-IF
               MOVE WS-VALOR-LOTE TO WS-TOTAL-ED
               DISPLAY 'NF-E TRANSMITIDAS..: ' WS-QTD-TRANSMITIDAS
                       ' - ' WS-TOTAL-ED
               DISPLAY 'NF-E REJEITADAS....: ' WS-QTD-REJEITADAS
               EVALUATE TRUE
                   WHEN WS-REGISTRO-MUDOU-SIM
                        AND NOT WS-NFE-GRAVADAS-SIM
                        MOVE 8 TO RETURN-CODE
                   WHEN WS-QTD-REJEITADAS > ZEROS
                        DISPLAY 'NOTAS REJEITADAS NA FILA DO '
                                'NFE-WORKLIST.'
                        MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                        MOVE 0 TO RETURN-CODE
               END-EVALUATE
            END-IF.

           COPY ERRLOGPA.
           COPY MANIFPA.
           COPY NFEPA.

           COPY ENVCFGPA.
       END PROGRAM NFE-GEN.
