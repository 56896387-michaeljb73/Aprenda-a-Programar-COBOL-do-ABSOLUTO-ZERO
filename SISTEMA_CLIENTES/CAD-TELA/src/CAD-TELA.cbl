      *                  - parar de fabricar o duplicado que o
      *                  DEDUPE-SCAN acha de noite e o CUST-MERGE
      *                  limpa de manha.
      * 15/10/2026  MJB  Incluidos o tipo de pessoa e o CPF/CNPJ na
      *                  tela, criticados em P210-VALIDA-CAMPOS pelos
      *                  digitos verificadores modulo 11 (copybooks
      *                  DOCVAL*), como no PROGCSV; mesmo documento
      *                  ja cadastrado entra na critica de
      *                  duplicidade.
      * 15/10/2026  MJB  Valor do contrato digitado na tela passa a ser
      *                  gravado como pedido pendente no ALTPEND.dat
      *                  (copybooks ALTP*); o cliente nasce com valor
      *                  zerado ate a aprovacao de outro operador
      *                  supervisor no ALTER-APPROVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD-TELA.

           COPY CODECTSL.

           COPY ALTPSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CODIGO-CONTROLE.
           COPY CODECTL.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * CONSULTA REVERSA DE CEP -> CIDADE/UF (COPYBOOKS CEPRG*)
           COPY CEPRGWS.

      * CRITICA DO CPF/CNPJ POR MODULO 11 (COPYBOOKS DOCVAL*)
           COPY DOCVALWS.

      * CONTROLE DE NUMERACAO AUTOMATICA (COPYBOOKS CODECTL/CODECTSL)
       77  WS-CONTROLE-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTROLE-OK                  VALUE '00'.
       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.
       77  WS-TENTATIVAS-CODIGO    PIC 9(04)   VALUE ZEROS COMP.


      * PARECIDO (MESMO ULTIMO NOME E 3 PRIMEIRAS LETRAS DO
      * PRIMEIRO). O REGISTRO NOVO FICA PRESERVADO EM VOLTA DA
      * VARREDURA, QUE PASSA PELA MESMA AREA DE FD.
       01  WS-DUP-REGISTRO-NOVO    PIC X(189)  VALUE SPACES.
       01  WS-DUP-DOCUMENTO        PIC 9(14)   VALUE ZEROS.
       01  WS-DUP-FONE             PIC X(11)   VALUE SPACES.
       01  WS-DUP-EMAIL            PIC X(30)   VALUE SPACES.
       01  WS-DUP-PRIMEIRO         PIC X(10)   VALUE SPACES.
       77  WS-INCLUSAO-VETADA      PIC X(01)   VALUE 'N'.
           88  WS-INCLUSAO-VETADA-SIM          VALUE 'S'.

      * DUPLA CUSTODIA DOS CAMPOS SENSIVEIS (COPYBOOKS ALTP*) - O
      * VALOR DO CONTRATO DIGITADO NA TELA NAO VAI PARA O CADASTRO:
      * VIRA PEDIDO PENDENTE NO ALTPEND.dat, DECIDIDO POR UM
      * SUPERVISOR DIFERENTE NO ALTER-APPROVE
           COPY ALTPWS.
       01  WS-VALOR-CONTRATO-PEDIDO PIC 9(09)V99 VALUE ZEROS.


       SCREEN SECTION.
       01  TELA-CADASTRO.
           02  LINE 13 COL 24 PIC X(03) USING CSV-MOEDA-CONTRATO.
           02  LINE 14 COL 01 VALUE 'CEP..........:'.
           02  LINE 14 COL 16 PIC 9(08) USING CSV-CEP.
           02  LINE 15 COL 01 VALUE 'PESSOA (F/J):'.
           02  LINE 15 COL 16 PIC X(01) USING CSV-TIPO-PESSOA.
           02  LINE 15 COL 19 VALUE 'CPF/CNPJ:'.
           02  LINE 15 COL 29 PIC 9(14) USING CSV-DOCUMENTO.
           02  LINE 16 COL 01 VALUE 'INICIO VIGENCIA (AAAAMMDD):'.
           02  LINE 16 COL 29 PIC 9(08)
               USING CSV-DATA-INICIO-VIGENCIA.
                  SET CSV-REGISTRO-ATIVO TO TRUE
                  MOVE WS-OPERADOR-FILIAL-VALIDADA TO CSV-FILIAL
                  PERFORM P8100-CARIMBA-REGISTRO
                  MOVE CSV-VALOR-CONTRATO TO WS-VALOR-CONTRATO-PEDIDO
                  MOVE ZEROS TO CSV-VALOR-CONTRATO

                  PERFORM P395-CRITICA-DUPLICIDADE
                  IF WS-INCLUSAO-VETADA-SIM
                     PERFORM P150-GRAVA-CONTROLE
                     DISPLAY 'CLIENTE INCLUIDO COM SUCESSO - CODIGO '
                             'ATRIBUIDO: ' CSV-CODIGO
                     IF WS-VALOR-CONTRATO-PEDIDO NOT = ZEROS
                        PERFORM P260-PEDE-VALOR-CONTRATO
                     END-IF
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO INCLUIR - STATUS '
               DISPLAY 'INCLUSAO CANCELADA.'
            END-IF.

      ******************************************************************
      * P260-PEDE-VALOR-CONTRATO
      * O cliente novo e gravado com valor de contrato zerado; o
      * valor digitado na tela vira pedido pendente no ALTPEND.dat e
      * so chega ao cadastro com a aprovacao de outro operador,
      * supervisor, no ALTER-APPROVE.
      ******************************************************************
       P260-PEDE-VALOR-CONTRATO.
            MOVE CSV-CODIGO  TO WS-ALP-CODIGO-PROC
            MOVE 'VALOR'     TO WS-ALP-CAMPO-PROC
            MOVE 'CAD-TELA'  TO WS-ALP-PROGRAMA
            MOVE SPACES      TO WS-ALP-VALOR-ATUAL
            MOVE ZEROS       TO WS-ALP-ATUAL-NUM
            MOVE SPACES      TO WS-ALP-VALOR-NOVO
            MOVE WS-VALOR-CONTRATO-PEDIDO TO WS-ALP-NOVO-NUM
            PERFORM P8642-GRAVA-PENDENTE
            IF WS-ALP-GRAVADA-SIM
               DISPLAY 'VALOR DO CONTRATO AGUARDANDO APROVACAO DO '
                       'SUPERVISOR.'
            END-IF.

      ******************************************************************
      * P395-CRITICA-DUPLICIDADE
      * Antes do WRITE da inclusao: varre o cadastro atras de um
            MOVE CSV-EMAIL       TO WS-DUP-EMAIL
            MOVE CSV-NOME-PRIMEIRO TO WS-DUP-PRIMEIRO
            MOVE CSV-NOME-ULTIMO   TO WS-DUP-ULTIMO
            MOVE CSV-DOCUMENTO     TO WS-DUP-DOCUMENTO

            MOVE SPACES TO WS-CUST-STATUS
            MOVE ZEROS TO CSV-CODIGO
               DISPLAY '  CODIGO: ' CSV-CODIGO '  NOME: ' CSV-NOME
               DISPLAY '  FONE: (' CSV-DDD ') ' CSV-FONE-NUM
                       '  E-MAIL: ' CSV-EMAIL
               DISPLAY '  DOCUMENTO: ' CSV-TIPO-PESSOA ' '
                       CSV-DOCUMENTO
               DISPLAY 'CONFIRMA A INCLUSAO MESMO ASSIM (S/N): '
               ACCEPT WS-DUP-CONFIRMA
               IF WS-DUP-CONFIRMA NOT = 'S'
               IF CSV-REGISTRO-ATIVO
                  AND CSV-CODIGO NOT = WS-DUP-CODIGO-NOVO
                  EVALUATE TRUE
                      WHEN CSV-DOCUMENTO = WS-DUP-DOCUMENTO
                           AND WS-DUP-DOCUMENTO NOT = ZEROS
                           SET WS-DUP-ACHADA-SIM TO TRUE
                      WHEN CSV-FONE = WS-DUP-FONE
                           AND WS-DUP-FONE NOT = SPACES
                           SET WS-DUP-ACHADA-SIM TO TRUE
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

            PERFORM P240-VALIDA-VIGENCIA

            MOVE CSV-TIPO-PESSOA TO WS-DOC-TIPO-CONSULTA
            MOVE CSV-DOCUMENTO   TO WS-DOC-NUMERO-CONSULTA
            PERFORM P8480-VALIDA-DOCUMENTO
            IF NOT WS-DOC-VALIDO-SIM
               DISPLAY 'DOCUMENTO INVALIDO - TIPO F COM CPF DE 11 '
                       'DIGITOS OU TIPO J COM CNPJ DE 14, COM OS '
                       'DIGITOS VERIFICADORES CORRETOS.'
               MOVE 'S' TO WS-CAMPO-INVALIDO
            ELSE
               SET CSV-DOCUMENTO-VALIDADO TO TRUE
            END-IF

            MOVE CSV-CEP TO WS-CEP-CONSULTA
            MOVE CSV-UF  TO WS-CEP-UF-CONSULTA
            PERFORM P8490-VALIDA-CEP
           COPY AUDPARA.
           COPY OPERTBPA.
           COPY CEPVALPA.
           COPY DOCVALPA.
           COPY CEPRGPA.
           COPY CITYRFPA.
           COPY ALTPPA.

           COPY ENVCFGPA.
       END PROGRAM CAD-TELA.
