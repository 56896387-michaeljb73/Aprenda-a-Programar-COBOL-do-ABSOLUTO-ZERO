      *                  - parar de fabricar o duplicado que o
      *                  DEDUPE-SCAN acha de noite e o CUST-MERGE
      *                  limpa de manha.
      * 15/10/2026  MJB  Incluido o documento fiscal (CPF/CNPJ) na
      *                  inclusao, na alteracao e na consulta, com
      *                  critica de digito verificador modulo 11
      *                  logo depois do CEP (P356-VALIDA-DOCUMENTO,
      *                  copybooks DOCVAL*); documento ja cadastrado
      *                  para outro cliente passa a ser suspeito de
      *                  duplicidade na inclusao.
      * 15/10/2026  MJB  Plano de parcelas gerado na troca para FATURADO
      *                  e gravado no contrato principal (PCL-CONTRATO =
      *                  01).
      * 15/10/2026  MJB  A alteracao deixou de regravar a vigencia do
      *                  contrato: valor, moeda e vigencia mudam so por
      *                  aditivo numerado no CONTRACT-MAINT, com motivo,
      *                  documento e aprovador (ADITIVOS.dat).
      * 15/10/2026  MJB  Dupla custodia dos campos sensiveis: limite de
      *                  credito (inclusao e alteracao), valor do
      *                  contrato na inclusao e liberacao do
      *                  nao-contatar viram pedido pendente no
      *                  ALTPEND.dat (copybooks ALTP*), aplicado so
      *                  depois da aprovacao de outro operador
      *                  supervisor no ALTER-APPROVE; FATURADO barrado
      *                  enquanto o valor estiver pendente.
      * 15/10/2026  MJB  Opcao 9 nao troca a marca de nao-contatar de
      *                  cliente anonimizado (LGPD-ANONYMIZE) - a marca
      *                  e definitiva.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCSV.

           COPY INSTSL.

           COPY ALTPSL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

      * CONTADORES DA SESSAO GRAVADOS A CADA MOVIMENTO, PARA PERMITIR
      * RETOMAR A CONTAGEM SE O PROGRAMA FOR INTERROMPIDO
       FD  CHECKPOINT.
      * CRITICA DO CEP (COPYBOOKS CEPVAL*)
           COPY CEPVALWS.

      * CRITICA DO CPF/CNPJ POR MODULO 11 (COPYBOOKS DOCVAL*)
           COPY DOCVALWS.

      * CONSULTA A REFERENCIA DE CIDADES POR UF (COPYBOOKS CITYRF*)
           COPY CITYRFWS.

       77  WS-PROX-COTACAO-CTL     PIC 9(06)   VALUE 000001.
       77  WS-PROX-NOTA-CTL        PIC 9(06)   VALUE 000001.
       77  WS-PROX-RECIBO-CTL      PIC 9(06)   VALUE 000001.
       77  WS-PROX-COMPRA-CTL      PIC 9(06)   VALUE 000001.
       77  WS-TENTATIVAS-CODIGO    PIC 9(04)   VALUE ZEROS COMP.

      * GERACAO DO PLANO DE PARCELAS NA TROCA PARA FATURADO
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

      * DUPLA CUSTODIA DOS CAMPOS SENSIVEIS (COPYBOOKS ALTP*) - LIMITE
      * DE CREDITO, VALOR DO CONTRATO NA INCLUSAO E LIBERACAO DO
      * BLOQUEIO DE CONTATO NAO SAO GRAVADOS NO CADASTRO: VIRAM
      * PEDIDO PENDENTE NO ALTPEND.dat, APROVADO OU RECUSADO POR UM
      * SUPERVISOR DIFERENTE NO ALTER-APPROVE
           COPY ALTPWS.
       01  WS-VALOR-CONTRATO-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       01  WS-LIMITE-PEDIDO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-PEDIR-LIMITE          PIC X(01)   VALUE 'N'.
           88  WS-PEDIR-LIMITE-SIM             VALUE 'S'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
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
               PERFORM P352-AVISA-CIDADE
               PERFORM P355-VALIDA-CEP
               PERFORM P357-PREENCHE-POR-CEP
               PERFORM P356-VALIDA-DOCUMENTO
               PERFORM P320-VALIDA-FONE
               PERFORM P322-AVISA-DDD-UF
               PERFORM P360-VALIDA-EMAIL
               DISPLAY 'INFORME O VALOR DO CONTRATO ANUAL: '
               ACCEPT WS-VALOR-CONTRATO-PEDIDO
               PERFORM P475-VALIDA-MOEDA
               DISPLAY 'INFORME O LIMITE DE CREDITO (0 = SEM '
                       'LIMITE): '
               ACCEPT WS-LIMITE-PEDIDO
               MOVE ZEROS TO CSV-VALOR-CONTRATO
               MOVE ZEROS TO CSV-LIMITE-CREDITO
               PERFORM P385-VALIDA-VIGENCIA
               SET CSV-PAGTO-PENDENTE TO TRUE
               SET CSV-REGISTRO-ATIVO TO TRUE
                  PERFORM P150-GRAVA-CONTROLE
                  DISPLAY 'CLIENTE INCLUIDO COM SUCESSO - CODIGO '
                          'ATRIBUIDO: ' CSV-CODIGO
                  PERFORM P397-PEDE-VALORES-INCLUSAO
               ELSE
                  ADD 1 TO WS-QTD-ERROS-GRAVACAO
                  DISPLAY 'ERRO AO INCLUIR - STATUS ' WS-CUST-STATUS
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
            MOVE WS-DUP-REGISTRO-NOVO TO CUSTOMER-RECORD
            MOVE '00' TO WS-CUST-STATUS.

      ******************************************************************
      * P397-PEDE-VALORES-INCLUSAO
      * O cliente novo nasce com valor de contrato e limite zerados;
      * o que o operador digitou vira pedido pendente no ALTPEND.dat
      * e so chega ao cadastro quando outro operador, supervisor,
      * aprovar no ALTER-APPROVE. Limite zero (sem limite) nao gera
      * pedido - e o mesmo que o cadastro ja tem.
      ******************************************************************
       P397-PEDE-VALORES-INCLUSAO.
            MOVE CSV-CODIGO TO WS-ALP-CODIGO-PROC
            MOVE 'PROGCSV'  TO WS-ALP-PROGRAMA
            IF WS-VALOR-CONTRATO-PEDIDO NOT = ZEROS
               MOVE 'VALOR'  TO WS-ALP-CAMPO-PROC
               MOVE SPACES   TO WS-ALP-VALOR-ATUAL
               MOVE ZEROS    TO WS-ALP-ATUAL-NUM
               MOVE SPACES   TO WS-ALP-VALOR-NOVO
               MOVE WS-VALOR-CONTRATO-PEDIDO TO WS-ALP-NOVO-NUM
               PERFORM P8642-GRAVA-PENDENTE
               IF WS-ALP-GRAVADA-SIM
                  DISPLAY 'VALOR DO CONTRATO AGUARDANDO APROVACAO '
                          'DO SUPERVISOR.'
               END-IF
            END-IF
            IF WS-LIMITE-PEDIDO NOT = ZEROS
               MOVE 'LIMITE' TO WS-ALP-CAMPO-PROC
               MOVE SPACES   TO WS-ALP-VALOR-ATUAL
               MOVE ZEROS    TO WS-ALP-ATUAL-NUM
               MOVE SPACES   TO WS-ALP-VALOR-NOVO
               MOVE WS-LIMITE-PEDIDO TO WS-ALP-NOVO-NUM
               PERFORM P8642-GRAVA-PENDENTE
               IF WS-ALP-GRAVADA-SIM
                  DISPLAY 'LIMITE DE CREDITO AGUARDANDO APROVACAO '
                          'DO SUPERVISOR.'
               END-IF
            END-IF.

       P396-LE-CANDIDATO.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-DUP-FIM-SIM TO TRUE
               IF CSV-REGISTRO-ATIVO
                  AND CSV-CODIGO NOT = WS-DUP-CODIGO-NOVO
                  EVALUATE TRUE
                      WHEN CSV-DOCUMENTO = WS-DUP-DOCUMENTO
                           AND WS-DUP-DOCUMENTO NOT = ZEROS
                           SET WS-DUP-ACHADA-SIM TO TRUE
                      WHEN CSV-FONE = WS-DUP-FONE
                           AND WS-DUP-FONE NOT = SPACES
                           SET WS-DUP-ACHADA-SIM TO TRUE
                  DISPLAY 'CEP ATUAL.......: ' CSV-CEP
                  PERFORM P355-VALIDA-CEP
                  PERFORM P357-PREENCHE-POR-CEP
                  IF CSV-DOCUMENTO = ZEROS
                     DISPLAY 'DOCUMENTO ATUAL.: PENDENTE'
                  ELSE
                     DISPLAY 'DOCUMENTO ATUAL.: ' CSV-TIPO-PESSOA
                             ' ' CSV-DOCUMENTO
                  END-IF
                  PERFORM P356-VALIDA-DOCUMENTO
                  DISPLAY 'TELEFONE ATUAL..: ' CSV-FONE
                  PERFORM P320-VALIDA-FONE
                  PERFORM P322-AVISA-DDD-UF
                  PERFORM P360-VALIDA-EMAIL
                  MOVE CSV-LIMITE-CREDITO TO WS-LIMITE-CREDITO-ED
                  DISPLAY 'LIMITE ATUAL....: ' WS-LIMITE-CREDITO-ED
                  PERFORM P410-PEDE-LIMITE
                  DISPLAY 'VIGENCIA ATUAL..: '
                          CSV-DATA-INICIO-VIGENCIA ' A '
                          CSV-DATA-FIM-VIGENCIA
                          ' (MUDA POR ADITIVO NO CONTRACT-MAINT)'

                  REWRITE CUSTOMER-RECORD
                  IF WS-CUST-OK
                     ADD 1 TO WS-QTD-ALTERADOS
                     PERFORM P8400-GRAVA-CHECKPOINT
                     DISPLAY 'CLIENTE ALTERADO COM SUCESSO.'
                     IF WS-PEDIR-LIMITE-SIM
                        PERFORM P8642-GRAVA-PENDENTE
                        IF WS-ALP-GRAVADA-SIM
                           DISPLAY 'NOVO LIMITE AGUARDANDO APROVACAO '
                                   'DO SUPERVISOR.'
                        END-IF
                     END-IF
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO ALTERAR - STATUS ' WS-CUST-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P410-PEDE-LIMITE
      * O limite de credito nao muda na alteracao: o valor digitado,
      * se diferente do atual, vira pedido pendente gravado logo
      * depois do REWRITE dos demais campos. Pedido de limite ainda
      * pendente para o cliente e mostrado e barra um segundo.
      ******************************************************************
       P410-PEDE-LIMITE.
            MOVE 'N' TO WS-PEDIR-LIMITE
            MOVE CSV-CODIGO TO WS-ALP-CODIGO-PROC
            MOVE 'LIMITE'   TO WS-ALP-CAMPO-PROC
            PERFORM P8640-PROCURA-PENDENTE
            IF WS-ALP-ACHADA-SIM
               MOVE WS-ALP-NOVO-NUM TO WS-LIMITE-CREDITO-ED
               DISPLAY 'LIMITE PENDENTE.: ' WS-LIMITE-CREDITO-ED
                       ' (AGUARDANDO APROVACAO)'
            ELSE
               DISPLAY 'INFORME O NOVO LIMITE DE CREDITO (0 = '
                       'SEM LIMITE): '
               MOVE CSV-LIMITE-CREDITO TO WS-LIMITE-PEDIDO
               ACCEPT WS-LIMITE-PEDIDO
               IF WS-LIMITE-PEDIDO NOT = CSV-LIMITE-CREDITO
                  SET WS-PEDIR-LIMITE-SIM TO TRUE
                  MOVE 'PROGCSV' TO WS-ALP-PROGRAMA
                  MOVE SPACES    TO WS-ALP-VALOR-ATUAL
                  MOVE CSV-LIMITE-CREDITO TO WS-ALP-ATUAL-NUM
                  MOVE SPACES    TO WS-ALP-VALOR-NOVO
                  MOVE WS-LIMITE-PEDIDO   TO WS-ALP-NOVO-NUM
               END-IF
            END-IF.

       P450-CORRIGE-FONE.
            DISPLAY 'INFORME O CODIGO DO CLIENTE: '
            ACCEPT CSV-CODIGO
                  ACCEPT WS-NOVO-STATUS-PAGTO

                  PERFORM P471-VALIDA-TRANSICAO-PAGTO
                  MOVE 'N' TO WS-ALP-ACHADA
                  IF WS-TRANSICAO-PAGTO-OK
                     AND WS-NOVO-PAGTO-FATURADO
                     MOVE CSV-CODIGO TO WS-ALP-CODIGO-PROC
                     MOVE 'VALOR'    TO WS-ALP-CAMPO-PROC
                     PERFORM P8640-PROCURA-PENDENTE
                  END-IF
                  IF WS-ALP-ACHADA-SIM
                     DISPLAY 'VALOR DO CONTRATO AGUARDANDO APROVACAO '
                             '- FATURAMENTO SO DEPOIS DA DECISAO DO '
                             'SUPERVISOR.'
                  ELSE
                  IF WS-TRANSICAO-PAGTO-OK
                     MOVE CSV-CODIGO TO WS-TRN-CHAVE
                     MOVE 'ALTERAR' TO WS-TRN-ACAO
                             'DE ' WS-STATUS-PAGTO-DESC ' PARA O '
                             'STATUS INFORMADO.'
                  END-IF
                  END-IF
               END-IF
               PERFORM P8560-LIBERA-REGISTRO
               END-IF
                   END-IF
                   SET PCL-ABERTA TO TRUE
                   MOVE ZEROS TO PCL-NOSSO-NUMERO
                   SET PCL-CONTRATO-PRINCIPAL TO TRUE
                   WRITE REG-PARCELA
               END-PERFORM
               CLOSE ARQUIVO-PARCELAS
               IF WS-REGISTRO-TRAVADO-SIM
                  CONTINUE
               ELSE
               IF CSV-ANONIMIZADO
                  DISPLAY 'CLIENTE ANONIMIZADO A PEDIDO DO TITULAR '
                          '(LGPD) - A MARCA DE NAO CONTATAR E '
                          'DEFINITIVA.'
               ELSE
               IF CSV-NAO-CONTATAR
                  DISPLAY 'CLIENTE MARCADO COMO NAO CONTATAR.'
               ELSE
               END-IF
               DISPLAY 'CONFIRMA A TROCA DA MARCA (S/N): '
               ACCEPT WS-CONFIRMA
               IF (WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's')
                  AND CSV-NAO-CONTATAR
                  PERFORM P481-PEDE-LIBERACAO-CONTATO
               ELSE
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  MOVE CSV-CODIGO TO WS-TRN-CHAVE
                  MOVE 'ALTERAR' TO WS-TRN-ACAO
                  PERFORM P8700-GRAVA-TRANS-LOG

                  SET CSV-NAO-CONTATAR TO TRUE

                  REWRITE CUSTOMER-RECORD
                  IF WS-CUST-OK
               ELSE
                  DISPLAY 'TROCA ABANDONADA.'
               END-IF
               END-IF
               END-IF
               PERFORM P8560-LIBERA-REGISTRO
               END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P481-PEDE-LIBERACAO-CONTATO
      * Marcar nao-contatar vale na hora - e o pedido do cliente.
      * Desmarcar volta a liberar campanha, cobranca e SMS, entao
      * vira pedido pendente (S -> N) para a decisao do supervisor no
      * ALTER-APPROVE; o cadastro fica bloqueado ate la.
      ******************************************************************
       P481-PEDE-LIBERACAO-CONTATO.
            MOVE CSV-CODIGO TO WS-ALP-CODIGO-PROC
            MOVE 'BLOQUEIO' TO WS-ALP-CAMPO-PROC
            PERFORM P8640-PROCURA-PENDENTE
            IF WS-ALP-ACHADA-SIM
               DISPLAY 'LIBERACAO DO CONTATO JA AGUARDA APROVACAO.'
            ELSE
               MOVE 'PROGCSV' TO WS-ALP-PROGRAMA
               MOVE 'S'       TO WS-ALP-VALOR-ATUAL
               MOVE 'N'       TO WS-ALP-VALOR-NOVO
               PERFORM P8642-GRAVA-PENDENTE
               IF WS-ALP-GRAVADA-SIM
                  DISPLAY 'LIBERACAO DO CONTATO AGUARDANDO APROVACAO '
                          'DO SUPERVISOR - CLIENTE SEGUE BLOQUEADO.'
               END-IF
            END-IF.

      ******************************************************************
      * P490-CONFERE-FILIAL
      * Registro de outra filial nao e mantido por aqui - cada filial
                END-IF
            END-PERFORM.

      ******************************************************************
      * P356-VALIDA-DOCUMENTO
      * Tipo de pessoa (F = fisica, CPF / J = juridica, CNPJ) e o
      * numero do documento so com digitos, criticado pelos dois
      * digitos verificadores modulo 11 (P8480 do DOCVALPA). So sai
      * com documento valido, que fica marcado como validado - o
      * cliente deixa de aparecer como documento pendente no DQ-SCAN.
      ******************************************************************
       P356-VALIDA-DOCUMENTO.
            MOVE 'N' TO WS-DOC-VALIDO
            PERFORM UNTIL WS-DOC-VALIDO-SIM
                DISPLAY 'TIPO DE PESSOA (F = FISICA/CPF, J = '
                        'JURIDICA/CNPJ): '
                ACCEPT CSV-TIPO-PESSOA
                DISPLAY 'INFORME O CPF/CNPJ (SOMENTE DIGITOS): '
                ACCEPT CSV-DOCUMENTO

                MOVE CSV-TIPO-PESSOA TO WS-DOC-TIPO-CONSULTA
                MOVE CSV-DOCUMENTO   TO WS-DOC-NUMERO-CONSULTA
                PERFORM P8480-VALIDA-DOCUMENTO

                IF NOT WS-DOC-VALIDO-SIM
                   DISPLAY 'DOCUMENTO INVALIDO - TIPO F COM CPF DE 11 '
                           'DIGITOS OU TIPO J COM CNPJ DE 14, COM OS '
                           'DIGITOS VERIFICADORES CORRETOS.'
                   MOVE CSV-CODIGO TO WS-ERL-CHAVE
                   MOVE 'CPF/CNPJ INVALIDO' TO WS-ERL-MOTIVO
                   PERFORM P8200-GRAVA-ERRO-LOG
                END-IF
            END-PERFORM
            SET CSV-DOCUMENTO-VALIDADO TO TRUE.

      ******************************************************************
      * P385-VALIDA-VIGENCIA
      * Datas reais de vigencia do contrato, em DD/MM/AAAA, validadas
               DISPLAY 'CIDADE....: ' CSV-CIDADE
               DISPLAY 'UF........: ' CSV-UF
               DISPLAY 'CEP.......: ' CSV-CEP
               IF CSV-DOCUMENTO-VALIDADO
                  IF CSV-PESSOA-FISICA
                     DISPLAY 'CPF.......: ' CSV-DOCUMENTO(4:11)
                  ELSE
                     DISPLAY 'CNPJ......: ' CSV-DOCUMENTO
                  END-IF
               ELSE
                  DISPLAY 'CPF/CNPJ..: PENDENTE'
               END-IF
               DISPLAY 'TELEFONE..: ' CSV-FONE
               DISPLAY 'E-MAIL....: ' CSV-EMAIL

           COPY OPERTBPA.
           COPY DDDUFPA.
           COPY CEPVALPA.
           COPY DOCVALPA.
           COPY CITYRFPA.
           COPY LOCKPA.

           COPY CEPRGPA.
           COPY ALTPPA.

           COPY ENVCFGPA.
       END PROGRAM PROGCSV.
