      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Boleto passou a trazer o identificador de
      *                  cobranca PIX (txid, copybooks PIX*) da parcela
      *                  com nosso-numero - o cliente paga por PIX e o
      *                  PIX-LOAD baixa a parcela no mesmo dia pelo
      *                  txid, sem redigitacao no formato do BANKRET.
      * 15/10/2026  MJB  Com o cadastro de bancos (copybooks BCO*) a
      *                  linha de referencia do boleto traz o banco e
      *                  o convenio do nosso-numero da parcela -
      *                  nosso-numero anterior ao cadastro e do banco
      *                  padrao. Sem bancos cadastrados, linha antiga.
      * 15/10/2026  MJB  INSTFILE.dat ganhou no fim a sequencia do
      *                  contrato (PCL-CONTRATO); tabela de parcelas em
      *                  memoria alargada.
      * 15/10/2026  MJB  Boleto sai no endereco de cobranca do cliente
      *                  (cadastro de enderecos, copybooks ENR*), com
      *                  linha A/C quando houver; sem endereco de
      *                  cobranca, endereco do cadastro como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLIP-PRINT.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY MANIFSL.
           COPY BCOSL.
           COPY ENRSL.

           SELECT ARQUIVO-BOLETOS ASSIGN TO
           'src\assets\BOLETOS.txt'
       FD  ARQUIVO-BOLETOS.
       01  REG-BOLETO                  PIC X(80).

       FD  CADASTRO-BANCOS.
           COPY BCOF.

       FD  ROTAS-COBRANCA.
           COPY BCORF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.

      * MESES DISTINTOS DE VENCIMENTO, IMPRESSOS EM ORDEM CRESCENTE
       77  WS-MAX-MESES            PIC 9(02)   VALUE 36.
      * LINHA DE MANIFESTO DO ARQUIVO GERADO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * IDENTIFICADOR DE COBRANCA PIX DA PARCELA (COPYBOOKS PIX*)
           COPY PIXWS.

      * BANCO QUE REGISTROU A PARCELA (COPYBOOKS BCO*)
           COPY BCOWS.

      * ENDERECO DE COBRANCA DO CLIENTE (COPYBOOKS ENR*)
           COPY ENRWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                    'TODOS): '
            ACCEPT WS-CLIENTE-FILTRO

            PERFORM P8850-CARREGA-BANCOS
            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT ARQUIVO-BOLETOS
            PERFORM P8880-ABRE-ENDERECOS-LEITURA

            IF NOT WS-CUST-OK OR NOT WS-BOLETOS-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
                   INTO REG-BOLETO
            END-STRING
            WRITE REG-BOLETO
      *     BOLETO VAI PARA O ENDERECO DE COBRANCA DO CLIENTE; SEM
      *     ELE, PARA O ENDERECO DO CADASTRO
            IF WS-CUST-OK
               MOVE 'C' TO WS-ENR-TIPO-PEDIDO
               PERFORM P8882-ENDERECO-DO-TIPO
               IF WS-ENR-AOS-CUIDADOS NOT = SPACES
                  MOVE SPACES TO REG-BOLETO
                  STRING 'A/C '              DELIMITED BY SIZE
                         WS-ENR-AOS-CUIDADOS DELIMITED BY SIZE
                         INTO REG-BOLETO
                  END-STRING
                  WRITE REG-BOLETO
               END-IF
               MOVE SPACES TO REG-BOLETO
               STRING WS-ENR-LOGRADOURO DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WS-ENR-CIDADE     DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      WS-ENR-UF         DELIMITED BY SIZE
                      ' CEP '           DELIMITED BY SIZE
                      WS-ENR-CEP        DELIMITED BY SIZE
                      INTO REG-BOLETO
               END-STRING
               WRITE REG-BOLETO
            END-STRING
            WRITE REG-BOLETO
            MOVE SPACES TO REG-BOLETO
            MOVE ZEROS TO WS-IDX-BCO-ACHADO
            IF WS-MULTIBANCO-SIM AND PCL-NOSSO-NUMERO IS NUMERIC
               AND PCL-NOSSO-NUMERO > ZEROS
               MOVE PCL-NOSSO-NUMERO TO WS-BCO-NOSSO-NUMERO
               PERFORM P8860-BANCO-DO-NOSSO-NUMERO
            END-IF
            IF WS-IDX-BCO-ACHADO > ZEROS
               STRING 'REFERENCIA BANCARIA: BANCO ' DELIMITED BY SIZE
                      WS-BCT-CODIGO(WS-IDX-BCO-ACHADO)
                                             DELIMITED BY SIZE
                      ' CONVENIO '           DELIMITED BY SIZE
                      WS-BCT-CONVENIO(WS-IDX-BCO-ACHADO)
                                             DELIMITED BY SIZE
                      ' NOSSO-NUMERO '       DELIMITED BY SIZE
                      PCL-NOSSO-NUMERO       DELIMITED BY SIZE
                      INTO REG-BOLETO
               END-STRING
            ELSE
               STRING 'REFERENCIA BANCARIA (NOSSO-NUMERO): '
                      DELIMITED BY SIZE
                      PCL-NOSSO-NUMERO DELIMITED BY SIZE
                      INTO REG-BOLETO
               END-STRING
            END-IF
            WRITE REG-BOLETO
      *     SEM NOSSO-NUMERO (PARCELA AINDA FORA DA REMESSA) NAO HA
      *     COBRANCA PIX REGISTRADA NO BANCO
            MOVE SPACES TO REG-BOLETO
            IF PCL-NOSSO-NUMERO IS NUMERIC
               AND PCL-NOSSO-NUMERO > ZEROS
               MOVE PCL-CODIGO       TO WS-PXT-CODIGO
               MOVE PCL-NUMERO       TO WS-PXT-PARCELA
               MOVE PCL-NOSSO-NUMERO TO WS-PXT-NOSSO-NUMERO
               PERFORM P8840-MONTA-TXID-PIX
               STRING 'PAGUE POR PIX - IDENTIFICADOR (TXID): '
                      DELIMITED BY SIZE
                      WS-PIX-TXID DELIMITED BY SIZE
                      INTO REG-BOLETO
               END-STRING
            ELSE
               MOVE 'PIX DISPONIVEL APOS O REGISTRO DA PARCELA NO '
                  & 'BANCO.' TO REG-BOLETO
            END-IF
            WRITE REG-BOLETO
            MOVE SPACES TO REG-BOLETO
            WRITE REG-BOLETO.
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-BOLETOS
               IF WS-ENR-ABERTO-SIM
                  CLOSE CADASTRO-ENDERECOS
               END-IF
               DISPLAY 'BOLETOS EMITIDOS: ' WS-QTD-BOLETOS
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY MANIFPA.
           COPY PIXPA.
           COPY BCOPA.
           COPY ENRPA.

           COPY ENVCFGPA.
       END PROGRAM SLIP-PRINT.
