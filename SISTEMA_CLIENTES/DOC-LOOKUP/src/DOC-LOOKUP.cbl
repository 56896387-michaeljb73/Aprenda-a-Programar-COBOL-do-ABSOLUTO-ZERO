      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Busca de clientes por CPF/CNPJ, usando a chave
      *            alternativa CSV-DOCUMENTO do CUSTOMER-MASTER, no
      *            mesmo molde do NAME-LOOKUP: o documento digitado
      *            passa antes pela critica de digito verificador
      *            (copybooks DOCVAL*) e o START posiciona na primeira
      *            ocorrencia; o READ NEXT segue enquanto o documento
      *            lido for o procurado - mais de um cliente no mesmo
      *            documento e duplicado a consolidar no CUST-MERGE.
      *            Ao final o operador pode digitar um codigo para ver
      *            o cadastro completo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-LOOKUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-ACHOU               VALUE '23'.

       77  WS-FIM-BUSCA-SW         PIC X(01)   VALUE 'N'.
           88  WS-FIM-BUSCA                    VALUE 'S'.

       77  WS-TIPO-PROCURADO       PIC X(01)   VALUE SPACES.
       77  WS-DOCUMENTO-PROCURADO  PIC 9(14)   VALUE ZEROS.
       77  WS-QTD-ACHADOS          PIC 9(05)   VALUE ZEROS COMP.

       77  WS-CODIGO-DETALHE       PIC 9(06)   VALUE ZEROS.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM             VALUE 'S'.

       01  WS-STATUS-PAGTO-DESC    PIC X(11)   VALUE SPACES.
       01  WS-VALOR-CONTRATO-ED    PIC $$$.$$$.$$9,99.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

      * CRITICA DO CPF/CNPJ POR MODULO 11 (COPYBOOKS DOCVAL*)
           COPY DOCVALWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-LOCALIZA
               PERFORM P400-DETALHA-ESCOLHIDO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            OPEN INPUT CUSTOMER-MASTER
            IF NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O CADASTRO - STATUS '
                       WS-CUST-STATUS
            ELSE
               DISPLAY 'TIPO DE PESSOA (F = CPF, J = CNPJ): '
               ACCEPT WS-TIPO-PROCURADO
               DISPLAY 'INFORME O CPF/CNPJ (SOMENTE DIGITOS): '
               ACCEPT WS-DOCUMENTO-PROCURADO

               MOVE WS-TIPO-PROCURADO      TO WS-DOC-TIPO-CONSULTA
               MOVE WS-DOCUMENTO-PROCURADO TO WS-DOC-NUMERO-CONSULTA
               PERFORM P8480-VALIDA-DOCUMENTO
               IF NOT WS-DOC-VALIDO-SIM
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'DOCUMENTO INVALIDO (DIGITO VERIFICADOR) - '
                          'NADA A PROCURAR.'
                  CLOSE CUSTOMER-MASTER
               END-IF
            END-IF.

       P200-LOCALIZA.
            MOVE WS-DOCUMENTO-PROCURADO TO CSV-DOCUMENTO
            START CUSTOMER-MASTER KEY IS = CSV-DOCUMENTO
                  INVALID KEY SET WS-FIM-BUSCA TO TRUE
            END-START

            PERFORM P210-LE-PROXIMO UNTIL WS-FIM-BUSCA

            IF WS-QTD-ACHADOS = 0
               DISPLAY 'NENHUM CLIENTE ENCONTRADO PARA O DOCUMENTO '
                       WS-DOCUMENTO-PROCURADO
            ELSE
               IF WS-QTD-ACHADOS > 1
                  DISPLAY 'ATENCAO: DOCUMENTO EM MAIS DE UM CADASTRO '
                          '- CANDIDATOS A CONSOLIDACAO (CUST-MERGE).'
               END-IF
            END-IF.

       P210-LE-PROXIMO.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-FIM-BUSCA TO TRUE
            END-READ

            IF NOT WS-FIM-BUSCA
               IF CSV-DOCUMENTO NOT = WS-DOCUMENTO-PROCURADO
                  SET WS-FIM-BUSCA TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-ACHADOS
                  DISPLAY 'COD: ' CSV-CODIGO
                          '  NOME: ' CSV-NOME
                          '  FONE: (' CSV-DDD ') ' CSV-FONE-NUM
                          '  ' CSV-CIDADE '/' CSV-UF
               END-IF
            END-IF.

      ******************************************************************
      * P400-DETALHA-ESCOLHIDO
      * Depois da lista, o operador pode digitar o codigo de um dos
      * clientes mostrados para ver o cadastro completo, no mesmo
      * formato do NAME-LOOKUP. Zero encerra sem detalhar.
      ******************************************************************
       P400-DETALHA-ESCOLHIDO.
            IF WS-QTD-ACHADOS > 0
               DISPLAY 'INFORME O CODIGO PARA DETALHAR (0 = SAIR): '
               ACCEPT WS-CODIGO-DETALHE

               IF WS-CODIGO-DETALHE NOT = ZEROS
                  MOVE WS-CODIGO-DETALHE TO CSV-CODIGO
                  READ CUSTOMER-MASTER KEY IS CSV-CODIGO
                  IF NOT WS-CUST-OK
                     DISPLAY 'CLIENTE NAO ENCONTRADO.'
                  ELSE
                     PERFORM P410-MOSTRA-DETALHE
                  END-IF
               END-IF
            END-IF.

       P410-MOSTRA-DETALHE.
            DISPLAY 'CODIGO....: ' CSV-CODIGO
            DISPLAY 'NOME......: ' CSV-NOME
            IF CSV-PESSOA-FISICA
               DISPLAY 'CPF.......: ' CSV-DOCUMENTO(4:11)
            ELSE
               DISPLAY 'CNPJ......: ' CSV-DOCUMENTO
            END-IF
            DISPLAY 'ENDERECO..: ' CSV-ENDERECO
            DISPLAY 'CIDADE....: ' CSV-CIDADE
            DISPLAY 'UF........: ' CSV-UF
            DISPLAY 'TELEFONE..: ' CSV-FONE
            DISPLAY 'E-MAIL....: ' CSV-EMAIL

            MOVE CSV-DATA-CRIACAO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            DISPLAY 'INCLUIDO EM: ' WS-DATA-BR

            MOVE CSV-VALOR-CONTRATO TO WS-VALOR-CONTRATO-ED
            DISPLAY 'VALOR CONTRATO: ' WS-VALOR-CONTRATO-ED
                    ' ' CSV-MOEDA-CONTRATO

            EVALUATE TRUE
                WHEN CSV-PAGTO-PENDENTE
                     MOVE 'PENDENTE'  TO WS-STATUS-PAGTO-DESC
                WHEN CSV-PAGTO-FATURADO
                     MOVE 'FATURADO'  TO WS-STATUS-PAGTO-DESC
                WHEN CSV-PAGTO-PAGO
                     MOVE 'PAGO'      TO WS-STATUS-PAGTO-DESC
                WHEN CSV-PAGTO-ATRASADO
                     MOVE 'ATRASADO'  TO WS-STATUS-PAGTO-DESC
                WHEN CSV-PAGTO-CANCELADO
                     MOVE 'CANCELADO' TO WS-STATUS-PAGTO-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDO' TO WS-STATUS-PAGTO-DESC
            END-EVALUATE
            DISPLAY 'STATUS PAGTO..: ' WS-STATUS-PAGTO-DESC

            IF CSV-REGISTRO-EXCLUIDO
               DISPLAY 'STATUS CADASTRO: EXCLUIDO'
            ELSE
               DISPLAY 'STATUS CADASTRO: ATIVO'
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               DISPLAY 'TOTAL DE CLIENTES ENCONTRADOS: '
                       WS-QTD-ACHADOS
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY DTCONVP.
           COPY DOCVALPA.

           COPY ENVCFGPA.
       END PROGRAM DOC-LOOKUP.
