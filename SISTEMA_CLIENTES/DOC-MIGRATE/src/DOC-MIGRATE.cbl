      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Conversao unica de um CUSTOMER-MASTER gravado no
      *            layout anterior ao documento fiscal (registro de
      *            173 posicoes, terminando em CSV-DATA-FIM-VIGENCIA)
      *            para o layout atual (189 posicoes - COPY
      *            CUSTMAST). Mesmo molde do REPACK-MASTER/CEP-
      *            MIGRATE/FONE-MIGRATE: le o arquivo antigo por um
      *            layout local equivalente e grava cada registro no
      *            arquivo novo, que ganha a chave alternativa
      *            CSV-DOCUMENTO junto com as demais. Todo cliente
      *            existente sai com o documento zerado e marcado
      *            como PENDENTE - o DQ-SCAN transforma a marca em
      *            excecao DOCUMENTO PENDENTE e o DQ-WORKLIST cobra o
      *            CPF/CNPJ de cada um, ate a manutencao pelo PROGCSV
      *            informar e validar o documento. Ao final, o
      *            arquivo novo substitui o antigo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-ANTIGO ASSIGN TO
           'src\assets\CUSTMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSV-CODIGO-ANT
           FILE STATUS IS WS-ANTIGO-STATUS.

           SELECT CUSTOMER-MASTER-NOVO ASSIGN TO
           'src\assets\CUSTMAST2.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSV-CODIGO
           ALTERNATE RECORD KEY IS CSV-DDD WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-NOME-ULTIMO WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS WS-NOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * LAYOUT DO ARQUIVO NO FORMATO ANTERIOR AO DOCUMENTO FISCAL.
      * MANTIDO SOMENTE AQUI, COMO NOS DEMAIS MIGRADORES.
       FD  CUSTOMER-MASTER-ANTIGO.
       01  CUSTOMER-RECORD-ANT.
           05  CSV-CODIGO-ANT          PIC 9(06).
           05  CSV-NOME-PRIMEIRO-ANT   PIC X(10).
           05  CSV-NOME-MEIO-ANT       PIC X(10).
           05  CSV-NOME-ULTIMO-ANT     PIC X(10).
           05  CSV-ENDERECO-ANT        PIC X(15).
           05  CSV-CIDADE-ANT          PIC X(10).
           05  CSV-UF-ANT              PIC X(02).
           05  CSV-FONE-ANT.
               10  CSV-DDD-ANT         PIC X(02).
               10  CSV-FONE-NUM-ANT    PIC X(09).
           05  CSV-EMAIL-ANT           PIC X(30).
           05  CSV-DATA-CRIACAO-ANT    PIC 9(08).
           05  CSV-HORA-CRIACAO-ANT    PIC 9(08).
           05  CSV-DIA-SEMANA-ANT      PIC 9(01).
           05  CSV-VALOR-CONTRATO-ANT  PIC 9(09)V99  USAGE COMP-3.
           05  CSV-MOEDA-CONTRATO-ANT  PIC X(03).
           05  CSV-STATUS-PAGTO-ANT    PIC 9(01).
           05  CSV-STATUS-REGISTRO-ANT PIC X(01).
           05  CSV-DATA-ULT-CONT-ANT   PIC 9(08).
           05  CSV-LIMITE-CREDITO-ANT  PIC 9(09)V99  USAGE COMP-3.
           05  CSV-CEP-ANT             PIC 9(08).
           05  CSV-CONTATO-BLOQ-ANT    PIC X(01).
           05  CSV-FILIAL-ANT          PIC X(02).
           05  CSV-INICIO-VIG-ANT      PIC 9(08).
           05  CSV-FIM-VIG-ANT         PIC 9(08).

       FD  CUSTOMER-MASTER-NOVO.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.

       77  WS-ANTIGO-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-ANTIGO-OK                    VALUE '00'.
           88  WS-ANTIGO-FIM-ARQUIVO           VALUE '10'.

       77  WS-NOVO-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-NOVO-OK                      VALUE '00'.

       77  WS-QTD-CONVERTIDOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PENDENTES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM             VALUE 'S'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-CONVERTE UNTIL WS-ANTIGO-FIM-ARQUIVO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            OPEN INPUT  CUSTOMER-MASTER-ANTIGO
            OPEN OUTPUT CUSTOMER-MASTER-NOVO

            IF NOT WS-ANTIGO-OK OR NOT WS-NOVO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - ANTIGO: '
                       WS-ANTIGO-STATUS ' NOVO: ' WS-NOVO-STATUS
            END-IF.

       P200-CONVERTE.
            READ CUSTOMER-MASTER-ANTIGO NEXT RECORD
                 AT END SET WS-ANTIGO-FIM-ARQUIVO TO TRUE
            END-READ

            IF NOT WS-ANTIGO-FIM-ARQUIVO
               PERFORM P210-MONTA-REGISTRO-NOVO
               WRITE CUSTOMER-RECORD
               IF WS-NOVO-OK
                  ADD 1 TO WS-QTD-CONVERTIDOS
                  IF CSV-REGISTRO-ATIVO
                     ADD 1 TO WS-QTD-PENDENTES
                  END-IF
               ELSE
                  ADD 1 TO WS-QTD-ERROS-GRAVACAO
                  DISPLAY 'ERRO AO GRAVAR CODIGO ' CSV-CODIGO-ANT
                          ' - STATUS ' WS-NOVO-STATUS
               END-IF
            END-IF.

       P210-MONTA-REGISTRO-NOVO.
            INITIALIZE CUSTOMER-RECORD
            MOVE CSV-CODIGO-ANT             TO CSV-CODIGO
            MOVE CSV-NOME-PRIMEIRO-ANT      TO CSV-NOME-PRIMEIRO
            MOVE CSV-NOME-MEIO-ANT          TO CSV-NOME-MEIO
            MOVE CSV-NOME-ULTIMO-ANT        TO CSV-NOME-ULTIMO
            MOVE CSV-ENDERECO-ANT           TO CSV-ENDERECO
            MOVE CSV-CIDADE-ANT             TO CSV-CIDADE
            MOVE CSV-UF-ANT                 TO CSV-UF
            MOVE CSV-DDD-ANT                TO CSV-DDD
            MOVE CSV-FONE-NUM-ANT           TO CSV-FONE-NUM
            MOVE CSV-EMAIL-ANT              TO CSV-EMAIL
            MOVE CSV-DATA-CRIACAO-ANT       TO CSV-DATA-CRIACAO
            MOVE CSV-HORA-CRIACAO-ANT       TO CSV-HORA-CRIACAO
            MOVE CSV-DIA-SEMANA-ANT         TO CSV-DIA-SEMANA-CRIACAO
            MOVE CSV-VALOR-CONTRATO-ANT     TO CSV-VALOR-CONTRATO
            MOVE CSV-MOEDA-CONTRATO-ANT     TO CSV-MOEDA-CONTRATO
            MOVE CSV-STATUS-PAGTO-ANT       TO CSV-STATUS-PAGTO
            MOVE CSV-STATUS-REGISTRO-ANT    TO CSV-STATUS-REGISTRO
            MOVE CSV-DATA-ULT-CONT-ANT      TO CSV-DATA-ULTIMO-CONTATO
            MOVE CSV-LIMITE-CREDITO-ANT     TO CSV-LIMITE-CREDITO
            MOVE CSV-CEP-ANT                TO CSV-CEP
            MOVE CSV-CONTATO-BLOQ-ANT       TO CSV-CONTATO-BLOQUEADO
            MOVE CSV-FILIAL-ANT             TO CSV-FILIAL
            MOVE CSV-INICIO-VIG-ANT         TO CSV-DATA-INICIO-VIGENCIA
            MOVE CSV-FIM-VIG-ANT            TO CSV-DATA-FIM-VIGENCIA
      *     DOCUMENTO AINDA DESCONHECIDO - ZERADO E PENDENTE ATE A
      *     PROXIMA MANUTENCAO DO CLIENTE NO PROGCSV
            MOVE SPACES                     TO CSV-TIPO-PESSOA
            MOVE ZEROS                      TO CSV-DOCUMENTO
            SET CSV-DOCUMENTO-PENDENTE      TO TRUE.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER-ANTIGO
               CLOSE CUSTOMER-MASTER-NOVO
               DISPLAY 'REGISTROS CONVERTIDOS: ' WS-QTD-CONVERTIDOS
               DISPLAY 'ATIVOS COM DOCUMENTO PENDENTE: '
                       WS-QTD-PENDENTES
               DISPLAY 'SUBSTITUA O CUSTMAST.dat PELO CUSTMAST2.dat '
                       'GERADO PARA CONCLUIR A MIGRACAO - A PROXIMA '
                       'RODADA DO DQ-SCAN ABRE AS PENDENCIAS NO '
                       'DQ-WORKLIST.'

               IF WS-QTD-ERROS-GRAVACAO > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

       END PROGRAM DOC-MIGRATE.
