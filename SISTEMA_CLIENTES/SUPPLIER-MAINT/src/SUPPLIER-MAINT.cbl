      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro-mestre de fornecedores
      *            (SUPPLIER-MASTER, copybook FRNMAST) no mesmo molde
      *            do ITEM-MAINT: inclusao, alteracao, consulta e
      *            inativacao logica. O CNPJ e criticado pelos digitos
      *            verificadores do DOCVALPA, como o documento do
      *            cliente no PROGCSV. O PO-MAINT so emite pedido de
      *            compra para fornecedor ativo deste cadastro.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-MASTER.
           COPY FRNMAST.

       WORKING-STORAGE SECTION.

       77  WS-FORNEC-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-FORNEC-OK                    VALUE '00'.
           88  WS-FORNEC-NAO-EXISTE            VALUE '23'.
           88  WS-FORNEC-NAO-CRIADO            VALUE '35'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-FIM-PROGRAMA         PIC X(01)   VALUE 'N'.
           88  WS-FIM-SIM                      VALUE 'S'.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

       77  WS-QTD-INCLUIDOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ALTERADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM             VALUE 'S'.

      * CRITICA DO CNPJ POR MODULO 11 (COPYBOOKS DOCVAL*)
           COPY DOCVALWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-MENU UNTIL WS-FIM-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            OPEN I-O SUPPLIER-MASTER
            IF WS-FORNEC-NAO-CRIADO
               CLOSE SUPPLIER-MASTER
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
            END-IF

            IF NOT WS-FORNEC-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR CADASTRO DE FORNECEDORES - '
                       'STATUS ' WS-FORNEC-STATUS
            END-IF.

       P200-PROCESSA-MENU.
            DISPLAY ' '
            DISPLAY '======= CADASTRO DE FORNECEDORES ========'
            DISPLAY '1 - INCLUIR FORNECEDOR'
            DISPLAY '2 - ALTERAR FORNECEDOR'
            DISPLAY '3 - CONSULTAR FORNECEDOR'
            DISPLAY '4 - INATIVAR FORNECEDOR'
            DISPLAY '5 - ENCERRAR PROGRAMA'
            DISPLAY 'INFORME A OPCAO DESEJADA: '
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1  PERFORM P300-INCLUIR
                WHEN 2  PERFORM P400-ALTERAR
                WHEN 3  PERFORM P600-CONSULTAR
                WHEN 4  PERFORM P500-INATIVAR
                WHEN 5  SET WS-FIM-SIM TO TRUE
                WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE.'
            END-EVALUATE.

       P300-INCLUIR.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
            ACCEPT FRN-CODIGO

            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            IF WS-FORNEC-OK
               DISPLAY 'FORNECEDOR JA CADASTRADO, INFORME OUTRO '
                       'CODIGO.'
            ELSE
               DISPLAY 'INFORME A RAZAO SOCIAL: '
               ACCEPT FRN-RAZAO-SOCIAL
               PERFORM P710-OBTEM-CNPJ
               PERFORM P720-OBTEM-CONTATOS
               SET FRN-REGISTRO-ATIVO TO TRUE

               WRITE FORNECEDOR-RECORD
               IF WS-FORNEC-OK
                  ADD 1 TO WS-QTD-INCLUIDOS
                  DISPLAY 'FORNECEDOR INCLUIDO COM SUCESSO.'
               ELSE
                  ADD 1 TO WS-QTD-ERROS-GRAVACAO
                  DISPLAY 'ERRO AO INCLUIR - STATUS '
                          WS-FORNEC-STATUS
               END-IF
            END-IF.

       P400-ALTERAR.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
            ACCEPT FRN-CODIGO

            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            IF WS-FORNEC-NAO-EXISTE
               DISPLAY 'FORNECEDOR NAO ENCONTRADO.'
            ELSE
               DISPLAY 'RAZAO SOCIAL ATUAL: ' FRN-RAZAO-SOCIAL
               DISPLAY 'INFORME A NOVA RAZAO SOCIAL: '
               ACCEPT FRN-RAZAO-SOCIAL

               DISPLAY 'CNPJ ATUAL........: ' FRN-CNPJ
               PERFORM P710-OBTEM-CNPJ

               DISPLAY 'CONTATO ATUAL.....: ' FRN-CONTATO
               DISPLAY 'TELEFONE ATUAL....: ' FRN-TELEFONE
               DISPLAY 'E-MAIL ATUAL......: ' FRN-EMAIL
               DISPLAY 'PRAZO ATUAL (DIAS): ' FRN-PRAZO-ENTREGA
               PERFORM P720-OBTEM-CONTATOS

               REWRITE FORNECEDOR-RECORD
               IF WS-FORNEC-OK
                  ADD 1 TO WS-QTD-ALTERADOS
                  DISPLAY 'FORNECEDOR ALTERADO COM SUCESSO.'
               ELSE
                  ADD 1 TO WS-QTD-ERROS-GRAVACAO
                  DISPLAY 'ERRO AO ALTERAR - STATUS '
                          WS-FORNEC-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P500-INATIVAR
      * A inativacao e logica, como a do ITEM-MAINT: o fornecedor
      * continua no arquivo para os pedidos de compra que o
      * referenciam (o recebimento do saldo pendente segue normal),
      * mas deixa de aceitar pedido novo no PO-MAINT.
      ******************************************************************
       P500-INATIVAR.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
            ACCEPT FRN-CODIGO

            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            IF WS-FORNEC-NAO-EXISTE
               DISPLAY 'FORNECEDOR NAO ENCONTRADO.'
            ELSE
               IF FRN-REGISTRO-INATIVO
                  DISPLAY 'FORNECEDOR JA ESTA INATIVO.'
               ELSE
                  DISPLAY 'CONFIRMA INATIVACAO DE ' FRN-RAZAO-SOCIAL
                          ' (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     SET FRN-REGISTRO-INATIVO TO TRUE
                     REWRITE FORNECEDOR-RECORD
                     IF WS-FORNEC-OK
                        ADD 1 TO WS-QTD-ALTERADOS
                        DISPLAY 'FORNECEDOR INATIVADO COM SUCESSO.'
                     ELSE
                        ADD 1 TO WS-QTD-ERROS-GRAVACAO
                        DISPLAY 'ERRO AO INATIVAR - STATUS '
                                WS-FORNEC-STATUS
                     END-IF
                  ELSE
                     DISPLAY 'INATIVACAO CANCELADA.'
                  END-IF
               END-IF
            END-IF.

       P600-CONSULTAR.
            DISPLAY 'INFORME O CODIGO DO FORNECEDOR: '
            ACCEPT FRN-CODIGO

            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            IF WS-FORNEC-NAO-EXISTE
               DISPLAY 'FORNECEDOR NAO ENCONTRADO.'
            ELSE
               DISPLAY 'CODIGO.......: ' FRN-CODIGO
               DISPLAY 'RAZAO SOCIAL.: ' FRN-RAZAO-SOCIAL
               DISPLAY 'CNPJ.........: ' FRN-CNPJ
               DISPLAY 'CONTATO......: ' FRN-CONTATO
               DISPLAY 'TELEFONE.....: ' FRN-TELEFONE
               DISPLAY 'E-MAIL.......: ' FRN-EMAIL
               DISPLAY 'PRAZO (DIAS).: ' FRN-PRAZO-ENTREGA
               IF FRN-REGISTRO-INATIVO
                  DISPLAY 'STATUS.......: INATIVO'
               ELSE
                  DISPLAY 'STATUS.......: ATIVO'
               END-IF
            END-IF.

      ******************************************************************
      * P710-OBTEM-CNPJ
      * Repete a pergunta ate o CNPJ passar nos dois digitos
      * verificadores (P8480 do DOCVALPA, tipo J).
      ******************************************************************
       P710-OBTEM-CNPJ.
            MOVE 'N' TO WS-DOC-VALIDO
            PERFORM UNTIL WS-DOC-VALIDO-SIM
                DISPLAY 'INFORME O CNPJ (SOMENTE DIGITOS): '
                ACCEPT FRN-CNPJ
                MOVE 'J'      TO WS-DOC-TIPO-CONSULTA
                MOVE FRN-CNPJ TO WS-DOC-NUMERO-CONSULTA
                PERFORM P8480-VALIDA-DOCUMENTO
                IF NOT WS-DOC-VALIDO-SIM
                   DISPLAY 'CNPJ INVALIDO - 14 DIGITOS COM OS '
                           'DIGITOS VERIFICADORES CORRETOS.'
                END-IF
            END-PERFORM.

       P720-OBTEM-CONTATOS.
            DISPLAY 'INFORME O NOME DO CONTATO: '
            ACCEPT FRN-CONTATO
            DISPLAY 'INFORME O TELEFONE: '
            ACCEPT FRN-TELEFONE
            DISPLAY 'INFORME O E-MAIL: '
            ACCEPT FRN-EMAIL
            DISPLAY 'INFORME O PRAZO DE ENTREGA EM DIAS: '
            ACCEPT FRN-PRAZO-ENTREGA
            IF FRN-PRAZO-ENTREGA NOT NUMERIC
               MOVE ZEROS TO FRN-PRAZO-ENTREGA
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE SUPPLIER-MASTER
               DISPLAY ' '
               DISPLAY 'FORNECEDORES INCLUIDOS.: ' WS-QTD-INCLUIDOS
               DISPLAY 'FORNECEDORES ALTERADOS.: ' WS-QTD-ALTERADOS

               IF WS-QTD-ERROS-GRAVACAO > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DOCVALPA.

       END PROGRAM SUPPLIER-MAINT.
