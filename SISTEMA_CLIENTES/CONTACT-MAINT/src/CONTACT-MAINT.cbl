      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de pessoas de contato do
      *            cliente (PESSOAS.dat, copybooks PES*), chaveado por
      *            cliente + sequencia da pessoa: inclui o comprador,
      *            o financeiro, o socio ou outra pessoa do cliente,
      *            com nome, papel, telefone, e-mail e consentimento
      *            de contato de cada um; altera, desativa ou reativa,
      *            registra ou revoga o consentimento e lista as
      *            pessoas do cliente com quem recebe cada documento.
      *            Telefone e e-mail passam pela mesma critica do
      *            PROGCSV. A cobranca vai para o financeiro e a
      *            cotacao para o comprador sem mexer no contato do
      *            cadastro, que continua valendo quando o cliente nao
      *            tem a pessoa do papel (ou ela nao consentiu).
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY PESSL.
           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-CLIENTE-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-VALIDO-SIM           VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - CONSULTA NAO
      * MANTEM PESSOA DE CONTATO
           COPY OPERTBWS.

      * CADASTRO DE PESSOAS DE CONTATO (COPYBOOKS PES*)
           COPY PESWS.
       77  WS-PESSOA-INFORMADA     PIC 9(02)   VALUE ZEROS.
       77  WS-PROXIMA-SEQUENCIA    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.

      * DIGITACAO DA PESSOA
       01  WS-PAPEL-INFORMADO      PIC X(01)   VALUE SPACE.
           88  WS-PAPEL-VALIDO                 VALUE 'C' 'F' 'S' 'O'.
       01  WS-CONSENTE-INFORMADO   PIC X(01)   VALUE SPACE.
           88  WS-CONSENTE-VALIDO              VALUE 'S' 'N'.
       01  WS-NOME-INFORMADO       PIC X(30)   VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * CRITICA DO TELEFONE - FIXO = DDD + 8 DIGITOS (10), CELULAR =
      * DDD + 9 DIGITOS COMECANDO EM 9 (11) - A MESMA DO PROGCSV
       77  WS-FONE-DIGITOS         PIC 9(02)   VALUE ZEROS COMP.
       77  WS-FONE-DIG-FIXO        PIC 9(02)   VALUE 10.
       77  WS-FONE-DIG-CELULAR     PIC 9(02)   VALUE 11.
       77  WS-FONE-VALIDO          PIC X(01)   VALUE 'N'.
           88  WS-FONE-OK                      VALUE 'S'.
       77  WS-FONE-NOVO            PIC X(11)   VALUE SPACES.

      * CRITICA DO E-MAIL, VIA SUB-ROTINA EMAIL-CHECK
       77  WS-EMAIL-VALIDO         PIC X(01)   VALUE 'N'.
           88  WS-EMAIL-OK                     VALUE 'S'.

      * CRITICA DE CARACTERES DO NOME, VIA SUB-ROTINA FLDVALID
       77  WS-QTD-PONTO-VIRGULA    PIC 9(03)   VALUE ZEROS COMP.
       01  WS-CAMPO-VALIDACAO      PIC X(60)   VALUE SPACES.
       77  WS-TAM-CAMPO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-LETRAS           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-DIGITOS          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-INVALIDOS        PIC 9(03)   VALUE ZEROS COMP.

      * TOTAIS DA SESSAO
       77  WS-QTD-INCLUIDOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ALTERADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*) -
      * TELEFONE E E-MAIL INVALIDOS, COMO NO PROGCSV
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'CONTMNT'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF WS-OPERADOR-CONSULTA
               DISPLAY 'MANUTENCAO DE PESSOAS DE CONTATO EXIGE NIVEL '
                       'DE OPERACAO - ACESSO NEGADO.'
            ELSE
               MOVE WS-OPERADOR-VALIDADO TO WS-ERL-OPERADOR
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8891-ABRE-PESSOAS-ATUALIZA
            OPEN EXTEND ERROR-LOG

            IF NOT WS-CUST-OK OR NOT WS-PES-ABERTO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' PESSOAS: '
                       WS-PES-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== PESSOAS DE CONTATO DO CLIENTE ====='
            DISPLAY '1 - INCLUIR PESSOA'
            DISPLAY '2 - ALTERAR PESSOA'
            DISPLAY '3 - DESATIVAR/REATIVAR PESSOA'
            DISPLAY '4 - REGISTRAR/REVOGAR CONSENTIMENTO'
            DISPLAY '5 - LISTAR PESSOAS DO CLIENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-INCLUI-PESSOA
                WHEN 2 PERFORM P400-ALTERA-PESSOA
                WHEN 3 PERFORM P500-MUDA-SITUACAO
                WHEN 4 PERFORM P550-MUDA-CONSENTIMENTO
                WHEN 5 PERFORM P600-LISTA-PESSOAS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CLIENTE
      * A pessoa pendura num cliente ja cadastrado e nao excluido,
      * da filial do operador - mesma regra do ADDR-MAINT.
      ******************************************************************
       P250-INFORMA-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-VALIDO
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO CSV-CODIGO
            ACCEPT CSV-CODIGO

            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO CADASTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN CSV-REGISTRO-EXCLUIDO
                     DISPLAY 'CLIENTE EXCLUIDO - REATIVE O CADASTRO '
                             'NO PROGCSV ANTES.'
                WHEN CSV-FILIAL NOT = SPACES
                     AND CSV-FILIAL NOT = WS-OPERADOR-FILIAL-VALIDADA
                     DISPLAY 'REGISTRO DA FILIAL ' CSV-FILIAL ' - '
                             'MANUTENCAO SOMENTE POR OPERADOR DAQUELA '
                             'FILIAL.'
                WHEN OTHER
                     SET WS-CLIENTE-VALIDO-SIM TO TRUE
                     DISPLAY 'CLIENTE: ' CSV-NOME
                     DISPLAY 'CONTATO DO CADASTRO: ' CSV-FONE
                             ' - ' CSV-EMAIL
            END-EVALUATE.

      ******************************************************************
      * P260-INFORMA-PESSOA
      * Le a pessoa do cliente para alteracao, troca de situacao ou
      * de consentimento, ja posicionada para o REWRITE.
      ******************************************************************
       P260-INFORMA-PESSOA.
            DISPLAY 'SEQUENCIA DA PESSOA: '
            MOVE ZEROS TO WS-PESSOA-INFORMADA
            ACCEPT WS-PESSOA-INFORMADA

            MOVE CSV-CODIGO          TO PES-CODIGO
            MOVE WS-PESSOA-INFORMADA TO PES-SEQUENCIA
            READ CADASTRO-PESSOAS KEY IS PES-CHAVE
            IF NOT WS-PES-OK
               DISPLAY 'PESSOA ' WS-PESSOA-INFORMADA
                       ' NAO CADASTRADA PARA O CLIENTE.'
            END-IF.

      ******************************************************************
      * P300-INCLUI-PESSOA
      * A pessoa nova recebe a sequencia seguinte a maior do cliente
      * (a varredura do P8894 termina na ultima) e entra ATIVA, com
      * data de criacao e operador. Sem consentimento ela fica no
      * cadastro, mas nao recebe documento.
      ******************************************************************
       P300-INCLUI-PESSOA.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE 'N'        TO WS-FIM-PESSOAS
               MOVE CSV-CODIGO TO WS-PES-CODIGO-VARRE
               MOVE ZEROS      TO WS-PES-SEQ-VARRE
               PERFORM P8894-PROXIMA-PESSOA
                       UNTIL WS-FIM-PESSOAS-SIM
               COMPUTE WS-PROXIMA-SEQUENCIA = WS-PES-SEQ-VARRE + 1
               IF WS-PROXIMA-SEQUENCIA > 99
                  DISPLAY 'CLIENTE JA TEM 99 PESSOAS - INCLUSAO '
                          'RECUSADA.'
               ELSE
                  INITIALIZE REG-PESSOA
                  MOVE CSV-CODIGO           TO PES-CODIGO
                  MOVE WS-PROXIMA-SEQUENCIA TO PES-SEQUENCIA
                  DISPLAY 'PESSOA ' PES-SEQUENCIA ' DO CLIENTE '
                          CSV-CODIGO

                  PERFORM P330-VALIDA-NOME
                  MOVE WS-NOME-INFORMADO TO PES-NOME

                  MOVE SPACE TO WS-PAPEL-INFORMADO
                  PERFORM UNTIL WS-PAPEL-VALIDO
                      DISPLAY 'PAPEL (C = COMPRAS, F = FINANCEIRO, '
                              'S = SOCIO, O = OUTRO): '
                      ACCEPT WS-PAPEL-INFORMADO
                  END-PERFORM
                  MOVE WS-PAPEL-INFORMADO TO PES-PAPEL

                  PERFORM P320-VALIDA-FONE
                  PERFORM P340-VALIDA-EMAIL
                  PERFORM P350-INFORMA-CONSENTIMENTO

                  SET PES-ATIVA             TO TRUE
                  MOVE WS-DATA-HOJE         TO PES-DATA-CRIACAO
                  MOVE WS-OPERADOR-VALIDADO TO PES-OPERADOR

                  WRITE REG-PESSOA
                  IF WS-PES-OK
                     ADD 1 TO WS-QTD-INCLUIDOS
                     DISPLAY 'PESSOA ' PES-SEQUENCIA ' INCLUIDA.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO INCLUIR - STATUS '
                             WS-PES-STATUS
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P320-VALIDA-FONE
      * Mesma critica do P320 do PROGCSV, mas o telefone da pessoa e
      * opcional - em branco fica sem telefone.
      ******************************************************************
       P320-VALIDA-FONE.
            MOVE 'N' TO WS-FONE-VALIDO
            PERFORM UNTIL WS-FONE-OK
                DISPLAY 'TELEFONE COM DDD (FIXO 10 OU CELULAR 11 '
                        'DIGITOS, BRANCO = NAO TEM): '
                MOVE SPACES TO WS-FONE-NOVO
                ACCEPT WS-FONE-NOVO

                IF WS-FONE-NOVO = SPACES
                   MOVE 'S' TO WS-FONE-VALIDO
                ELSE
                   MOVE ZEROS TO WS-FONE-DIGITOS
                   INSPECT WS-FONE-NOVO TALLYING WS-FONE-DIGITOS
                           FOR CHARACTERS BEFORE INITIAL SPACE
                   PERFORM P323-CRITICA-DIGITOS-FONE
                   IF NOT WS-FONE-OK
                      MOVE PES-CHAVE TO WS-ERL-CHAVE
                      MOVE 'TELEFONE INVALIDO' TO WS-ERL-MOTIVO
                      PERFORM P8200-GRAVA-ERRO-LOG
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-FONE-NOVO TO PES-FONE.

      ******************************************************************
      * P323-CRITICA-DIGITOS-FONE
      * Regra comum do telefone digitado em WS-FONE-NOVO: so digitos,
      * 10 (fixo) ou 11 (celular - e nesse caso o primeiro digito do
      * numero, depois do DDD, tem de ser 9).
      ******************************************************************
       P323-CRITICA-DIGITOS-FONE.
            MOVE 'N' TO WS-FONE-VALIDO
            EVALUATE TRUE
                WHEN WS-FONE-NOVO(1:WS-FONE-DIG-FIXO) IS NUMERIC
                     AND WS-FONE-DIGITOS = WS-FONE-DIG-FIXO
                     MOVE 'S' TO WS-FONE-VALIDO
                WHEN WS-FONE-NOVO(1:11) IS NUMERIC
                     AND WS-FONE-DIGITOS = WS-FONE-DIG-CELULAR
                     AND WS-FONE-NOVO(3:1) = '9'
                     MOVE 'S' TO WS-FONE-VALIDO
                WHEN OTHER
                     DISPLAY 'TELEFONE INVALIDO - INFORME DDD + 8 '
                             'DIGITOS (FIXO) OU DDD + 9 DIGITOS '
                             'COMECANDO EM 9 (CELULAR).'
            END-EVALUATE.

      ******************************************************************
      * P330-VALIDA-NOME
      * Mesma critica do nome do PROGCSV: sem digitos (FLDVALID),
      * sem ponto-e-virgula e nao pode ficar em branco.
      ******************************************************************
       P330-VALIDA-NOME.
            MOVE 1 TO WS-QTD-DIGITOS
            PERFORM UNTIL WS-QTD-DIGITOS = 0
                    AND WS-QTD-PONTO-VIRGULA = 0
                    AND WS-NOME-INFORMADO NOT = SPACES
                DISPLAY 'NOME DA PESSOA (SEM DIGITOS): '
                MOVE SPACES TO WS-NOME-INFORMADO
                ACCEPT WS-NOME-INFORMADO

                MOVE SPACES TO WS-CAMPO-VALIDACAO
                MOVE WS-NOME-INFORMADO TO WS-CAMPO-VALIDACAO
                MOVE LENGTH OF WS-NOME-INFORMADO TO WS-TAM-CAMPO

                CALL 'FLDVALID' USING WS-CAMPO-VALIDACAO
                                      WS-TAM-CAMPO
                                      WS-QTD-LETRAS
                                      WS-QTD-DIGITOS
                                      WS-QTD-INVALIDOS

                MOVE ZEROS TO WS-QTD-PONTO-VIRGULA
                INSPECT WS-NOME-INFORMADO TALLYING WS-QTD-PONTO-VIRGULA
                        FOR ALL ';'

                IF WS-QTD-DIGITOS NOT = 0
                   DISPLAY 'NOME INVALIDO - NAO PODE CONTER DIGITOS.'
                END-IF
                IF WS-QTD-PONTO-VIRGULA NOT = 0
                   DISPLAY 'NOME INVALIDO - NAO PODE CONTER '
                           'PONTO-E-VIRGULA.'
                END-IF
            END-PERFORM.

      ******************************************************************
      * P340-VALIDA-EMAIL
      * E-mail pela sub-rotina EMAIL-CHECK, como no PROGCSV; em
      * branco fica sem e-mail (e a pessoa nao recebe documento).
      ******************************************************************
       P340-VALIDA-EMAIL.
            MOVE 'N' TO WS-EMAIL-VALIDO
            PERFORM UNTIL WS-EMAIL-OK
                DISPLAY 'E-MAIL (BRANCO = NAO TEM): '
                MOVE SPACES TO PES-EMAIL
                ACCEPT PES-EMAIL

                IF PES-EMAIL = SPACES
                   MOVE 'S' TO WS-EMAIL-VALIDO
                ELSE
                   CALL 'EMAIL-CHECK' USING PES-EMAIL
                                            WS-EMAIL-VALIDO
                   IF NOT WS-EMAIL-OK
                      DISPLAY 'E-MAIL INVALIDO - INFORME NO FORMATO '
                              'USUARIO@DOMINIO.COM'
                      MOVE PES-CHAVE TO WS-ERL-CHAVE
                      MOVE 'E-MAIL INVALIDO' TO WS-ERL-MOTIVO
                      PERFORM P8200-GRAVA-ERRO-LOG
                   END-IF
                END-IF
            END-PERFORM.

      ******************************************************************
      * P350-INFORMA-CONSENTIMENTO
      * S ou N, sem meio-termo. A data do consentimento muda so
      * quando a resposta muda - e a data em que a pessoa deu ou
      * retirou a autorizacao.
      ******************************************************************
       P350-INFORMA-CONSENTIMENTO.
            MOVE SPACE TO WS-CONSENTE-INFORMADO
            PERFORM UNTIL WS-CONSENTE-VALIDO
                DISPLAY 'A PESSOA CONSENTE EM RECEBER CONTATO (S/N): '
                ACCEPT WS-CONSENTE-INFORMADO
            END-PERFORM
            IF WS-CONSENTE-INFORMADO NOT = PES-CONSENTE
               MOVE WS-CONSENTE-INFORMADO TO PES-CONSENTE
               MOVE WS-DATA-HOJE          TO PES-DATA-CONSENTIMENTO
            END-IF.

      ******************************************************************
      * P400-ALTERA-PESSOA
      * Troca nome, papel, telefone e e-mail; o consentimento tem
      * opcao propria no menu.
      ******************************************************************
       P400-ALTERA-PESSOA.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-PESSOA
               IF WS-PES-OK
                  PERFORM P610-MOSTRA-PESSOA

                  DISPLAY 'ALTERA O NOME (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P330-VALIDA-NOME
                     MOVE WS-NOME-INFORMADO TO PES-NOME
                  END-IF

                  DISPLAY 'NOVO PAPEL (C/F/S/O, BRANCO MANTEM): '
                  MOVE SPACE TO WS-PAPEL-INFORMADO
                  ACCEPT WS-PAPEL-INFORMADO
                  IF WS-PAPEL-VALIDO
                     MOVE WS-PAPEL-INFORMADO TO PES-PAPEL
                  END-IF

                  DISPLAY 'ALTERA TELEFONE E E-MAIL (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P320-VALIDA-FONE
                     PERFORM P340-VALIDA-EMAIL
                  END-IF

                  MOVE WS-OPERADOR-VALIDADO TO PES-OPERADOR
                  REWRITE REG-PESSOA
                  IF WS-PES-OK
                     ADD 1 TO WS-QTD-ALTERADOS
                     DISPLAY 'PESSOA ALTERADA.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO ALTERAR - STATUS '
                             WS-PES-STATUS
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P500-MUDA-SITUACAO
      * Pessoa nao e apagada: desativada (saiu da empresa), deixa de
      * receber documento e de aparecer no CONTACT-LOG, e os contatos
      * ja registrados com ela continuam apontando para o nome.
      ******************************************************************
       P500-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-PESSOA
               IF WS-PES-OK
                  PERFORM P610-MOSTRA-PESSOA
                  IF PES-ATIVA
                     DISPLAY 'DESATIVA A PESSOA (S/N): '
                  ELSE
                     DISPLAY 'REATIVA A PESSOA (S/N): '
                  END-IF
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     IF PES-ATIVA
                        SET PES-INATIVA TO TRUE
                     ELSE
                        SET PES-ATIVA TO TRUE
                     END-IF
                     MOVE WS-OPERADOR-VALIDADO TO PES-OPERADOR
                     REWRITE REG-PESSOA
                     IF WS-PES-OK
                        ADD 1 TO WS-QTD-ALTERADOS
                        DISPLAY 'SITUACAO DA PESSOA ATUALIZADA.'
                     ELSE
                        ADD 1 TO WS-QTD-ERROS-GRAVACAO
                        DISPLAY 'ERRO AO ALTERAR - STATUS '
                                WS-PES-STATUS
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P550-MUDA-CONSENTIMENTO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-PESSOA
               IF WS-PES-OK
                  PERFORM P610-MOSTRA-PESSOA
                  PERFORM P350-INFORMA-CONSENTIMENTO
                  MOVE WS-OPERADOR-VALIDADO TO PES-OPERADOR
                  REWRITE REG-PESSOA
                  IF WS-PES-OK
                     ADD 1 TO WS-QTD-ALTERADOS
                     DISPLAY 'CONSENTIMENTO ATUALIZADO.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO ALTERAR - STATUS '
                             WS-PES-STATUS
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P600-LISTA-PESSOAS
      * Todas as pessoas do cliente, inclusive as desativadas, e no
      * fim quem recebe cada grupo de documentos (P8892).
      ******************************************************************
       P600-LISTA-PESSOAS.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS      TO WS-QTD-LISTADOS
               MOVE 'N'        TO WS-FIM-PESSOAS
               MOVE CSV-CODIGO TO WS-PES-CODIGO-VARRE
               MOVE ZEROS      TO WS-PES-SEQ-VARRE
               PERFORM P8894-PROXIMA-PESSOA
               PERFORM UNTIL WS-FIM-PESSOAS-SIM
                   PERFORM P610-MOSTRA-PESSOA
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P8894-PROXIMA-PESSOA
               END-PERFORM
               DISPLAY 'PESSOAS LISTADAS: ' WS-QTD-LISTADOS

               MOVE 'COBRANCA' TO WS-PES-TIPO-DOC
               PERFORM P8892-PESSOA-DO-DOCUMENTO
               DISPLAY 'COBRANCA/RECIBO/EXTRATO..: '
                       WS-PES-SEQ-ACHADA ' ' WS-PES-NOME
               MOVE 'ORCAMENT' TO WS-PES-TIPO-DOC
               PERFORM P8892-PESSOA-DO-DOCUMENTO
               DISPLAY 'COTACAO..................: '
                       WS-PES-SEQ-ACHADA ' ' WS-PES-NOME
               MOVE 'RENOVACA' TO WS-PES-TIPO-DOC
               PERFORM P8892-PESSOA-DO-DOCUMENTO
               DISPLAY 'RENOVACAO DE CONTRATO....: '
                       WS-PES-SEQ-ACHADA ' ' WS-PES-NOME
               DISPLAY '(00 = CONTATO DO CADASTRO)'
            END-IF.

       P610-MOSTRA-PESSOA.
            MOVE PES-PAPEL TO WS-PES-PAPEL
            PERFORM P8896-DESCREVE-PAPEL
            DISPLAY 'PESSOA ' PES-SEQUENCIA ' - ' PES-NOME ' - '
                    WS-PES-PAPEL-DESC ' - ' PES-SITUACAO
            DISPLAY '   FONE ' PES-FONE ' - ' PES-EMAIL
            DISPLAY '   CONSENTE: ' PES-CONSENTE ' EM '
                    PES-DATA-CONSENTIMENTO ' - ' PES-DATA-CRIACAO
                    ' ' PES-OPERADOR.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE CADASTRO-PESSOAS
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
               DISPLAY 'PESSOAS INCLUIDAS: ' WS-QTD-INCLUIDOS
               DISPLAY 'PESSOAS ALTERADAS: ' WS-QTD-ALTERADOS
               DISPLAY 'ERROS DE GRAVACAO: ' WS-QTD-ERROS-GRAVACAO
               IF WS-QTD-ERROS-GRAVACAO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY PESPA.
           COPY ERRLOGPA.

           COPY ENVCFGPA.
       END PROGRAM CONTACT-MAINT.
