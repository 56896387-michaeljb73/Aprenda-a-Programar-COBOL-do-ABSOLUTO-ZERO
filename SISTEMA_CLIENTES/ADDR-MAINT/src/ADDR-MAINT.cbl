      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de enderecos do cliente
      *            (ENDERECOS.dat, copybooks ENR*), chaveado por
      *            cliente + sequencia do endereco: inclui endereco
      *            de cobranca, de entrega ou de correspondencia
      *            (quantos o cliente precisar), altera, desativa ou
      *            reativa e lista os enderecos do cliente. Cidade, UF
      *            e CEP passam pela mesma critica do PROGCSV - sigla
      *            de UF, tabela de cidades da UF (CITYREF.txt),
      *            regiao postal do CEP e preenchimento de cidade/UF
      *            pela base de faixas (CEPRANGE.dat). O boleto vai
      *            para o escritorio do contador e a mercadoria para o
      *            deposito em outra cidade sem mexer no endereco do
      *            cadastro, que continua valendo para o tipo que o
      *            cliente nao tiver aqui.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDR-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ENRSL.
           COPY ERRLOGSL.
           COPY CITYRFSL.
           COPY CEPRGSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  CIDADE-REF.
           COPY CITYRF.

       FD  FAIXAS-CEP.
           COPY CEPRGF.

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
      * MANTEM ENDERECO
           COPY OPERTBWS.

      * CADASTRO DE ENDERECOS (COPYBOOKS ENR*)
           COPY ENRWS.
       77  WS-ENDERECO-INFORMADO   PIC 9(02)   VALUE ZEROS.
       77  WS-PROXIMA-SEQUENCIA    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TIPO-DESC            PIC X(15)   VALUE SPACES.

      * DIGITACAO DO ENDERECO
       01  WS-TIPO-INFORMADO       PIC X(01)   VALUE SPACE.
           88  WS-TIPO-VALIDO                  VALUE 'C' 'E' 'R'.
       01  WS-AC-INFORMADO         PIC X(20)   VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * TABELA DE UF VALIDAS - A MESMA DO PROGCSV
       01  WS-UF-CRITICA           PIC X(02)   VALUE SPACES.
           88  WS-UF-VALIDA                    VALUE
                   'AC' 'AL' 'AP' 'AM' 'BA' 'CE' 'DF' 'ES' 'GO'
                   'MA' 'MT' 'MS' 'MG' 'PA' 'PB' 'PR' 'PE' 'PI'
                   'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE' 'TO'.

      * CRITICA DE CARACTERES DO LOGRADOURO, VIA SUB-ROTINA FLDVALID
       77  WS-QTD-PONTO-VIRGULA     PIC 9(03)   VALUE ZEROS COMP.
       01  WS-CAMPO-VALIDACAO       PIC X(60)   VALUE SPACES.
       77  WS-TAM-CAMPO             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-LETRAS            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-DIGITOS           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-INVALIDOS         PIC 9(03)   VALUE ZEROS COMP.

      * TABELA DE REGIAO POSTAL UF -> PRIMEIRO DIGITO E CAMPOS DA
      * CRITICA DO CEP (COPYBOOKS CEPVAL*)
           COPY CEPVALWS.

      * CONSULTA A REFERENCIA DE CIDADES POR UF (COPYBOOKS CITYRF*)
           COPY CITYRFWS.

      * CONSULTA REVERSA DE CEP -> CIDADE/UF (COPYBOOKS CEPRG*)
           COPY CEPRGWS.

      * TOTAIS DA SESSAO
       77  WS-QTD-INCLUIDOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ALTERADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*) -
      * CEP INVALIDO E CIDADE LIBERADA FORA DA TABELA, COMO NO
      * PROGCSV
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'ADDRMNT'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF WS-OPERADOR-CONSULTA
               DISPLAY 'MANUTENCAO DE ENDERECOS EXIGE NIVEL DE '
                       'OPERACAO - ACESSO NEGADO.'
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
            PERFORM P8881-ABRE-ENDERECOS-ATUALIZA
            OPEN EXTEND ERROR-LOG

            IF NOT WS-CUST-OK OR NOT WS-ENR-ABERTO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' ENDERECOS: '
                       WS-ENR-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== ENDERECOS DO CLIENTE ====='
            DISPLAY '1 - INCLUIR ENDERECO'
            DISPLAY '2 - ALTERAR ENDERECO'
            DISPLAY '3 - DESATIVAR/REATIVAR ENDERECO'
            DISPLAY '4 - LISTAR ENDERECOS DO CLIENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-INCLUI-ENDERECO
                WHEN 2 PERFORM P400-ALTERA-ENDERECO
                WHEN 3 PERFORM P500-MUDA-SITUACAO
                WHEN 4 PERFORM P600-LISTA-ENDERECOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CLIENTE
      * O endereco pendura num cliente ja cadastrado e nao excluido,
      * da filial do operador - mesma regra do CONTRACT-MAINT.
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
                     DISPLAY 'ENDERECO DO CADASTRO: ' CSV-ENDERECO
                             ' - ' CSV-CIDADE '/' CSV-UF
                             ' CEP ' CSV-CEP
            END-EVALUATE.

      ******************************************************************
      * P260-INFORMA-ENDERECO
      * Le o endereco do cliente para alteracao ou troca de
      * situacao, ja posicionado para o REWRITE.
      ******************************************************************
       P260-INFORMA-ENDERECO.
            DISPLAY 'SEQUENCIA DO ENDERECO: '
            MOVE ZEROS TO WS-ENDERECO-INFORMADO
            ACCEPT WS-ENDERECO-INFORMADO

            MOVE CSV-CODIGO            TO ENR-CODIGO
            MOVE WS-ENDERECO-INFORMADO TO ENR-SEQUENCIA
            READ CADASTRO-ENDERECOS KEY IS ENR-CHAVE
            IF NOT WS-ENR-OK
               DISPLAY 'ENDERECO ' WS-ENDERECO-INFORMADO
                       ' NAO CADASTRADO PARA O CLIENTE.'
            END-IF.

      ******************************************************************
      * P300-INCLUI-ENDERECO
      * O endereco novo recebe a sequencia seguinte a maior do
      * cliente (a varredura do P8884 termina na ultima) e entra
      * ATIVO, com data de criacao e operador.
      ******************************************************************
       P300-INCLUI-ENDERECO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE 'N'        TO WS-FIM-ENDERECOS
               MOVE CSV-CODIGO TO WS-ENR-CODIGO-VARRE
               MOVE ZEROS      TO WS-ENR-SEQ-VARRE
               PERFORM P8884-PROXIMO-ENDERECO
                       UNTIL WS-FIM-ENDERECOS-SIM
               COMPUTE WS-PROXIMA-SEQUENCIA = WS-ENR-SEQ-VARRE + 1
               IF WS-PROXIMA-SEQUENCIA > 99
                  DISPLAY 'CLIENTE JA TEM 99 ENDERECOS - INCLUSAO '
                          'RECUSADA.'
               ELSE
                  INITIALIZE REG-ENDERECO
                  MOVE CSV-CODIGO           TO ENR-CODIGO
                  MOVE WS-PROXIMA-SEQUENCIA TO ENR-SEQUENCIA
                  DISPLAY 'ENDERECO ' ENR-SEQUENCIA ' DO CLIENTE '
                          CSV-CODIGO

                  MOVE SPACE TO WS-TIPO-INFORMADO
                  PERFORM UNTIL WS-TIPO-VALIDO
                      DISPLAY 'TIPO (C = COBRANCA, E = ENTREGA, '
                              'R = CORRESPONDENCIA): '
                      ACCEPT WS-TIPO-INFORMADO
                  END-PERFORM
                  MOVE WS-TIPO-INFORMADO TO ENR-TIPO

                  DISPLAY 'AOS CUIDADOS DE (BRANCO = NINGUEM): '
                  MOVE SPACES TO WS-AC-INFORMADO
                  ACCEPT WS-AC-INFORMADO
                  MOVE WS-AC-INFORMADO TO ENR-AOS-CUIDADOS

                  PERFORM P340-VALIDA-LOGRADOURO
                  PERFORM P350-VALIDA-CIDADE
                  PERFORM P310-VALIDA-UF
                  PERFORM P352-AVISA-CIDADE
                  PERFORM P355-VALIDA-CEP
                  PERFORM P357-PREENCHE-POR-CEP

                  SET ENR-ATIVO             TO TRUE
                  MOVE WS-DATA-HOJE         TO ENR-DATA-CRIACAO
                  MOVE WS-OPERADOR-VALIDADO TO ENR-OPERADOR

                  WRITE REG-ENDERECO
                  IF WS-ENR-OK
                     ADD 1 TO WS-QTD-INCLUIDOS
                     DISPLAY 'ENDERECO ' ENR-SEQUENCIA ' INCLUIDO.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO INCLUIR - STATUS '
                             WS-ENR-STATUS
                  END-IF
               END-IF
            END-IF.

       P310-VALIDA-UF.
            MOVE 'N' TO WS-UF-CRITICA
            PERFORM UNTIL WS-UF-VALIDA
                DISPLAY 'INFORME A UF (SIGLA VALIDA): '
                ACCEPT ENR-UF
                MOVE ENR-UF TO WS-UF-CRITICA
                IF NOT WS-UF-VALIDA
                   DISPLAY 'UF INVALIDA: ' ENR-UF
                END-IF
            END-PERFORM.

      ******************************************************************
      * P340-VALIDA-LOGRADOURO
      * Mesma critica do P340 do PROGCSV: sem caractere de controle
      * (FLDVALID), sem ponto-e-virgula e nao pode ficar em branco.
      ******************************************************************
       P340-VALIDA-LOGRADOURO.
            MOVE 1 TO WS-QTD-INVALIDOS
            PERFORM UNTIL WS-QTD-INVALIDOS = 0
                    AND WS-QTD-PONTO-VIRGULA = 0
                    AND ENR-LOGRADOURO NOT = SPACES
                DISPLAY 'INFORME O ENDERECO (LOGRADOURO E NUMERO): '
                ACCEPT ENR-LOGRADOURO

                MOVE SPACES TO WS-CAMPO-VALIDACAO
                MOVE ENR-LOGRADOURO TO WS-CAMPO-VALIDACAO
                MOVE LENGTH OF ENR-LOGRADOURO TO WS-TAM-CAMPO

                CALL 'FLDVALID' USING WS-CAMPO-VALIDACAO
                                      WS-TAM-CAMPO
                                      WS-QTD-LETRAS
                                      WS-QTD-DIGITOS
                                      WS-QTD-INVALIDOS

                MOVE ZEROS TO WS-QTD-PONTO-VIRGULA
                INSPECT ENR-LOGRADOURO TALLYING WS-QTD-PONTO-VIRGULA
                        FOR ALL ';'

                IF WS-QTD-INVALIDOS NOT = 0
                   DISPLAY 'ENDERECO INVALIDO - CONTEM CARACTERE '
                           'DE CONTROLE OU NAO IMPRIMIVEL.'
                END-IF
                IF WS-QTD-PONTO-VIRGULA NOT = 0
                   DISPLAY 'ENDERECO INVALIDO - NAO PODE CONTER '
                           'PONTO-E-VIRGULA.'
                END-IF
            END-PERFORM.

       P350-VALIDA-CIDADE.
            MOVE 1 TO WS-QTD-PONTO-VIRGULA
            PERFORM UNTIL WS-QTD-PONTO-VIRGULA = 0
                    AND ENR-CIDADE NOT = SPACES
                DISPLAY 'INFORME A CIDADE: '
                ACCEPT ENR-CIDADE

                MOVE ZEROS TO WS-QTD-PONTO-VIRGULA
                INSPECT ENR-CIDADE TALLYING WS-QTD-PONTO-VIRGULA
                        FOR ALL ';'

                IF WS-QTD-PONTO-VIRGULA NOT = 0
                   DISPLAY 'CIDADE INVALIDA - NAO PODE CONTER '
                           'PONTO-E-VIRGULA.'
                END-IF
            END-PERFORM.

      ******************************************************************
      * P352-AVISA-CIDADE
      * Mesma regra do P352 do PROGCSV: cidade fora da tabela da UF
      * (CITYREF.txt) so passa com confirmacao, que vai para o
      * ERROR-LOG; tabela indisponivel nao critica.
      ******************************************************************
       P352-AVISA-CIDADE.
            MOVE ENR-CIDADE TO WS-CIDADE-CONSULTA
            MOVE ENR-UF     TO WS-CIDADE-UF-CONSULTA
            PERFORM P8475-CONSULTA-CIDADE-UF

            PERFORM UNTIL WS-CIDADE-ACHADA-SIM
                    OR NOT WS-CIDREF-DISPONIVEL-SIM
                DISPLAY 'CIDADE ' ENR-CIDADE ' NAO CONSTA DA TABELA '
                        'DE ' ENR-UF ' - CONFIRMA MESMO ASSIM (S/N): '
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   MOVE ENR-CHAVE TO WS-ERL-CHAVE
                   MOVE 'CIDADE FORA DA TABELA - LIBERADA'
                        TO WS-ERL-MOTIVO
                   PERFORM P8200-GRAVA-ERRO-LOG
                   SET WS-CIDADE-ACHADA-SIM TO TRUE
                ELSE
                   PERFORM P350-VALIDA-CIDADE
                   MOVE ENR-CIDADE TO WS-CIDADE-CONSULTA
                   PERFORM P8475-CONSULTA-CIDADE-UF
                END-IF
            END-PERFORM.

      ******************************************************************
      * P355-VALIDA-CEP
      * CEP de 8 digitos na regiao postal da UF ja criticada
      * (copybooks CEPVAL*), como no P355 do PROGCSV.
      ******************************************************************
       P355-VALIDA-CEP.
            MOVE 'N' TO WS-CEP-VALIDO
            PERFORM UNTIL WS-CEP-VALIDO-SIM
                DISPLAY 'INFORME O CEP (8 DIGITOS, SEM TRACO): '
                ACCEPT WS-CEP-CONSULTA

                MOVE ENR-UF TO WS-CEP-UF-CONSULTA
                PERFORM P8490-VALIDA-CEP

                IF NOT WS-CEP-VALIDO-SIM
                   DISPLAY 'CEP INVALIDO - INFORME 8 DIGITOS COM O '
                           'PRIMEIRO DIGITO DA REGIAO POSTAL DE '
                           ENR-UF '.'
                   MOVE ENR-CHAVE TO WS-ERL-CHAVE
                   MOVE 'CEP INVALIDO' TO WS-ERL-MOTIVO
                   PERFORM P8200-GRAVA-ERRO-LOG
                END-IF
            END-PERFORM
            MOVE WS-CEP-CONSULTA TO ENR-CEP.

      ******************************************************************
      * P357-PREENCHE-POR-CEP
      * Com o CEP validado, a base de faixas (CEPRANGE.dat) preenche
      * cidade e UF por cima do que foi digitado - mesma regra do
      * P357 do PROGCSV.
      ******************************************************************
       P357-PREENCHE-POR-CEP.
            MOVE ENR-CEP TO WS-CEPRG-CONSULTA
            PERFORM P8495-CONSULTA-FAIXA-CEP
            IF WS-CEPRG-ACHADO-SIM
               IF WS-CEPRG-CIDADE NOT = ENR-CIDADE
                  OR WS-CEPRG-UF NOT = ENR-UF
                  MOVE WS-CEPRG-CIDADE TO ENR-CIDADE
                  MOVE WS-CEPRG-UF     TO ENR-UF
                  DISPLAY 'CIDADE/UF PREENCHIDOS PELA FAIXA DO '
                          'CEP: ' ENR-CIDADE '/' ENR-UF
               END-IF
            END-IF.

      ******************************************************************
      * P400-ALTERA-ENDERECO
      * Troca o tipo, o aos-cuidados e o endereco inteiro, que passa
      * de novo por toda a critica. Pedido ja lancado guarda a copia
      * da entrega (ENTREGAS.dat) e nao muda.
      ******************************************************************
       P400-ALTERA-ENDERECO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-ENDERECO
               IF WS-ENR-OK
                  PERFORM P610-MOSTRA-ENDERECO

                  DISPLAY 'NOVO TIPO (C/E/R, BRANCO MANTEM): '
                  MOVE SPACE TO WS-TIPO-INFORMADO
                  ACCEPT WS-TIPO-INFORMADO
                  IF WS-TIPO-VALIDO
                     MOVE WS-TIPO-INFORMADO TO ENR-TIPO
                  END-IF

                  DISPLAY 'AOS CUIDADOS DE (BRANCO MANTEM, * LIMPA): '
                  MOVE SPACES TO WS-AC-INFORMADO
                  ACCEPT WS-AC-INFORMADO
                  EVALUATE WS-AC-INFORMADO
                      WHEN SPACES
                           CONTINUE
                      WHEN '*'
                           MOVE SPACES TO ENR-AOS-CUIDADOS
                      WHEN OTHER
                           MOVE WS-AC-INFORMADO TO ENR-AOS-CUIDADOS
                  END-EVALUATE

                  DISPLAY 'ALTERA O ENDERECO (S/N): '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     MOVE SPACES TO ENR-LOGRADOURO
                     MOVE SPACES TO ENR-CIDADE
                     PERFORM P340-VALIDA-LOGRADOURO
                     PERFORM P350-VALIDA-CIDADE
                     PERFORM P310-VALIDA-UF
                     PERFORM P352-AVISA-CIDADE
                     PERFORM P355-VALIDA-CEP
                     PERFORM P357-PREENCHE-POR-CEP
                  END-IF

                  MOVE WS-OPERADOR-VALIDADO TO ENR-OPERADOR
                  REWRITE REG-ENDERECO
                  IF WS-ENR-OK
                     ADD 1 TO WS-QTD-ALTERADOS
                     DISPLAY 'ENDERECO ALTERADO.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO ALTERAR - STATUS '
                             WS-ENR-STATUS
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P500-MUDA-SITUACAO
      * Endereco nao e apagado: desativado, deixa de ser escolhido
      * pelos documentos e pelo ORDER-ENTRY e fica como historia.
      ******************************************************************
       P500-MUDA-SITUACAO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-ENDERECO
               IF WS-ENR-OK
                  PERFORM P610-MOSTRA-ENDERECO
                  IF ENR-ATIVO
                     DISPLAY 'DESATIVA O ENDERECO (S/N): '
                  ELSE
                     DISPLAY 'REATIVA O ENDERECO (S/N): '
                  END-IF
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     IF ENR-ATIVO
                        SET ENR-INATIVO TO TRUE
                     ELSE
                        SET ENR-ATIVO TO TRUE
                     END-IF
                     MOVE WS-OPERADOR-VALIDADO TO ENR-OPERADOR
                     REWRITE REG-ENDERECO
                     IF WS-ENR-OK
                        ADD 1 TO WS-QTD-ALTERADOS
                        DISPLAY 'SITUACAO DO ENDERECO ATUALIZADA.'
                     ELSE
                        ADD 1 TO WS-QTD-ERROS-GRAVACAO
                        DISPLAY 'ERRO AO ALTERAR - STATUS '
                                WS-ENR-STATUS
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P600-LISTA-ENDERECOS
      * Todos os enderecos do cliente, inclusive os desativados, e no
      * fim o endereco que cada documento vai usar.
      ******************************************************************
       P600-LISTA-ENDERECOS.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS      TO WS-QTD-LISTADOS
               MOVE 'N'        TO WS-FIM-ENDERECOS
               MOVE CSV-CODIGO TO WS-ENR-CODIGO-VARRE
               MOVE ZEROS      TO WS-ENR-SEQ-VARRE
               PERFORM P8884-PROXIMO-ENDERECO
               PERFORM UNTIL WS-FIM-ENDERECOS-SIM
                   PERFORM P610-MOSTRA-ENDERECO
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P8884-PROXIMO-ENDERECO
               END-PERFORM
               DISPLAY 'ENDERECOS LISTADOS: ' WS-QTD-LISTADOS

               MOVE 'C' TO WS-ENR-TIPO-PEDIDO
               PERFORM P8882-ENDERECO-DO-TIPO
               DISPLAY 'BOLETO SAI NO ENDERECO....: '
                       WS-ENR-SEQ-ACHADA ' (00 = CADASTRO)'
               MOVE 'R' TO WS-ENR-TIPO-PEDIDO
               PERFORM P8882-ENDERECO-DO-TIPO
               DISPLAY 'CARTAS SAEM NO ENDERECO...: '
                       WS-ENR-SEQ-ACHADA ' (00 = CADASTRO)'
            END-IF.

       P610-MOSTRA-ENDERECO.
            EVALUATE TRUE
                WHEN ENR-TIPO-COBRANCA
                     MOVE 'COBRANCA'        TO WS-TIPO-DESC
                WHEN ENR-TIPO-ENTREGA
                     MOVE 'ENTREGA'         TO WS-TIPO-DESC
                WHEN ENR-TIPO-CORRESP
                     MOVE 'CORRESPONDENCIA' TO WS-TIPO-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDO'      TO WS-TIPO-DESC
            END-EVALUATE
            DISPLAY 'ENDERECO ' ENR-SEQUENCIA ' - ' WS-TIPO-DESC
                    ' - ' ENR-SITUACAO ' - A/C ' ENR-AOS-CUIDADOS
            DISPLAY '   ' ENR-LOGRADOURO ' - ' ENR-CIDADE '/'
                    ENR-UF ' CEP ' ENR-CEP ' - ' ENR-DATA-CRIACAO
                    ' ' ENR-OPERADOR.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE CADASTRO-ENDERECOS
               IF WS-ERRLOG-OK
                  CLOSE ERROR-LOG
               END-IF
               DISPLAY 'ENDERECOS INCLUIDOS: ' WS-QTD-INCLUIDOS
               DISPLAY 'ENDERECOS ALTERADOS: ' WS-QTD-ALTERADOS
               DISPLAY 'ERROS DE GRAVACAO..: ' WS-QTD-ERROS-GRAVACAO
               IF WS-QTD-ERROS-GRAVACAO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY ENRPA.
           COPY ERRLOGPA.
           COPY CEPVALPA.
           COPY CITYRFPA.
           COPY CEPRGPA.

           COPY ENVCFGPA.
       END PROGRAM ADDR-MAINT.
