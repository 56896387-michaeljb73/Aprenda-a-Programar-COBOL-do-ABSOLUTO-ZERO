      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao da documentacao cadastral do cliente
      *            (copybooks KYC*): registra o documento recebido
      *            (data de recebimento, validade e o operador que
      *            conferiu o original, DOCKYC.dat), baixa o documento
      *            recusado ou revogado, confere a documentacao de um
      *            cliente contra o que o tipo dele exige e mantem a
      *            tabela de documentos exigidos por tipo de cliente
      *            (DOCEXIG.dat) - esta so pelo supervisor. Contrato
      *            social, cartao do CNPJ e comprovante de endereco
      *            ficavam numa pasta que ninguem conferia; o
      *            ORDER-ENTRY e o QUOTE-MAINT passam a avisar ou
      *            bloquear pelo P8994 (KYCPA) e o KYC-EXPIRY lista o
      *            que vence nos proximos dias.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY KYCSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DOCUMENTOS-CLIENTE.
           COPY KYCF.

       FD  EXIGENCIAS-DOCUMENTO.
           COPY KYCXF.

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
       77  WS-DATAS-VALIDAS        PIC X(01)   VALUE 'N'.
           88  WS-DATAS-VALIDAS-SIM            VALUE 'S'.
       77  WS-DXG-MUDARAM          PIC X(01)   VALUE 'N'.
           88  WS-DXG-MUDARAM-SIM              VALUE 'S'.
       77  WS-DOCUMENTO-EXISTE     PIC X(01)   VALUE 'N'.
           88  WS-DOCUMENTO-EXISTE-SIM         VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - CONSULTA NAO
      * MANTEM DOCUMENTO; A TABELA DE EXIGENCIAS E DO SUPERVISOR
           COPY OPERTBWS.

      * DOCUMENTACAO CADASTRAL (COPYBOOKS KYC*)
           COPY KYCWS.

      * DIGITACAO
       77  WS-CLIENTE-INFORMADO    PIC 9(06)   VALUE ZEROS.
       01  WS-DOCUMENTO-INFORMADO  PIC X(04)   VALUE SPACES.
       01  WS-TIPO-INFORMADO       PIC X(01)   VALUE SPACE.
           88  WS-TIPO-VALIDO                  VALUE 'F' 'J'.
       01  WS-DESCRICAO-INFORMADA  PIC X(30)   VALUE SPACES.
       01  WS-OBRIGATORIO-INFORMADO PIC X(01)  VALUE SPACE.
           88  WS-OBRIGATORIO-VALIDO           VALUE 'S' 'N'.
       77  WS-RECEBIMENTO-INFORMADO PIC 9(08)  VALUE ZEROS.
       77  WS-VALIDADE-INFORMADA   PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-DIGITADA        PIC X(10)   VALUE SPACES.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-IDX-MOVE             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.

      * EXIBICAO
       77  WS-RECEBIMENTO-BR       PIC X(10)   VALUE SPACES.
       77  WS-VALIDADE-BR          PIC X(10)   VALUE SPACES.
       77  WS-SITUACAO-DESC        PIC X(13)   VALUE SPACES.
       77  WS-OBRIGATORIO-DESC     PIC X(11)   VALUE SPACES.

      * CONVERSAO DE DATA ISO <-> BR (DATAS DIGITADAS EM BR)
           COPY DTCONVW.

      * TOTAIS DA SESSAO
       77  WS-QTD-REGISTRADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-BAIXADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF WS-OPERADOR-CONSULTA
               DISPLAY 'MANUTENCAO DE DOCUMENTOS CADASTRAIS EXIGE '
                       'NIVEL DE OPERACAO - ACESSO NEGADO.'
            ELSE
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Tabela de exigencias estourada nao abre a sessao: regravada
      * no encerramento, perderia as linhas que nao couberam.
      ******************************************************************
       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P8992-CARREGA-EXIGENCIAS
            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8991-ABRE-DOCUMENTOS-ATUALIZA

            IF NOT WS-CUST-OK OR NOT WS-KYC-ABERTO-SIM
               OR WS-DXG-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' DOCUMENTOS: ' WS-KYC-STATUS
            ELSE
               IF WS-QTD-DXG-TAB = ZEROS
                  DISPLAY 'TABELA DE DOCUMENTOS EXIGIDOS AINDA NAO '
                          'EXISTE - NENHUM DOCUMENTO E COBRADO.'
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== DOCUMENTACAO CADASTRAL ====='
            DISPLAY '1 - REGISTRAR DOCUMENTO RECEBIDO'
            DISPLAY '2 - BAIXAR DOCUMENTO'
            DISPLAY '3 - CONFERIR DOCUMENTACAO DO CLIENTE'
            DISPLAY '4 - INCLUIR OU ALTERAR DOCUMENTO EXIGIDO'
            DISPLAY '5 - EXCLUIR DOCUMENTO EXIGIDO'
            DISPLAY '6 - LISTAR DOCUMENTOS EXIGIDOS'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-REGISTRA-DOCUMENTO
                WHEN 2 PERFORM P400-BAIXA-DOCUMENTO
                WHEN 3 PERFORM P500-CONFERE-CLIENTE
                WHEN 4 PERFORM P600-GRAVA-EXIGENCIA
                WHEN 5 PERFORM P650-EXCLUI-EXIGENCIA
                WHEN 6 PERFORM P700-LISTA-EXIGENCIAS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CLIENTE
      * Cadastrado, nao excluido, da filial do operador (mesma regra
      * do ADDR-MAINT) e com o tipo de pessoa preenchido - e o tipo
      * que diz quais documentos sao exigidos.
      ******************************************************************
       P250-INFORMA-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-VALIDO
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO WS-CLIENTE-INFORMADO
            ACCEPT WS-CLIENTE-INFORMADO
            MOVE WS-CLIENTE-INFORMADO TO CSV-CODIGO
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
                WHEN NOT CSV-PESSOA-FISICA AND NOT CSV-PESSOA-JURIDICA
                     DISPLAY 'CLIENTE SEM TIPO DE PESSOA (F/J) - '
                             'COMPLETE O CADASTRO NO PROGCSV ANTES.'
                WHEN OTHER
                     SET WS-CLIENTE-VALIDO-SIM TO TRUE
                     MOVE CSV-CODIGO       TO WS-KYC-CLIENTE-CONF
                     MOVE CSV-TIPO-PESSOA  TO WS-KYC-TIPO-CONF
                     MOVE WS-DATA-HOJE     TO WS-KYC-DATA-CONF
                     DISPLAY 'CLIENTE: ' CSV-NOME
                             ' - PESSOA ' CSV-TIPO-PESSOA
            END-EVALUATE.

      ******************************************************************
      * P260-INFORMA-DOCUMENTO
      * So se registra documento que a tabela exige do tipo do
      * cliente - codigo digitado errado virava documento que
      * ninguem cobra.
      ******************************************************************
       P260-INFORMA-DOCUMENTO.
            DISPLAY 'CODIGO DO DOCUMENTO: '
            MOVE SPACES TO WS-DOCUMENTO-INFORMADO
            ACCEPT WS-DOCUMENTO-INFORMADO
            MOVE WS-KYC-TIPO-CONF       TO WS-DXG-TIPO-PROCURADO
            MOVE WS-DOCUMENTO-INFORMADO TO WS-DXG-DOC-PROCURADO
            PERFORM P8997-LOCALIZA-EXIGENCIA
            IF WS-IDX-DXG-ACHADO = ZEROS
               DISPLAY 'DOCUMENTO ' WS-DOCUMENTO-INFORMADO
                       ' NAO EXIGIDO DE PESSOA ' WS-KYC-TIPO-CONF
                       ' - VEJA A OPCAO 6.'
            ELSE
               DISPLAY 'DOCUMENTO: '
                       WS-DXT-DESCRICAO(WS-IDX-DXG-ACHADO)
            END-IF.

       P265-LE-DOCUMENTO.
            MOVE WS-KYC-CLIENTE-CONF    TO KYC-CLIENTE
            MOVE WS-DOCUMENTO-INFORMADO TO KYC-DOCUMENTO
            READ DOCUMENTOS-CLIENTE KEY IS KYC-CHAVE.

      ******************************************************************
      * P300-REGISTRA-DOCUMENTO
      * Documento novo e gravado; documento ja registrado (inclusive
      * baixado) e substituido pelo novo original conferido, com a
      * confirmacao do operador. Quem conferiu e o operador da
      * sessao, na data de hoje.
      ******************************************************************
       P300-REGISTRA-DOCUMENTO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-DOCUMENTO
               IF WS-IDX-DXG-ACHADO > ZEROS
                  PERFORM P265-LE-DOCUMENTO
                  MOVE 'S' TO WS-CONFIRMA
                  MOVE 'N' TO WS-DOCUMENTO-EXISTE
                  IF WS-KYC-OK
                     SET WS-DOCUMENTO-EXISTE-SIM TO TRUE
                     PERFORM P510-MOSTRA-DOCUMENTO
                     DISPLAY 'SUBSTITUI PELO DOCUMENTO NOVO (S/N): '
                     ACCEPT WS-CONFIRMA
                  END-IF
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P330-INFORMA-DATAS
                     IF WS-DATAS-VALIDAS-SIM
                        PERFORM P350-GRAVA-DOCUMENTO
                     END-IF
                  ELSE
                     DISPLAY 'REGISTRO MANTIDO.'
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P330-INFORMA-DATAS
      * Recebimento em DD/MM/AAAA, nao posterior a hoje. Validade em
      * DD/MM/AAAA ou em branco para documento sem prazo (contrato
      * social, por exemplo); nao pode ser anterior ao recebimento.
      ******************************************************************
       P330-INFORMA-DATAS.
            MOVE 'N' TO WS-DATAS-VALIDAS
            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'DATA DE RECEBIMENTO (DD/MM/AAAA): '
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                MOVE WS-DATA-DIGITADA TO WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                IF NOT WS-DATA-CONV-OK
                   DISPLAY 'DATA INVALIDA.'
                ELSE
                   IF WS-DATA-ISO > WS-DATA-HOJE
                      DISPLAY 'RECEBIMENTO NAO PODE SER FUTURO.'
                      MOVE 'N' TO WS-DATA-CONV-SW
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO WS-RECEBIMENTO-INFORMADO

            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'VALIDADE (DD/MM/AAAA, EM BRANCO = SEM '
                        'VALIDADE): '
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                IF WS-DATA-DIGITADA = SPACES
                   MOVE ZEROS TO WS-DATA-ISO
                   SET WS-DATA-CONV-OK TO TRUE
                ELSE
                   MOVE WS-DATA-DIGITADA TO WS-DATA-BR
                   PERFORM P8300-CONVERTE-BR-PARA-ISO
                   IF NOT WS-DATA-CONV-OK
                      DISPLAY 'DATA INVALIDA.'
                   ELSE
                      IF WS-DATA-ISO < WS-RECEBIMENTO-INFORMADO
                         DISPLAY 'VALIDADE ANTERIOR AO RECEBIMENTO.'
                         MOVE 'N' TO WS-DATA-CONV-SW
                      END-IF
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO WS-VALIDADE-INFORMADA

            IF WS-VALIDADE-INFORMADA NOT = ZEROS
               AND WS-VALIDADE-INFORMADA < WS-DATA-HOJE
               DISPLAY 'DOCUMENTO JA VENCIDO - NAO REGISTRADO. PECA '
                       'AO CLIENTE A VIA ATUALIZADA.'
            ELSE
               SET WS-DATAS-VALIDAS-SIM TO TRUE
            END-IF.

       P350-GRAVA-DOCUMENTO.
            INITIALIZE REG-DOCUMENTO-CLIENTE
            MOVE WS-KYC-CLIENTE-CONF      TO KYC-CLIENTE
            MOVE WS-DOCUMENTO-INFORMADO   TO KYC-DOCUMENTO
            MOVE WS-RECEBIMENTO-INFORMADO TO KYC-DATA-RECEBIMENTO
            MOVE WS-VALIDADE-INFORMADA    TO KYC-DATA-VALIDADE
            MOVE WS-OPERADOR-VALIDADO     TO KYC-CONFERIDO-POR
            MOVE WS-DATA-HOJE             TO KYC-DATA-CONFERENCIA
            SET KYC-ATIVO                 TO TRUE

            IF WS-DOCUMENTO-EXISTE-SIM
               REWRITE REG-DOCUMENTO-CLIENTE
            ELSE
               WRITE REG-DOCUMENTO-CLIENTE
            END-IF
            IF WS-KYC-OK
               ADD 1 TO WS-QTD-REGISTRADOS
               DISPLAY 'DOCUMENTO REGISTRADO.'
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO GRAVAR - STATUS ' WS-KYC-STATUS
            END-IF.

      ******************************************************************
      * P400-BAIXA-DOCUMENTO
      * Documento recusado, revogado ou substituido nao e apagado:
      * baixado, conta como documento que falta, com o operador e a
      * data da baixa no lugar da conferencia.
      ******************************************************************
       P400-BAIXA-DOCUMENTO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-DOCUMENTO
               IF WS-IDX-DXG-ACHADO > ZEROS
                  PERFORM P265-LE-DOCUMENTO
                  EVALUATE TRUE
                      WHEN NOT WS-KYC-OK
                           DISPLAY 'DOCUMENTO NAO REGISTRADO PARA O '
                                   'CLIENTE.'
                      WHEN KYC-BAIXADO
                           DISPLAY 'DOCUMENTO JA BAIXADO.'
                      WHEN OTHER
                           PERFORM P510-MOSTRA-DOCUMENTO
                           DISPLAY 'CONFIRMA A BAIXA (S/N): '
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                              PERFORM P410-GRAVA-BAIXA
                           ELSE
                              DISPLAY 'BAIXA CANCELADA.'
                           END-IF
                  END-EVALUATE
               END-IF
            END-IF.

       P410-GRAVA-BAIXA.
            SET KYC-BAIXADO TO TRUE
            MOVE WS-OPERADOR-VALIDADO TO KYC-CONFERIDO-POR
            MOVE WS-DATA-HOJE         TO KYC-DATA-CONFERENCIA
            REWRITE REG-DOCUMENTO-CLIENTE
            IF WS-KYC-OK
               ADD 1 TO WS-QTD-BAIXADOS
               DISPLAY 'DOCUMENTO BAIXADO.'
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO BAIXAR - STATUS ' WS-KYC-STATUS
            END-IF.

      ******************************************************************
      * P500-CONFERE-CLIENTE
      * Um documento exigido por linha, com o que esta registrado, e
      * no fim a mesma conferencia que o pedido e a cotacao fazem.
      ******************************************************************
       P500-CONFERE-CLIENTE.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-MOVE FROM 1 BY 1
                       UNTIL WS-IDX-MOVE > WS-QTD-DXG-TAB
                   IF WS-DXT-TIPO-PESSOA(WS-IDX-MOVE) = WS-KYC-TIPO-CONF
                      ADD 1 TO WS-QTD-LISTADOS
                      PERFORM P520-MOSTRA-EXIGIDO
                   END-IF
               END-PERFORM
               IF WS-QTD-LISTADOS = ZEROS
                  DISPLAY 'NENHUM DOCUMENTO EXIGIDO DE PESSOA '
                          WS-KYC-TIPO-CONF '.'
               ELSE
                  PERFORM P8994-CONFERE-DOCUMENTOS
                  EVALUATE TRUE
                      WHEN WS-KYC-BLOQUEIO-SIM
                           DISPLAY 'PEDIDO E COTACAO BLOQUEADOS ATE A '
                                   'ENTREGA DOS OBRIGATORIOS.'
                      WHEN WS-KYC-QTD-PENDENTES > ZEROS
                           DISPLAY 'PEDIDO E COTACAO LIBERADOS, COM '
                                   'AVISO.'
                      WHEN OTHER
                           DISPLAY 'DOCUMENTACAO EM DIA.'
                  END-EVALUATE
               END-IF
            END-IF.

       P510-MOSTRA-DOCUMENTO.
            MOVE KYC-DATA-RECEBIMENTO TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-RECEBIMENTO-BR
            IF KYC-SEM-VALIDADE
               MOVE 'SEM VALIDADE' TO WS-VALIDADE-BR
            ELSE
               MOVE KYC-DATA-VALIDADE TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR TO WS-VALIDADE-BR
            END-IF
            IF KYC-BAIXADO
               MOVE 'BAIXADO' TO WS-SITUACAO-DESC
            ELSE
               MOVE 'ATIVO'   TO WS-SITUACAO-DESC
            END-IF
            DISPLAY '   RECEBIDO ' WS-RECEBIMENTO-BR
                    ' VALIDADE ' WS-VALIDADE-BR
                    ' ' WS-SITUACAO-DESC
            DISPLAY '   CONFERIDO POR ' KYC-CONFERIDO-POR
                    ' EM ' KYC-DATA-CONFERENCIA.

       P520-MOSTRA-EXIGIDO.
            MOVE WS-DXT-DOCUMENTO(WS-IDX-MOVE) TO WS-DXG-DOC-PROCURADO
            PERFORM P8995-SITUACAO-DOCUMENTO
            EVALUATE TRUE
                WHEN WS-KYC-DOC-EM-DIA
                     MOVE 'EM DIA'        TO WS-SITUACAO-DESC
                WHEN WS-KYC-DOC-VENCIDO
                     MOVE 'VENCIDO'       TO WS-SITUACAO-DESC
                WHEN OTHER
                     MOVE 'NAO ENTREGUE'  TO WS-SITUACAO-DESC
            END-EVALUATE
            IF WS-DXT-OBRIGATORIO(WS-IDX-MOVE) = 'S'
               MOVE 'OBRIGATORIO' TO WS-OBRIGATORIO-DESC
            ELSE
               MOVE 'AVISO'       TO WS-OBRIGATORIO-DESC
            END-IF
            DISPLAY WS-DXT-DOCUMENTO(WS-IDX-MOVE) ' '
                    WS-DXT-DESCRICAO(WS-IDX-MOVE) ' '
                    WS-OBRIGATORIO-DESC ' ' WS-SITUACAO-DESC
            IF WS-KYC-OK
               PERFORM P510-MOSTRA-DOCUMENTO
            END-IF.

      ******************************************************************
      * P600-GRAVA-EXIGENCIA
      * Tipo de pessoa + codigo do documento: a mesma chave altera a
      * descricao e a marca de obrigatorio; chave nova inclui. So o
      * supervisor mexe na tabela.
      ******************************************************************
       P600-GRAVA-EXIGENCIA.
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'TABELA DE DOCUMENTOS EXIGIDOS E OPERACAO DE '
                       'SUPERVISOR.'
            ELSE
               PERFORM P610-INFORMA-EXIGENCIA
               IF WS-DOCUMENTO-INFORMADO NOT = SPACES
                  PERFORM P620-ATUALIZA-EXIGENCIA
               END-IF
            END-IF.

       P610-INFORMA-EXIGENCIA.
            MOVE SPACE TO WS-TIPO-INFORMADO
            PERFORM UNTIL WS-TIPO-VALIDO
                DISPLAY 'TIPO DE CLIENTE (F = PESSOA FISICA, '
                        'J = PESSOA JURIDICA): '
                ACCEPT WS-TIPO-INFORMADO
            END-PERFORM
            DISPLAY 'CODIGO DO DOCUMENTO (4 POSICOES): '
            MOVE SPACES TO WS-DOCUMENTO-INFORMADO
            ACCEPT WS-DOCUMENTO-INFORMADO
            IF WS-DOCUMENTO-INFORMADO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
               MOVE ZEROS TO WS-IDX-DXG-ACHADO
            ELSE
               MOVE WS-TIPO-INFORMADO      TO WS-DXG-TIPO-PROCURADO
               MOVE WS-DOCUMENTO-INFORMADO TO WS-DXG-DOC-PROCURADO
               PERFORM P8997-LOCALIZA-EXIGENCIA
            END-IF.

       P620-ATUALIZA-EXIGENCIA.
            MOVE SPACES TO WS-DESCRICAO-INFORMADA
            IF WS-IDX-DXG-ACHADO > ZEROS
               DISPLAY 'ATUAL: ' WS-DXT-DESCRICAO(WS-IDX-DXG-ACHADO)
                       ' OBRIGATORIO '
                       WS-DXT-OBRIGATORIO(WS-IDX-DXG-ACHADO)
               DISPLAY 'DESCRICAO (EM BRANCO = MANTEM): '
            ELSE
               DISPLAY 'DESCRICAO DO DOCUMENTO: '
            END-IF
            ACCEPT WS-DESCRICAO-INFORMADA
            MOVE SPACE TO WS-OBRIGATORIO-INFORMADO
            PERFORM UNTIL WS-OBRIGATORIO-VALIDO
                DISPLAY 'OBRIGATORIO - BLOQUEIA PEDIDO E COTACAO '
                        '(S/N): '
                ACCEPT WS-OBRIGATORIO-INFORMADO
                IF WS-OBRIGATORIO-INFORMADO = 's'
                   MOVE 'S' TO WS-OBRIGATORIO-INFORMADO
                END-IF
                IF WS-OBRIGATORIO-INFORMADO = 'n'
                   MOVE 'N' TO WS-OBRIGATORIO-INFORMADO
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-IDX-DXG-ACHADO > ZEROS
                     IF WS-DESCRICAO-INFORMADA NOT = SPACES
                        MOVE WS-DESCRICAO-INFORMADA
                             TO WS-DXT-DESCRICAO(WS-IDX-DXG-ACHADO)
                     END-IF
                     MOVE WS-OBRIGATORIO-INFORMADO
                          TO WS-DXT-OBRIGATORIO(WS-IDX-DXG-ACHADO)
                     SET WS-DXG-MUDARAM-SIM TO TRUE
                     DISPLAY 'DOCUMENTO EXIGIDO ALTERADO.'
                WHEN WS-DESCRICAO-INFORMADA = SPACES
                     DISPLAY 'DESCRICAO OBRIGATORIA NA INCLUSAO.'
                WHEN WS-QTD-DXG-TAB NOT < WS-MAX-EXIGENCIAS
                     DISPLAY 'TABELA DE DOCUMENTOS EXIGIDOS CHEIA.'
                WHEN OTHER
                     ADD 1 TO WS-QTD-DXG-TAB
                     MOVE WS-TIPO-INFORMADO
                          TO WS-DXT-TIPO-PESSOA(WS-QTD-DXG-TAB)
                     MOVE WS-DOCUMENTO-INFORMADO
                          TO WS-DXT-DOCUMENTO(WS-QTD-DXG-TAB)
                     MOVE WS-DESCRICAO-INFORMADA
                          TO WS-DXT-DESCRICAO(WS-QTD-DXG-TAB)
                     MOVE WS-OBRIGATORIO-INFORMADO
                          TO WS-DXT-OBRIGATORIO(WS-QTD-DXG-TAB)
                     SET WS-DXG-MUDARAM-SIM TO TRUE
                     DISPLAY 'DOCUMENTO EXIGIDO INCLUIDO.'
            END-EVALUATE.

      ******************************************************************
      * P650-EXCLUI-EXIGENCIA
      * Os documentos ja registrados com o codigo ficam no DOCKYC.dat
      * - so deixam de ser cobrados daquele tipo de cliente.
      ******************************************************************
       P650-EXCLUI-EXIGENCIA.
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'TABELA DE DOCUMENTOS EXIGIDOS E OPERACAO DE '
                       'SUPERVISOR.'
            ELSE
               PERFORM P610-INFORMA-EXIGENCIA
               IF WS-DOCUMENTO-INFORMADO NOT = SPACES
                  IF WS-IDX-DXG-ACHADO = ZEROS
                     DISPLAY 'DOCUMENTO NAO EXIGIDO DESSE TIPO.'
                  ELSE
                     DISPLAY 'CONFIRMA A EXCLUSAO DE '
                             WS-DXT-DESCRICAO(WS-IDX-DXG-ACHADO)
                             ' (S/N): '
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        PERFORM VARYING WS-IDX-MOVE
                                FROM WS-IDX-DXG-ACHADO BY 1
                                UNTIL WS-IDX-MOVE NOT < WS-QTD-DXG-TAB
                            MOVE WS-EXIGENCIA-ENTRADA(WS-IDX-MOVE + 1)
                                 TO WS-EXIGENCIA-ENTRADA(WS-IDX-MOVE)
                        END-PERFORM
                        SUBTRACT 1 FROM WS-QTD-DXG-TAB
                        SET WS-DXG-MUDARAM-SIM TO TRUE
                        DISPLAY 'DOCUMENTO EXIGIDO EXCLUIDO.'
                     ELSE
                        DISPLAY 'EXCLUSAO CANCELADA.'
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P700-LISTA-EXIGENCIAS.
            PERFORM VARYING WS-IDX-MOVE FROM 1 BY 1
                    UNTIL WS-IDX-MOVE > WS-QTD-DXG-TAB
                IF WS-DXT-OBRIGATORIO(WS-IDX-MOVE) = 'S'
                   MOVE 'OBRIGATORIO' TO WS-OBRIGATORIO-DESC
                ELSE
                   MOVE 'AVISO'       TO WS-OBRIGATORIO-DESC
                END-IF
                DISPLAY 'PESSOA ' WS-DXT-TIPO-PESSOA(WS-IDX-MOVE) ' '
                        WS-DXT-DOCUMENTO(WS-IDX-MOVE) ' '
                        WS-DXT-DESCRICAO(WS-IDX-MOVE) ' '
                        WS-OBRIGATORIO-DESC
            END-PERFORM
            DISPLAY 'DOCUMENTOS EXIGIDOS: ' WS-QTD-DXG-TAB.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE DOCUMENTOS-CLIENTE
               MOVE 0 TO RETURN-CODE
               IF WS-DXG-MUDARAM-SIM
                  PERFORM P8998-GRAVA-EXIGENCIAS
                  IF NOT WS-DXG-GRAVADAS-SIM
                     DISPLAY 'ERRO AO REGRAVAR A TABELA DE DOCUMENTOS '
                             'EXIGIDOS - STATUS ' WS-DXG-STATUS
                     MOVE 8 TO RETURN-CODE
                  END-IF
               END-IF
               DISPLAY 'DOCUMENTOS REGISTRADOS: ' WS-QTD-REGISTRADOS
               DISPLAY 'DOCUMENTOS BAIXADOS...: ' WS-QTD-BAIXADOS
               DISPLAY 'ERROS DE GRAVACAO.....: ' WS-QTD-ERROS-GRAVACAO
               IF WS-QTD-ERROS-GRAVACAO > ZEROS
                  AND RETURN-CODE = 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

           COPY OPERTBPA.
           COPY KYCPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM KYC-MAINT.
