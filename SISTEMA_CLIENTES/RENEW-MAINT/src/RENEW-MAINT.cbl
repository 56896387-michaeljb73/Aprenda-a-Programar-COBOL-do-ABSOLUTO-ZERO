      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Resposta do cliente ao aviso de renovacao
      *            (RENOVAC.dat - copybooks RNV*, gravado pelo
      *            RENEW-NOTICE): o operador registra RENOVAR,
      *            RENEGOCIAR ou NAO RENOVAR para o contrato avisado,
      *            com nota livre; NAO RENOVAR exige o motivo da
      *            tabela CANCRF.dat, o mesmo do CANCEL-CONTRACT, e o
      *            RENEW-NOTICE executa o cancelamento formal no fim
      *            da vigencia com esse motivo e este operador. A
      *            resposta pode ser trocada ate a vespera do fim da
      *            vigencia; depois dele a saida e o CANCEL-CONTRACT.
      *            A consulta lista os avisos do cliente.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEW-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY RNVSL.

           SELECT TABELA-MOTIVOS ASSIGN TO
           'src\assets\CANCRF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  AVISOS-RENOVACAO.
           COPY RNVF.

       FD  TABELA-MOTIVOS.
       01  REG-MOTIVO-CANCEL.
           05  CNR-CODIGO              PIC X(03).
           05  CNR-DESCRICAO           PIC X(20).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-MOTIVOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-MOTIVOS-OK                   VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-CADASTRO-ABERTO      PIC X(01)   VALUE 'N'.
           88  WS-CADASTRO-ABERTO-SIM          VALUE 'S'.
       77  WS-CLIENTE-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-VALIDO-SIM           VALUE 'S'.
       77  WS-FIM-MOTIVOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-MOTIVOS-SIM              VALUE 'S'.
       77  WS-MOTIVO-VALIDO        PIC X(01)   VALUE 'N'.
           88  WS-MOTIVO-VALIDO-SIM            VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - NIVEL DE
      * CONSULTA SO CONSULTA
           COPY OPERTBWS.

      * AVISOS EM MEMORIA (COPYBOOKS RNV*) - REGRAVADOS A CADA
      * RESPOSTA, PARA O RENEW-NOTICE ENXERGAR A SITUACAO NA HORA
           COPY RNVWS.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (COPYBOOKS DTCONV*)
           COPY DTCONVW.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-CONTRATO-INFORMADO   PIC 9(02)   VALUE ZEROS.
       01  WS-RESPOSTA-INFORMADA   PIC X(01)   VALUE SPACE.
           88  WS-RESPOSTA-VALIDA              VALUE 'R' 'N' 'C'.
           88  WS-RESPOSTA-NAO-RENOVAR         VALUE 'C'.
       01  WS-MOTIVO-INFORMADO     PIC X(03)   VALUE SPACES.
       01  WS-DESCRICAO-MOTIVO     PIC X(20)   VALUE SPACES.
       01  WS-NOTA-INFORMADA       PIC X(30)   VALUE SPACES.

       77  WS-QTD-RESPOSTAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LISTADOS         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-VALOR-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-PROPOSTO-ED          PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-SITUACAO-ED          PIC X(13)   VALUE SPACES.
       01  WS-FIM-VIGENCIA-BR      PIC X(10)   VALUE SPACES.
       01  WS-LIMITE-BR            PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT CUSTOMER-MASTER
            IF WS-CUST-OK
               SET WS-CADASTRO-ABERTO-SIM TO TRUE
            END-IF
            PERFORM P8630-CARREGA-AVISOS-RNV

            IF NOT WS-CUST-OK OR WS-RNV-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== RESPOSTA AO AVISO DE RENOVACAO ====='
            DISPLAY '1 - REGISTRAR RESPOSTA DO CLIENTE'
            DISPLAY '2 - AVISOS DO CLIENTE'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE TRUE
                WHEN WS-OPCAO-MENU = 0
                     SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN WS-OPCAO-MENU = 2
                     PERFORM P600-AVISOS-CLIENTE
                WHEN WS-OPCAO-MENU = 1 AND WS-OPERADOR-CONSULTA
                     DISPLAY 'OPERACAO EXIGE NIVEL DE OPERACAO - '
                             'ACESSO NEGADO.'
                WHEN WS-OPCAO-MENU = 1
                     PERFORM P300-REGISTRA-RESPOSTA
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P210-INFORMA-CLIENTE
      * Le o codigo digitado e confere no cadastro.
      ******************************************************************
       P210-INFORMA-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-VALIDO
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO CSV-CODIGO
            ACCEPT CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO ENCONTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN OTHER
                     SET WS-CLIENTE-VALIDO-SIM TO TRUE
                     DISPLAY 'CLIENTE ' CSV-CODIGO ' - ' CSV-NOME
            END-EVALUATE.

      ******************************************************************
      * P300-REGISTRA-RESPOSTA
      * Aviso do contrato ainda aberto a resposta (AVISADO, SEM
      * RESPOSTA ou ja respondido) e com a vigencia correndo - vale o
      * aviso mais recente do contrato.
      ******************************************************************
       P300-REGISTRA-RESPOSTA.
            PERFORM P210-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               DISPLAY 'CONTRATO AVISADO (0 = PRINCIPAL): '
               MOVE ZEROS TO WS-CONTRATO-INFORMADO
               ACCEPT WS-CONTRATO-INFORMADO
               IF WS-CONTRATO-INFORMADO = ZEROS
                  MOVE 01 TO WS-CONTRATO-INFORMADO
               END-IF

               MOVE ZEROS TO WS-IDX-RNV-ACHADO
               PERFORM VARYING WS-IDX-RNV FROM 1 BY 1
                       UNTIL WS-IDX-RNV > WS-QTD-RNV-TAB
                   IF WS-RVT-CODIGO(WS-IDX-RNV) = CSV-CODIGO
                      AND WS-RVT-CONTRATO(WS-IDX-RNV)
                          = WS-CONTRATO-INFORMADO
                      AND WS-RVT-ACEITA-RESPOSTA(WS-IDX-RNV)
                      MOVE WS-IDX-RNV TO WS-IDX-RNV-ACHADO
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-IDX-RNV-ACHADO = ZEROS
                        DISPLAY 'NENHUM AVISO DE RENOVACAO EM ABERTO '
                                'PARA O CONTRATO.'
                   WHEN WS-RVT-FIM-VIGENCIA(WS-IDX-RNV-ACHADO)
                        NOT > WS-DATA-HOJE
                        DISPLAY 'VIGENCIA JA ENCERRADA - RESPOSTA NAO '
                                'PODE MAIS SER ALTERADA. CANCELAMENTO '
                                'PELO CANCEL-CONTRACT.'
                   WHEN OTHER
                        MOVE WS-IDX-RNV-ACHADO TO WS-IDX-RNV
                        PERFORM P610-MOSTRA-AVISO
                        PERFORM P310-INFORMA-RESPOSTA
               END-EVALUATE
            END-IF.

       P310-INFORMA-RESPOSTA.
            DISPLAY 'RESPOSTA (R = RENOVAR  N = RENEGOCIAR  '
                    'C = NAO RENOVAR, BRANCO ABANDONA): '
            MOVE SPACE TO WS-RESPOSTA-INFORMADA
            ACCEPT WS-RESPOSTA-INFORMADA
            MOVE SPACES TO WS-MOTIVO-INFORMADO
            MOVE SPACES TO WS-DESCRICAO-MOTIVO
            MOVE 'S' TO WS-MOTIVO-VALIDO

            EVALUATE TRUE
                WHEN WS-RESPOSTA-INFORMADA = SPACE
                     DISPLAY 'RESPOSTA ABANDONADA.'
                WHEN NOT WS-RESPOSTA-VALIDA
                     DISPLAY 'RESPOSTA INVALIDA - RESPOSTA '
                             'ABANDONADA.'
                WHEN OTHER
                     IF WS-RESPOSTA-NAO-RENOVAR
                        PERFORM P320-OBTEM-MOTIVO
                     END-IF
                     IF WS-MOTIVO-VALIDO-SIM
                        MOVE SPACES TO WS-NOTA-INFORMADA
                        DISPLAY 'NOTA LIVRE (ATE 30 POSICOES, '
                                'OPCIONAL): '
                        ACCEPT WS-NOTA-INFORMADA
                        PERFORM P400-GRAVA-RESPOSTA
                     END-IF
            END-EVALUATE.

      ******************************************************************
      * P320-OBTEM-MOTIVO
      * Mesma regra do CANCEL-CONTRACT: motivo obrigatorio e existente
      * na tabela CANCRF.dat - tabela ausente trava o NAO RENOVAR.
      * Em branco abandona a resposta.
      ******************************************************************
       P320-OBTEM-MOTIVO.
            MOVE 'N' TO WS-MOTIVO-VALIDO
            MOVE 'X' TO WS-MOTIVO-INFORMADO
            PERFORM UNTIL WS-MOTIVO-VALIDO-SIM
                    OR WS-MOTIVO-INFORMADO = SPACES
                DISPLAY 'MOTIVO DA NAO RENOVACAO (CODIGO DA TABELA '
                        'CANCRF.dat, BRANCO ABANDONA): '
                MOVE SPACES TO WS-MOTIVO-INFORMADO
                ACCEPT WS-MOTIVO-INFORMADO
                IF WS-MOTIVO-INFORMADO NOT = SPACES
                   PERFORM P330-VALIDA-MOTIVO
                   IF NOT WS-MOTIVO-VALIDO-SIM
                      DISPLAY 'MOTIVO NAO CADASTRADO NA TABELA.'
                   END-IF
                END-IF
            END-PERFORM
            IF NOT WS-MOTIVO-VALIDO-SIM
               DISPLAY 'RESPOSTA ABANDONADA.'
            END-IF.

       P330-VALIDA-MOTIVO.
            MOVE 'N' TO WS-FIM-MOTIVOS
            MOVE SPACES TO WS-DESCRICAO-MOTIVO
            OPEN INPUT TABELA-MOTIVOS
            IF WS-MOTIVOS-OK
               PERFORM P340-LE-MOTIVO UNTIL WS-FIM-MOTIVOS-SIM
               CLOSE TABELA-MOTIVOS
            ELSE
               DISPLAY 'TABELA DE MOTIVOS INDISPONIVEL (STATUS '
                       WS-MOTIVOS-STATUS ') - NAO RENOVAR EXIGE A '
                       'TABELA.'
            END-IF.

       P340-LE-MOTIVO.
            READ TABELA-MOTIVOS
                 AT END SET WS-FIM-MOTIVOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-MOTIVOS-SIM
               IF CNR-CODIGO = WS-MOTIVO-INFORMADO
                  SET WS-MOTIVO-VALIDO-SIM TO TRUE
                  MOVE CNR-DESCRICAO TO WS-DESCRICAO-MOTIVO
                  SET WS-FIM-MOTIVOS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P400-GRAVA-RESPOSTA
      * Confirma, grava a resposta no aviso e regrava o arquivo. O
      * chamado de retorno ja aberto pelo RENEW-NOTICE continua com o
      * responsavel, que o encerra no SAC-MAINT.
      ******************************************************************
       P400-GRAVA-RESPOSTA.
            EVALUATE TRUE
                WHEN WS-RESPOSTA-INFORMADA = 'R'
                     MOVE 'RENOVAR' TO WS-SITUACAO-ED
                WHEN WS-RESPOSTA-INFORMADA = 'N'
                     MOVE 'RENEGOCIAR' TO WS-SITUACAO-ED
                WHEN OTHER
                     MOVE 'NAO RENOVAR' TO WS-SITUACAO-ED
            END-EVALUATE
            DISPLAY 'CONFIRMA ' WS-SITUACAO-ED ' PARA O CONTRATO '
                    WS-RVT-CONTRATO(WS-IDX-RNV) ' ' WS-DESCRICAO-MOTIVO
                    ' (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               IF WS-RVT-CHAMADO(WS-IDX-RNV) > ZEROS
                  DISPLAY 'CHAMADO DE RETORNO '
                          WS-RVT-CHAMADO(WS-IDX-RNV)
                          ' CONTINUA ABERTO - ENCERRE NO SAC-MAINT.'
               END-IF
               MOVE WS-RESPOSTA-INFORMADA
                    TO WS-RVT-SITUACAO(WS-IDX-RNV)
               MOVE WS-DATA-HOJE TO WS-RVT-DATA-RESPOSTA(WS-IDX-RNV)
               MOVE WS-OPERADOR-VALIDADO
                    TO WS-RVT-OPERADOR(WS-IDX-RNV)
               MOVE WS-MOTIVO-INFORMADO TO WS-RVT-MOTIVO(WS-IDX-RNV)
               MOVE WS-NOTA-INFORMADA TO WS-RVT-NOTA(WS-IDX-RNV)
               PERFORM P8638-GRAVA-AVISOS-RNV
               IF WS-RNV-GRAVADOS-SIM
                  ADD 1 TO WS-QTD-RESPOSTAS
                  DISPLAY 'RESPOSTA REGISTRADA.'
                  IF WS-RESPOSTA-NAO-RENOVAR
                     MOVE WS-RVT-FIM-VIGENCIA(WS-IDX-RNV)
                          TO WS-DATA-ISO
                     PERFORM P8200-CONVERTE-ISO-PARA-BR
                     DISPLAY 'CONTRATO SERA CANCELADO NO FIM DA '
                             'VIGENCIA (' WS-DATA-BR ').'
                  END-IF
               ELSE
                  DISPLAY 'ERRO AO REGRAVAR OS AVISOS - STATUS '
                          WS-RNV-STATUS
               END-IF
            ELSE
               DISPLAY 'RESPOSTA DESISTIDA.'
            END-IF.

      ******************************************************************
      * P600-AVISOS-CLIENTE
      * Todos os avisos do cliente, na ordem do arquivo.
      ******************************************************************
       P600-AVISOS-CLIENTE.
            PERFORM P210-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM VARYING WS-IDX-RNV FROM 1 BY 1
                       UNTIL WS-IDX-RNV > WS-QTD-RNV-TAB
                   IF WS-RVT-CODIGO(WS-IDX-RNV) = CSV-CODIGO
                      ADD 1 TO WS-QTD-LISTADOS
                      PERFORM P610-MOSTRA-AVISO
                   END-IF
               END-PERFORM
               IF WS-QTD-LISTADOS = ZEROS
                  DISPLAY 'CLIENTE SEM AVISOS DE RENOVACAO.'
               END-IF
            END-IF.

       P610-MOSTRA-AVISO.
            EVALUATE TRUE
                WHEN WS-RVT-AVISADO(WS-IDX-RNV)
                     MOVE 'AVISADO' TO WS-SITUACAO-ED
                WHEN WS-RVT-RENOVAR(WS-IDX-RNV)
                     MOVE 'RENOVAR' TO WS-SITUACAO-ED
                WHEN WS-RVT-RENEGOCIAR(WS-IDX-RNV)
                     MOVE 'RENEGOCIAR' TO WS-SITUACAO-ED
                WHEN WS-RVT-NAO-RENOVAR(WS-IDX-RNV)
                     MOVE 'NAO RENOVAR' TO WS-SITUACAO-ED
                WHEN WS-RVT-SEM-RESPOSTA(WS-IDX-RNV)
                     MOVE 'SEM RESPOSTA' TO WS-SITUACAO-ED
                WHEN OTHER
                     MOVE 'CANCELADO' TO WS-SITUACAO-ED
            END-EVALUATE
            MOVE WS-RVT-FIM-VIGENCIA(WS-IDX-RNV) TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-FIM-VIGENCIA-BR
            MOVE WS-RVT-DATA-LIMITE(WS-IDX-RNV) TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-LIMITE-BR
            MOVE WS-RVT-VALOR-ATUAL(WS-IDX-RNV) TO WS-VALOR-ED
            MOVE WS-RVT-VALOR-PROPOSTO(WS-IDX-RNV) TO WS-PROPOSTO-ED

            DISPLAY 'CONTRATO ' WS-RVT-CONTRATO(WS-IDX-RNV)
                    ' VIGENCIA ATE ' WS-FIM-VIGENCIA-BR
                    ' RESPOSTA ATE ' WS-LIMITE-BR ' - '
                    WS-SITUACAO-ED
            DISPLAY '  VALOR ATUAL ' WS-VALOR-ED
                    '  NA RENOVACAO ' WS-PROPOSTO-ED
            IF WS-RVT-DATA-RESPOSTA(WS-IDX-RNV) > ZEROS
               MOVE WS-RVT-DATA-RESPOSTA(WS-IDX-RNV) TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               DISPLAY '  RESPONDIDO EM ' WS-DATA-BR ' POR '
                       WS-RVT-OPERADOR(WS-IDX-RNV) ' '
                       WS-RVT-MOTIVO(WS-IDX-RNV) ' '
                       WS-RVT-NOTA(WS-IDX-RNV)
            END-IF
            IF WS-RVT-CHAMADO(WS-IDX-RNV) > ZEROS
               DISPLAY '  CHAMADO DE RETORNO '
                       WS-RVT-CHAMADO(WS-IDX-RNV)
            END-IF.

       P900-FINAL.
            IF WS-CADASTRO-ABERTO-SIM
               CLOSE CUSTOMER-MASTER
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'RESPOSTAS REGISTRADAS: ' WS-QTD-RESPOSTAS
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY OPERTBPA.
           COPY RNVPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM RENEW-MAINT.
