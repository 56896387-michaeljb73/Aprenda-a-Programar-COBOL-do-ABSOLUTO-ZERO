      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Suspensao por contrato (HLD-CONTRATO, copybook
      *                  CTRF): a abertura pede o contrato - 00 suspende
      *                  todos, os demais precisam estar cadastrados - e
      *                  a liberacao localiza por cliente + contrato.
      *                  Registros antigos valem para todos os
      *                  contratos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY CTRSL.

           SELECT ARQUIVO-SUSPENSOES ASSIGN TO
           'src\assets\HOLDS.dat'
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  ARQUIVO-SUSPENSOES.
           COPY HOLDF.

       77  WS-SUSPENSOES-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-SUSPENSOES-OK                VALUE '00'.

      * CADASTRO DE CONTRATOS (COPYBOOKS CTR*) - SUSPENSAO PODE SER
      * DE UM CONTRATO SO OU DE TODOS (HLD-CONTRATO = 00)
           COPY CTRWS.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SUSPENSOES       PIC X(01)   VALUE 'N'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CODIGO-INFORMADO     PIC 9(06)   VALUE ZEROS.
       77  WS-CONTRATO-INFORMADO   PIC 9(02)   VALUE ZEROS.
       77  WS-CONTRATO-BUSCA       PIC 9(02)   VALUE ZEROS.
       01  WS-MOTIVO-INFORMADO     PIC X(30)   VALUE SPACES.
       01  WS-RETOMADA-BR          PIC X(10)   VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-SUSPENSOES-MUDARAM   PIC X(01)   VALUE 'N'.
           88  WS-SUSPENSOES-MUDARAM-SIM       VALUE 'S'.
       01  WS-TAB-SUSPENSOES.
           05  WS-SUSPENSAO-LINHA  PIC X(63)  OCCURS 200 TIMES.

       77  WS-QTD-LISTADAS         PIC 9(03)   VALUE ZEROS COMP.

               DISPLAY 'ERRO AO ABRIR CADASTRO - STATUS '
                       WS-CUST-STATUS
            ELSE
               PERFORM P8870-ABRE-CONTRATOS-LEITURA
               PERFORM P150-CARREGA-SUSPENSOES
            END-IF.

                 AT END SET WS-FIM-SUSPENSOES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-SUSPENSOES-SIM
      *        REGISTRO ANTERIOR AO CONTRATO VALE PARA TODOS
               IF HLD-CONTRATO NOT NUMERIC
                  SET HLD-TODOS-CONTRATOS TO TRUE
               END-IF
               IF WS-QTD-SUSPENSOES-TAB < WS-MAX-SUSPENSOES
                  ADD 1 TO WS-QTD-SUSPENSOES-TAB
                  MOVE REG-SUSPENSAO
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN OTHER
                     PERFORM P305-OBTEM-CONTRATO
                     IF WS-CTR-OK
                        MOVE WS-CONTRATO-INFORMADO
                             TO WS-CONTRATO-BUSCA
                        PERFORM P310-LOCALIZA-ATIVA
                        IF WS-IDX-ACHADA = ZEROS
                           AND WS-CONTRATO-INFORMADO > ZEROS
                           MOVE ZEROS TO WS-CONTRATO-BUSCA
                           PERFORM P310-LOCALIZA-ATIVA
                        END-IF
                        IF WS-IDX-ACHADA > ZEROS
                           DISPLAY 'CLIENTE/CONTRATO JA ESTA SUSPENSO.'
                        ELSE
                           PERFORM P320-COMPLETA-SUSPENSAO
                        END-IF
                     END-IF
            END-EVALUATE.

      ******************************************************************
      * P305-OBTEM-CONTRATO
      * Pede o contrato a suspender - 00 suspende todos os contratos
      * do cliente. O principal (01) sempre existe (e o do cadastro);
      * os demais precisam estar no CONTRATOS.dat. Devolve WS-CTR-OK
      * quando o contrato informado vale.
      ******************************************************************
       P305-OBTEM-CONTRATO.
            DISPLAY 'CONTRATO (00 = TODOS, 01 = PRINCIPAL): '
            MOVE ZEROS TO WS-CONTRATO-INFORMADO
            ACCEPT WS-CONTRATO-INFORMADO
            IF WS-CONTRATO-INFORMADO < 02
               MOVE '00' TO WS-CTR-STATUS
            ELSE
               IF WS-CTR-ABERTO-SIM
                  MOVE WS-CODIGO-INFORMADO   TO CTR-CODIGO
                  MOVE WS-CONTRATO-INFORMADO TO CTR-SEQUENCIA
                  READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
               ELSE
                  MOVE '23' TO WS-CTR-STATUS
               END-IF
               IF NOT WS-CTR-OK
                  DISPLAY 'CONTRATO ' WS-CONTRATO-INFORMADO
                          ' NAO CADASTRADO PARA O CLIENTE.'
               END-IF
            END-IF.

       P310-LOCALIZA-ATIVA.
            MOVE ZEROS TO WS-IDX-ACHADA
            PERFORM VARYING WS-IDX-SUSPENSAO FROM 1 BY 1
                MOVE WS-SUSPENSAO-LINHA(WS-IDX-SUSPENSAO)
                     TO REG-SUSPENSAO
                IF HLD-CODIGO = WS-CODIGO-INFORMADO AND HLD-ATIVA
                   AND HLD-CONTRATO = WS-CONTRATO-BUSCA
                   MOVE WS-IDX-SUSPENSAO TO WS-IDX-ACHADA
                END-IF
            END-PERFORM.
                  MOVE WS-DATA-ISO          TO HLD-DATA-RETOMADA
                  MOVE WS-OPERADOR-VALIDADO TO HLD-SUPERVISOR
                  SET HLD-ATIVA TO TRUE
                  MOVE WS-CONTRATO-INFORMADO TO HLD-CONTRATO
                  ADD 1 TO WS-QTD-SUSPENSOES-TAB
                  MOVE REG-SUSPENSAO
                       TO WS-SUSPENSAO-LINHA(WS-QTD-SUSPENSOES-TAB)
       P400-LIBERA-SUSPENSAO.
            DISPLAY 'CODIGO DO CLIENTE: '
            ACCEPT WS-CODIGO-INFORMADO
            DISPLAY 'CONTRATO DA SUSPENSAO (00 = TODOS): '
            MOVE ZEROS TO WS-CONTRATO-BUSCA
            ACCEPT WS-CONTRATO-BUSCA
            PERFORM P310-LOCALIZA-ATIVA
            IF WS-IDX-ACHADA = ZEROS
               DISPLAY 'CLIENTE/CONTRATO SEM SUSPENSAO ATIVA.'
            ELSE
               MOVE WS-SUSPENSAO-LINHA(WS-IDX-ACHADA)
                    TO REG-SUSPENSAO
                     TO REG-SUSPENSAO
                IF HLD-ATIVA
                   ADD 1 TO WS-QTD-LISTADAS
                   DISPLAY '  ' HLD-CODIGO ' CTR ' HLD-CONTRATO
                           ' ATE ' HLD-DATA-RETOMADA ' - ' HLD-MOTIVO
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADAS ' SUSPENSAO(OES) ATIVA(S) - '
                    'CTR 00 = TODOS OS CONTRATOS.'.

       P800-REGRAVA-SUSPENSOES.
            MOVE SPACES TO WS-SUSPENSOES-STATUS
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY DTCONVP.
           COPY OPERTBPA.
           COPY CTRPA.

           COPY ENVCFGPA.
       END PROGRAM HOLD-MAINT.
