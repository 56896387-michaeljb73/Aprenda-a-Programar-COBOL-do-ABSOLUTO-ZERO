      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Cancelamento por contrato (CONTRATOS.dat,
      *                  copybooks CTR*): pede o contrato do cliente (0
      *                  = principal). O principal segue cancelando o
      *                  cliente, com antes-da-imagem; os demais mudam
      *                  so o proprio registro. O evento leva a
      *                  sequencia do contrato (CEV-CONTRATO) e o valor
      *                  dele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCEL-CONTRACT.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY TRANSLSL.
           COPY CTRSL.

           SELECT TABELA-MOTIVOS ASSIGN TO
           'src\assets\CANCRF.dat'
       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  TABELA-MOTIVOS.
       01  REG-MOTIVO-CANCEL.
           05  CNR-CODIGO              PIC X(03).
      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

      * CADASTRO DE CONTRATOS (COPYBOOKS CTR*) - O CANCELAMENTO E DE
      * UM CONTRATO DO CLIENTE; O PRINCIPAL (01) VIVE NO CADASTRO
           COPY CTRWS.
       77  WS-CONTRATO-INFORMADO   PIC 9(02)   VALUE ZEROS.

       01  WS-MOTIVO-INFORMADO     PIC X(03)   VALUE SPACES.
       01  WS-DESCRICAO-MOTIVO     PIC X(20)   VALUE SPACES.
       01  WS-NOTA-INFORMADA       PIC X(30)   VALUE SPACES.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN I-O CUSTOMER-MASTER
            PERFORM P8871-ABRE-CONTRATOS-ATUALIZA
            OPEN EXTEND TRANS-LOG
            OPEN EXTEND EVENTOS-CANCEL
            IF WS-EVENTOS-NAO-CRIADO
                                WS-CUST-STATUS
                   WHEN CSV-REGISTRO-EXCLUIDO
                        DISPLAY 'CLIENTE EXCLUIDO.'
                   WHEN OTHER
                        PERFORM P250-OBTEM-CONTRATO
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P250-OBTEM-CONTRATO
      * Pede o contrato a cancelar (0 ou branco = principal). O
      * principal e montado do proprio cadastro; os demais vem do
      * CONTRATOS.dat, ja posicionados para a regravacao.
      ******************************************************************
       P250-OBTEM-CONTRATO.
            DISPLAY 'CONTRATO A CANCELAR (0 = PRINCIPAL): '
            MOVE ZEROS TO WS-CONTRATO-INFORMADO
            ACCEPT WS-CONTRATO-INFORMADO
            IF WS-CONTRATO-INFORMADO = ZEROS
               MOVE 01 TO WS-CONTRATO-INFORMADO
            END-IF

            IF WS-CONTRATO-INFORMADO = 01
               PERFORM P8874-PRINCIPAL-DO-CADASTRO
               MOVE '00' TO WS-CTR-STATUS
            ELSE
               IF WS-CTR-ABERTO-SIM
                  MOVE CSV-CODIGO            TO CTR-CODIGO
                  MOVE WS-CONTRATO-INFORMADO TO CTR-SEQUENCIA
                  READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
               ELSE
                  MOVE '23' TO WS-CTR-STATUS
               END-IF
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-CTR-OK
                     DISPLAY 'CONTRATO ' WS-CONTRATO-INFORMADO
                             ' NAO CADASTRADO PARA O CLIENTE.'
                WHEN CTR-PAGTO-CANCELADO
                     DISPLAY 'CONTRATO JA ESTA CANCELADO.'
                WHEN OTHER
                     PERFORM P300-OBTEM-MOTIVO
                     IF WS-MOTIVO-VALIDO-SIM
                        PERFORM P400-EXECUTA-CANCELAMENTO
                     END-IF
            END-EVALUATE.

      ******************************************************************
      * P300-OBTEM-MOTIVO
      * O motivo e obrigatorio e tem de existir na tabela CANCRF.dat
               END-IF
            END-IF.

      ******************************************************************
      * P400-EXECUTA-CANCELAMENTO
      * O principal cancela o cliente (CSV-STATUS-PAGTO, com antes-da-
      * imagem no TRANS-LOG, como sempre); os demais contratos so
      * mudam o proprio registro no CONTRATOS.dat. O valor perdido do
      * evento e o do contrato cancelado.
      ******************************************************************
       P400-EXECUTA-CANCELAMENTO.
            DISPLAY 'CONFIRMA O CANCELAMENTO DE ' CSV-NOME
                    ' CONTRATO ' CTR-SEQUENCIA
                    ' POR ' WS-DESCRICAO-MOTIVO ' (S/N): '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               IF CTR-PRINCIPAL
                  MOVE CSV-CODIGO TO WS-TRN-CHAVE
                  MOVE 'CANCELAR' TO WS-TRN-ACAO
                  PERFORM P8700-GRAVA-TRANS-LOG
               END-IF

               MOVE CSV-CODIGO          TO CEV-CODIGO
               MOVE WS-MOTIVO-INFORMADO TO CEV-MOTIVO
               MOVE WS-OPERADOR-VALIDADO TO CEV-OPERADOR
               MOVE WS-DATA-HOJE        TO CEV-DATA
               MOVE CSV-FILIAL          TO CEV-FILIAL
               MOVE CTR-VALOR-CONTRATO  TO CEV-VALOR-ANUAL
               MOVE CTR-SEQUENCIA       TO CEV-CONTRATO
               WRITE REG-EVENTO-CANCEL

               IF CTR-PRINCIPAL
                  SET CSV-PAGTO-CANCELADO TO TRUE
                  REWRITE CUSTOMER-RECORD
                  MOVE WS-CUST-STATUS TO WS-CTR-STATUS
               ELSE
                  SET CTR-PAGTO-CANCELADO TO TRUE
                  REWRITE REG-CONTRATO
               END-IF
               IF WS-CTR-OK
                  ADD 1 TO WS-QTD-CANCELADOS
                  DISPLAY 'CONTRATO CANCELADO E EVENTO REGISTRADO.'
               ELSE
                  DISPLAY 'ERRO AO REGRAVAR - STATUS '
                          WS-CTR-STATUS
               END-IF
            ELSE
               DISPLAY 'CANCELAMENTO ABANDONADO.'
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               CLOSE EVENTOS-CANCEL
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG

           COPY TRANSLPA.
           COPY OPERTBPA.
           COPY CTRPA.

           COPY ENVCFGPA.
       END PROGRAM CANCEL-CONTRACT.
