      *                  fila de correspondencia logo abaixo) - as
      *                  cartas de reajuste saiam silenciosamente
      *                  nao geradas num sistema recem-implantado.
      * 15/10/2026  MJB  Reajuste por contrato (ADJ-CONTRATO, copybooks
      *                  CTR*): o principal segue regravando o mestre
      *                  com antes-da-imagem; os contratos adicionais
      *                  sao regravados no CONTRATOS.dat. A carta cita o
      *                  contrato e a tabela da fila foi alargada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUST-APPLY.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY TRANSLSL.
           COPY CTRSL.

           SELECT FILA-REAJUSTE ASSIGN TO
           'src\assets\ADJREVW.dat'
       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  FILA-REAJUSTE.
           COPY ADJRVF.

       77  WS-IDX-REAJUSTE         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-FILA-MUDOU           PIC X(01)   VALUE 'N'.
           88  WS-FILA-MUDOU-SIM               VALUE 'S'.
       77  WS-REAJUSTE-APLICADO    PIC X(01)   VALUE 'N'.
           88  WS-REAJUSTE-APLICADO-SIM        VALUE 'S'.
       01  WS-TAB-REAJUSTES.
           05  WS-REAJUSTE-LINHA   PIC X(53)  OCCURS 500 TIMES.

       77  WS-QTD-CONFIRMADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-RECUSADOS        PIC 9(05)   VALUE ZEROS COMP.
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'ADJAPPLY'.

      * CADASTRO DE CONTRATOS (COPYBOOKS CTR*) - REAJUSTE DE CONTRATO
      * ADICIONAL VAI PARA O CONTRATOS.dat; O PRINCIPAL, PARA O MESTRE
           COPY CTRWS.

      * FILA DE CORRESPONDENCIA (CORRQUE.dat) - UM REGISTRO POR
      * DOCUMENTO GERADO, DESPACHADO PELO CORR-DISPATCH
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN I-O CUSTOMER-MASTER
            PERFORM P8871-ABRE-CONTRATOS-ATUALIZA
            OPEN EXTEND TRANS-LOG
            OPEN EXTEND CARTAS-REAJUSTE
            IF WS-CARTAS-NAO-CRIADO
                 AT END SET WS-FIM-REAJUSTES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-REAJUSTES-SIM
      *        PROPOSTA ANTERIOR AO CONTRATO E DO PRINCIPAL
               IF ADJ-CONTRATO NOT NUMERIC
                  MOVE 01 TO ADJ-CONTRATO
               END-IF
               IF WS-QTD-REAJUSTES-TAB < WS-MAX-REAJUSTES
                  ADD 1 TO WS-QTD-REAJUSTES-TAB
                  MOVE REG-REVISAO-REAJUSTE
            MOVE ADJ-VALOR-ATUAL    TO WS-ATUAL-ED
            MOVE ADJ-VALOR-PROPOSTO TO WS-PROPOSTO-ED
            DISPLAY ' '
            DISPLAY 'CLIENTE ' ADJ-CODIGO ' CONTRATO ' ADJ-CONTRATO
                    ' - COMPETENCIA ' ADJ-COMPETENCIA
            DISPLAY 'VALOR ATUAL....: ' WS-ATUAL-ED
            DISPLAY 'VALOR PROPOSTO.: ' WS-PROPOSTO-ED
            DISPLAY 'CONFIRMA (C), RECUSA (R), PULA (OUTRA): '
                WHEN 'C'
                WHEN 'c'
                     PERFORM P400-APLICA-REAJUSTE
                     IF WS-REAJUSTE-APLICADO-SIM
                        SET ADJ-CONFIRMADO TO TRUE
                        ADD 1 TO WS-QTD-CONFIRMADOS
                        PERFORM P350-CARIMBA-DECISAO
                 TO WS-REAJUSTE-LINHA(WS-IDX-REAJUSTE)
            SET WS-FILA-MUDOU-SIM TO TRUE.

      ******************************************************************
      * P400-APLICA-REAJUSTE
      * O contrato principal (01) mora no mestre: regrava com antes-
      * da-imagem no TRANS-LOG, como sempre. Os contratos adicionais
      * sao regravados no CONTRATOS.dat (P410). Em qualquer caso o
      * cliente e lido para a carta.
      ******************************************************************
       P400-APLICA-REAJUSTE.
            MOVE 'N' TO WS-REAJUSTE-APLICADO
            MOVE ADJ-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF NOT WS-CUST-OK
               DISPLAY 'CLIENTE ' ADJ-CODIGO ' NAO LIDO - STATUS '
                       WS-CUST-STATUS
            ELSE
               IF ADJ-CONTRATO > 01
                  PERFORM P410-APLICA-CONTRATO
               ELSE
                  MOVE CSV-CODIGO TO WS-TRN-CHAVE
                  MOVE 'ALTERAR' TO WS-TRN-ACAO
                  PERFORM P8700-GRAVA-TRANS-LOG

                  MOVE ADJ-VALOR-PROPOSTO TO CSV-VALOR-CONTRATO
                  REWRITE CUSTOMER-RECORD
                  IF WS-CUST-OK
                     SET WS-REAJUSTE-APLICADO-SIM TO TRUE
                  ELSE
                     DISPLAY 'ERRO AO REGRAVAR - STATUS '
                             WS-CUST-STATUS
                  END-IF
               END-IF
               IF WS-REAJUSTE-APLICADO-SIM
                  PERFORM P500-EMITE-CARTA
                  DISPLAY 'CONTRATO ' ADJ-CONTRATO ' DO CLIENTE '
                          CSV-CODIGO ' REAJUSTADO.'
               END-IF
            END-IF.

       P410-APLICA-CONTRATO.
            IF WS-CTR-ABERTO-SIM
               MOVE ADJ-CODIGO   TO CTR-CODIGO
               MOVE ADJ-CONTRATO TO CTR-SEQUENCIA
               READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
            ELSE
               MOVE '23' TO WS-CTR-STATUS
            END-IF
            IF NOT WS-CTR-OK
               DISPLAY 'CONTRATO ' ADJ-CONTRATO ' NAO LIDO - STATUS '
                       WS-CTR-STATUS
            ELSE
               MOVE ADJ-VALOR-PROPOSTO TO CTR-VALOR-CONTRATO
               REWRITE REG-CONTRATO
               IF WS-CTR-OK
                  SET WS-REAJUSTE-APLICADO-SIM TO TRUE
               ELSE
                  DISPLAY 'ERRO AO REGRAVAR CONTRATO - STATUS '
                          WS-CTR-STATUS
               END-IF
            END-IF.

               MOVE ALL '=' TO REG-CARTA
               WRITE REG-CARTA
               MOVE SPACES TO REG-CARTA
               STRING 'REAJUSTE DO CONTRATO '
                      DELIMITED BY SIZE
                      ADJ-CONTRATO     DELIMITED BY SIZE
                      ' - CLIENTE '    DELIMITED BY SIZE
                      CSV-CODIGO       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-NOME-COMPLETO DELIMITED BY SIZE
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG
               END-IF

           COPY TRANSLPA.
           COPY OPERTBPA.
           COPY CTRPA.

           COPY ENVCFGPA.
       END PROGRAM ADJUST-APPLY.
