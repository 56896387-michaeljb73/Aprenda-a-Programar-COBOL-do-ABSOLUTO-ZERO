      *                  status 35 dele era fatal e a primeira
      *                  renegociacao de um sistema recem-implantado
      *                  abortava.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro e tabela em memoria alargados - a
      *                  tarifa entra na conta como qualquer encargo.
      * 15/10/2026  MJB  Contratos (PCL-CONTRATO e LFE-CONTRATO,
      *                  copybooks CTR*): registros e tabelas alargados,
      *                  o plano novo nasce no contrato principal e todo
      *                  contrato adicional com parcela aberta
      *                  renegociada passa a FATURADO no CONTRATOS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEG-PLAN.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY TRANSLSL.
           COPY CTRSL.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  ARQUIVO-ENCARGOS.
       01  REG-ARQUIVO-ENCARGOS.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  LOG-RENEGOCIACAO.
       01  REG-LOG                     PIC X(80).
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.

      * ENCARGOS EM MEMORIA - OS DO CLIENTE SAEM NA REGRAVACAO
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - O PLANO NOVO E DO
      * PRINCIPAL; CONTRATO ADICIONAL QUE TINHA PARCELA ABERTA
      * RENEGOCIADA PASSA A FATURADO (A DIVIDA DELE FOI PARA O PLANO)
           COPY CTRWS.
       77  WS-IDX-CTR-RENEG        PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-CONTRATOS-RENEG.
           05  WS-CTR-RENEG        PIC X(01)  OCCURS 99 TIMES.
               88  WS-CTR-RENEG-SIM            VALUE 'S'.

       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
            ACCEPT WS-HORA-AGORA FROM TIME

            OPEN I-O CUSTOMER-MASTER
            PERFORM P8871-ABRE-CONTRATOS-ATUALIZA
            OPEN EXTEND TRANS-LOG
            OPEN EXTEND LOG-RENEGOCIACAO
            IF WS-LOG-NAO-CRIADO
            PERFORM P520-GERA-PLANO-NOVO
            PERFORM P530-REGRAVA-PARCELAS
            PERFORM P540-REGRAVA-ENCARGOS
            PERFORM P545-ATUALIZA-CONTRATOS

            SET CSV-PAGTO-FATURADO TO TRUE
            REWRITE CUSTOMER-RECORD
                    ' EM ' WS-QTD-PARCELAS-NOVAS ' PARCELA(S).'.

       P510-FECHA-PARCELAS-ANTIGAS.
            MOVE SPACES TO WS-TAB-CONTRATOS-RENEG
            PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                    UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                MOVE WS-PARCELA-LINHA(WS-IDX-PARCELA)
                     TO REG-PARCELA
                IF PCL-CODIGO = CSV-CODIGO AND PCL-ABERTA
                   IF PCL-CONTRATO IS NUMERIC AND PCL-CONTRATO > 01
                      SET WS-CTR-RENEG-SIM(PCL-CONTRATO) TO TRUE
                   END-IF
                   SET PCL-RENEGOCIADA TO TRUE
                   MOVE REG-PARCELA
                        TO WS-PARCELA-LINHA(WS-IDX-PARCELA)
                END-IF
                SET PCL-ABERTA TO TRUE
                MOVE ZEROS TO PCL-NOSSO-NUMERO
                SET PCL-CONTRATO-PRINCIPAL TO TRUE

                IF WS-QTD-PARCELAS-TAB < WS-MAX-PARCELAS
                   ADD 1 TO WS-QTD-PARCELAS-TAB
               END-IF
            END-IF.

      ******************************************************************
      * P545-ATUALIZA-CONTRATOS
      * Contrato adicional cujas parcelas abertas entraram no plano
      * novo passa a FATURADO no CONTRATOS.dat - a cobranca dele
      * agora e a do plano do principal.
      ******************************************************************
       P545-ATUALIZA-CONTRATOS.
            IF WS-CTR-ABERTO-SIM
               PERFORM VARYING WS-IDX-CTR-RENEG FROM 2 BY 1
                       UNTIL WS-IDX-CTR-RENEG > 99
                   IF WS-CTR-RENEG-SIM(WS-IDX-CTR-RENEG)
                      MOVE CSV-CODIGO       TO CTR-CODIGO
                      MOVE WS-IDX-CTR-RENEG TO CTR-SEQUENCIA
                      READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
                      IF WS-CTR-OK
                         SET CTR-PAGTO-FATURADO TO TRUE
                         REWRITE REG-CONTRATO
                      END-IF
                      IF NOT WS-CTR-OK
                         DISPLAY 'AVISO - CONTRATO ' CTR-SEQUENCIA
                                 ' SEM STATUS ATUALIZADO (STATUS '
                                 WS-CTR-STATUS ').'
                      END-IF
                   END-IF
               END-PERFORM
            END-IF.

       P550-LOGA-OPERACAO.
            MOVE WS-TOTAL-DIVIDA TO WS-TOTAL-ED
            MOVE SPACES TO REG-LOG
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
       END PROGRAM RENEG-PLAN.
