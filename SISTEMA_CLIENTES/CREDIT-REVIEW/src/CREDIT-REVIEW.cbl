      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro e tabela em memoria alargados - a
      *                  tarifa entra na conta como qualquer encargo.
      * 15/10/2026  MJB  INSTFILE.dat e LATEFEE.dat ganharam no fim a
      *                  sequencia do contrato (PCL-CONTRATO e
      *                  LFE-CONTRATO); registro e tabelas em memoria
      *                  alargados.
      * 15/10/2026  MJB  Exposicao passou a somar todos os contratos nao
      *                  cancelados do cliente (CONTRATOS.dat, copybooks
      *                  CTR*) em vez do contrato unico do cadastro;
      *                  cliente com o principal cancelado mas outro
      *                  contrato vivo segue revisado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.
           COPY ORDSEL.
           COPY INSTSL.
           COPY ASOFSL.
           COPY CTRSL.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
       FD  DATA-REFERENCIA.
           COPY ASOFDT.

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

       FD  FILA-REVISAO.
           COPY CLREVF.
      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - A EXPOSICAO SOMA OS
      * CONTRATOS NAO CANCELADOS
           COPY CTRWS.

      * PLANO DE PARCELAS E ENCARGOS EM MEMORIA
       77  WS-MAX-PARCELAS         PIC 9(03)   VALUE 500.
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.

      * NUMEROS DO CLIENTE CORRENTE
       77  WS-QTD-PAGAS            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-VENCIDAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-ENCARGOS-CLI     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-VOLUME-PEDIDOS       PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-CONTRATOS      PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-CONTRATOS-VIVOS  PIC 9(03)   VALUE ZEROS COMP.
       77  WS-EXPOSICAO            PIC 9(11)V99 VALUE ZEROS.
       77  WS-LIMITE-PROPOSTO      PIC 9(09)V99 VALUE ZEROS.


            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ORDER-MASTER
            PERFORM P8870-ABRE-CONTRATOS-LEITURA
            OPEN OUTPUT FILA-REVISAO

            IF NOT WS-CUST-OK OR NOT WS-REVISAO-OK

      ******************************************************************
      * P300-VARRE-CADASTRO
      * Um cliente ativo com algum contrato nao cancelado por vez:
      * junta os numeros, pontua e grava a proposta quando o limite
      * proposto difere do atual.
      ******************************************************************
       P300-VARRE-CADASTRO.
            READ CUSTOMER-MASTER NEXT RECORD
            END-READ

            IF NOT WS-CUST-FIM-ARQUIVO
               IF CSV-REGISTRO-ATIVO
                  PERFORM P305-SOMA-CONTRATOS
                  IF WS-QTD-CONTRATOS-VIVOS > ZEROS
                     PERFORM P310-CONTA-PARCELAS
                     PERFORM P320-CONTA-ENCARGOS
                     PERFORM P330-SOMA-PEDIDOS
                     PERFORM P340-PONTUA-E-PROPOE
                  END-IF
               END-IF
            END-IF.

       P305-SOMA-CONTRATOS.
            MOVE ZEROS TO WS-VALOR-CONTRATOS
            MOVE ZEROS TO WS-QTD-CONTRATOS-VIVOS
            PERFORM P8872-PRIMEIRO-CONTRATO
            PERFORM UNTIL WS-FIM-CONTRATOS-SIM
                IF NOT CTR-PAGTO-CANCELADO
                   ADD 1 TO WS-QTD-CONTRATOS-VIVOS
                   ADD CTR-VALOR-CONTRATO TO WS-VALOR-CONTRATOS
                END-IF
                PERFORM P8873-PROXIMO-CONTRATO
            END-PERFORM.

       P310-CONTA-PARCELAS.
            MOVE ZEROS TO WS-QTD-PAGAS
            MOVE ZEROS TO WS-QTD-VENCIDAS

      ******************************************************************
      * P340-PONTUA-E-PROPOE
      * Exposicao = volume de pedidos + valor dos contratos nao
      * cancelados. Limpo (sem vencida e sem encargo) propoe 150% da
      * exposicao; so encargos propoe 100%; vencida em aberto corta
      * para 50%. Proposta so entra na fila quando muda o limite
      * atual.
      ******************************************************************
       P340-PONTUA-E-PROPOE.
            COMPUTE WS-EXPOSICAO =
                    WS-VOLUME-PEDIDOS + WS-VALOR-CONTRATOS

            EVALUATE TRUE
                WHEN WS-QTD-VENCIDAS > ZEROS
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ORDER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               CLOSE FILA-REVISAO
               DISPLAY 'REVISAO DE LIMITES: ' WS-QTD-PROPOSTAS
                       ' PROPOSTA(S) NA FILA.'
            END-IF.

           COPY ASOFPA.
           COPY CTRPA.

           COPY ENVCFGPA.
       END PROGRAM CREDIT-REVIEW.
