      *                  CREDNOTE.dat). Sem isso, todo parcial e
      *                  toda nota compensada viravam um CRITICO
      *                  falso por dia.
      * 15/10/2026  MJB  Valor reembolsado da nota de credito nao conta
      *                  como abatimento de parcela.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Soma de volta os totais de controle do
      *                  historico quitado que o FIN-ARCHIVE tirou dos
      *                  arquivos de origem (FINARQCT.dat): fatura
      *                  arquivada no faturado, parcela PAGA no plano
      *                  e no pago, recibo e encargo nos seus
      *                  acumuladores. Sem isso a fatura antiga sumia
      *                  junto com o plano dela so em parte e a prova
      *                  mudava de resultado no dia do arquivamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON-LEDGER.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY ALERTSL.
           COPY FINARQSL.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
       FD  NOTAS-CREDITO.
           COPY CREDNF.

       FD  CONTROLE-ARQUIVAMENTO.
           COPY FINACTF.

       FD  ARQUIVO-FIN-MORTO.
           COPY FINARQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-FIM-NOTAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-NOTAS-SIM                VALUE 'S'.

      * TOTAIS DE CONTROLE DO HISTORICO ARQUIVADO (COPYBOOKS FINARQ*)
           COPY FINARQWS.

      * ALERTA OPERACIONAL (COPYBOOKS ALERT*)
           COPY ALERTWS.
       77  WS-ALT-PROGRAMA         PIC X(08)   VALUE 'RECONLED'.
       77  WS-TOT-FATURADO         PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-PLANO            PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-ABERTO           PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-FATURADO-ARQ     PIC 9(13)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC -$$.$$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                       UNTIL WS-FIM-RECIBOS-SIM
               PERFORM P450-ACUMULA-NOTAS
                       UNTIL WS-FIM-NOTAS-SIM
               PERFORM P470-ACUMULA-ARQUIVADOS
                       UNTIL WS-FIM-CONTROLE-ARQ-SIM
               PERFORM P500-PROVA-CLIENTES
               PERFORM P600-IMPRIME-TOTAIS
            END-IF
            OPEN INPUT ARQUIVO-ENCARGOS
            OPEN INPUT REGISTRO-RECIBOS
            OPEN INPUT NOTAS-CREDITO
            OPEN INPUT CONTROLE-ARQUIVAMENTO
            OPEN OUTPUT RELATORIO-PROVA

            IF NOT WS-CUST-OK OR NOT WS-RELATORIO-OK
               IF NOT WS-NOTAS-OK
                  SET WS-FIM-NOTAS-SIM TO TRUE
               END-IF
               IF NOT WS-FCT-OK
                  SET WS-FIM-CONTROLE-ARQ-SIM TO TRUE
               END-IF
               MOVE '===== PROVA DOS RAZOES AUXILIARES ====='
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
      * P450-ACUMULA-NOTAS
      * Abatimento de nota de credito por cliente: o que ja saiu de
      * parcela aberta na emissao mais o que a compensacao consumiu
      * no faturamento (CNT-VALOR - CNT-SALDO-RESTANTE), menos o que
      * foi devolvido em dinheiro (CNT-VALOR-REEMBOLSADO) - reembolso
      * nao encolhe plano de parcelas.
      ******************************************************************
       P450-ACUMULA-NOTAS.
            READ NOTAS-CREDITO
                  IF WS-IDX-ACHADO > ZEROS
                     COMPUTE WS-VALOR-NOTA-USADO =
                             CNT-VALOR - CNT-SALDO-RESTANTE
                     IF CNT-VALOR-REEMBOLSADO IS NUMERIC
                        SUBTRACT CNT-VALOR-REEMBOLSADO
                                 FROM WS-VALOR-NOTA-USADO
                     END-IF
                     ADD WS-VALOR-NOTA-USADO
                         TO WS-REC-ABATIDO(WS-IDX-ACHADO)
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P470-ACUMULA-ARQUIVADOS
      * Historico quitado arquivado pelo FIN-ARCHIVE, pelos totais de
      * controle de cada cliente e rodada: volta aos mesmos
      * acumuladores de onde saiu, e a prova fecha como fechava com
      * os itens ainda nos arquivos de origem. Parcela renegociada
      * nao tem valor - ja ficava fora do plano.
      ******************************************************************
       P470-ACUMULA-ARQUIVADOS.
            READ CONTROLE-ARQUIVAMENTO
                 AT END SET WS-FIM-CONTROLE-ARQ-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CONTROLE-ARQ-SIM
               IF FCT-CODIGO IS NUMERIC
                  AND FCT-VALOR-FATURAS IS NUMERIC
                  AND FCT-VALOR-PAGAS IS NUMERIC
                  AND FCT-VALOR-RECIBOS IS NUMERIC
                  AND FCT-VALOR-ENCARGOS IS NUMERIC
                  MOVE FCT-CODIGO TO WS-CODIGO-BUSCADO
                  PERFORM P150-ACHA-CLIENTE
                  IF WS-IDX-ACHADO > ZEROS
                     ADD FCT-VALOR-FATURAS
                         TO WS-REC-FATURADO(WS-IDX-ACHADO)
                     ADD FCT-VALOR-FATURAS TO WS-TOT-FATURADO
                     ADD FCT-VALOR-FATURAS TO WS-TOT-FATURADO-ARQ
                     ADD FCT-VALOR-PAGAS
                         TO WS-REC-PLANO(WS-IDX-ACHADO)
                     ADD FCT-VALOR-PAGAS TO WS-TOT-PLANO
                     ADD FCT-VALOR-PAGAS
                         TO WS-REC-PAGO(WS-IDX-ACHADO)
                     ADD FCT-VALOR-RECIBOS
                         TO WS-REC-RECIBOS(WS-IDX-ACHADO)
                     ADD FCT-VALOR-ENCARGOS
                         TO WS-REC-ENCARGOS(WS-IDX-ACHADO)
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P500-PROVA-CLIENTES
      * Tres amarracoes por cliente: faturado = plano gravado mais a
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-TOT-FATURADO-ARQ TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING '  DO QUAL ARQUIVADO..: ' DELIMITED BY SIZE
                   WS-TOTAL-ED               DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-TOT-PLANO TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'TOTAL PLANO GRAVADO..: ' DELIMITED BY SIZE
               IF WS-NOTAS-OK
                  CLOSE NOTAS-CREDITO
               END-IF
               IF WS-FCT-OK
                  CLOSE CONTROLE-ARQUIVAMENTO
               END-IF
               CLOSE RELATORIO-PROVA
               MOVE 'RECON-LEDGER' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\RECONLED.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PROVA DOS RAZOES: ' WS-QTD-NAO-FECHARAM
                       ' CLIENTE(S) NAO FECHARAM.'
               IF WS-QTD-NAO-FECHARAM > 0

           COPY ALERTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM RECON-LEDGER.
