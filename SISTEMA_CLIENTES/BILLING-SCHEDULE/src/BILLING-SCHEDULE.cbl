      *                  sufixo da particao - varias instancias
      *                  rodam lado a lado e o REPORT-MERGE junta as
      *                  parciais no relatorio final.
      * 15/10/2026  MJB  A agenda passou a rodar por contrato
      *                  (CONTRATOS.dat, copybooks CTR*): cada cliente
      *                  ativo do retrato e avaliado no contrato
      *                  principal e em cada contrato adicional, com
      *                  valor, status e vigencia do proprio contrato;
      *                  as linhas e a proposta de reajuste levam a
      *                  sequencia do contrato e a suspensao pode poupar
      *                  um contrato so.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-SCHEDULE.

           COPY MANIFSL.

           COPY CTRSL.

           SELECT ARQUIVO-SUSPENSOES ASSIGN TO
           'src\assets\HOLDS.dat'
       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  ARQUIVO-SUSPENSOES.
           COPY HOLDF.

       77  WS-QTD-LIDOS            PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ATIVOS           PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-CONTRATOS        PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-FATURADOS        PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ATRASADOS        PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-VENCIDOS         PIC 9(07)   VALUE ZEROS COMP.
      * MANIFESTO DE TRANSMISSAO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - A AGENDA RODA POR
      * CONTRATO; O PRINCIPAL VEM DO PROPRIO RETRATO
           COPY CTRWS.

      * INDICES MENSAIS DE REAJUSTE EM MEMORIA E PROPOSTA DO VALOR
      * AJUSTADO NA RENOVACAO (FILA ADJREVW.dat)
       77  WS-PASSOS-INDICE        PIC 9(03)   VALUE ZEROS COMP.

      * SUSPENSOES DE COBRANCA ATIVAS (HOLDS.dat, HOLD-MAINT) - O
      * CONTRATO SUSPENSO (OU O CLIENTE, COM CONTRATO 00) FICA FORA
      * DESTA RODADA
       77  WS-SUSPENSOES-STATUS    PIC X(02)   VALUE SPACES.
           88  WS-SUSPENSOES-OK                VALUE '00'.
       77  WS-FIM-SUSPENSOES       PIC X(01)   VALUE 'N'.
       77  WS-CLIENTE-SUSPENSO     PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-SUSPENSO-SIM         VALUE 'S'.
       01  WS-TAB-SUSPENSOES.
           05  WS-SUSPENSAO-ENTRADA OCCURS 200 TIMES.
               10  WS-HLD-CODIGO       PIC 9(06).
               10  WS-HLD-CONTRATO     PIC 9(02).

      * RODADA PARTICIONADA (COPYBOOKS PART*) - SAIDAS COM O SUFIXO
      * DA PARTICAO PARA AS INSTANCIAS NAO COLIDIREM
       77  WS-ARQ-RELATORIO-SAIDA  PIC X(64)   VALUE
           'src\assets\BILLSKED.txt'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               MOVE WS-DATA-ISO-MM TO WS-MES-ATUAL-SISTEMA
               PERFORM P8470-CARREGA-SUSPENSOES
               PERFORM P8870-ABRE-CONTRATOS-LEITURA
               MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA-REF
               PERFORM P140-CARREGA-INDICES
               OPEN EXTEND FILA-REAJUSTE

            IF NOT WS-SNAP-FIM-ARQUIVO
               ADD 1 TO WS-QTD-LIDOS
               IF CSV-REGISTRO-ATIVO
                  ADD 1 TO WS-QTD-ATIVOS
                  PERFORM P8872-PRIMEIRO-CONTRATO
                  PERFORM P205-AVALIA-CONTRATO
                          UNTIL WS-FIM-CONTRATOS-SIM
               END-IF
            END-IF.

      ******************************************************************
      * P205-AVALIA-CONTRATO
      * Um contrato do cliente por vez - o principal (do retrato) e
      * os demais do CONTRATOS.dat. Contrato sem valor, cancelado ou
      * suspenso fica fora; depois avanca para o proximo.
      ******************************************************************
       P205-AVALIA-CONTRATO.
            IF CTR-VALOR-CONTRATO > ZEROS
               AND NOT CTR-PAGTO-CANCELADO
               PERFORM P8480-CHECA-SUSPENSAO
               IF NOT WS-CLIENTE-SUSPENSO-SIM
                  ADD 1 TO WS-QTD-CONTRATOS
                  PERFORM P210-AVALIA-RENOVACAO
               END-IF
            END-IF
            PERFORM P8873-PROXIMO-CONTRATO.

       P210-AVALIA-RENOVACAO.
      *     COM VIGENCIA INFORMADA, O MES DE RENOVACAO E O DO FIM DA
      *     VIGENCIA - E VIGENCIA VENCIDA SEM PAGAMENTO AVANCADO E
      *     APONTADA COMO CONTRATO VENCIDO. SEM VIGENCIA (REGISTRO
      *     ANTERIOR AO CAMPO), VALE O CRITERIO ANTIGO DO MES DE
      *     CRIACAO.
            IF CTR-DATA-FIM-VIGENCIA NOT = ZEROS
               IF CTR-DATA-FIM-VIGENCIA < WS-DATA-REFERENCIA
                  AND NOT CTR-PAGTO-FATURADO
                  AND NOT CTR-PAGTO-PAGO
                  PERFORM P240-SINALIZA-VENCIDO
               ELSE
                  MOVE CTR-DATA-FIM-VIGENCIA TO WS-DATA-ISO
                  MOVE WS-DATA-ISO-MM TO WS-MESES-ANO
                  IF WS-MESES-ANO = WS-MES-ATUAL-SISTEMA
                     AND WS-DATA-ISO-AAAA =
            END-IF.

       P215-AVALIA-PELO-MES-CRIACAO.
            MOVE CTR-DATA-CRIACAO TO WS-DATA-ISO
            MOVE WS-DATA-ISO-MM   TO WS-MESES-ANO

            IF NOT WS-MES-ATUAL
               DISPLAY 'MES DE RENOVACAO INVALIDO PARA O CLIENTE '
                       CSV-CODIGO ' CONTRATO ' CTR-SEQUENCIA
            ELSE
               IF WS-MESES-ANO = WS-MES-ATUAL-SISTEMA
                  PERFORM P220-GERA-FATURAMENTO
               ELSE
                  IF WS-MESES-ANO < WS-MES-ATUAL-SISTEMA
                     AND NOT CTR-PAGTO-FATURADO
                     AND NOT CTR-PAGTO-PAGO
                     PERFORM P230-SINALIZA-ATRASO
                  END-IF
               END-IF

       P220-GERA-FATURAMENTO.
            ADD 1 TO WS-QTD-FATURADOS
            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED

            MOVE SPACES TO REG-RELATORIO
            STRING 'FATURAR CODIGO: '  DELIMITED BY SIZE
                   CSV-CODIGO          DELIMITED BY SIZE
                   '/'                 DELIMITED BY SIZE
                   CTR-SEQUENCIA       DELIMITED BY SIZE
                   '  '                DELIMITED BY SIZE
                   CSV-NOME            DELIMITED BY SIZE
                   '  VALOR: '         DELIMITED BY SIZE
                   WS-VALOR-ED         DELIMITED BY SIZE
                   '  MOEDA: '         DELIMITED BY SIZE
                   CTR-MOEDA-CONTRATO  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
      * indices carregados ou com o valor proposto igual ao atual.
      ******************************************************************
       P225-PROPOE-REAJUSTE.
            IF CTR-DATA-INICIO-VIGENCIA > ZEROS
               AND WS-QTD-INDICES-TAB > ZEROS
               AND WS-REAJUSTE-OK
               MOVE 1,000000 TO WS-FATOR-ACUMULADO
               MOVE CTR-DATA-INICIO-VIGENCIA(1:6)
                    TO WS-COMPETENCIA-VARRE
               MOVE ZEROS TO WS-PASSOS-INDICE
               PERFORM UNTIL WS-COMPETENCIA-VARRE
               END-PERFORM

               COMPUTE WS-VALOR-PROPOSTO ROUNDED =
                       CTR-VALOR-CONTRATO * WS-FATOR-ACUMULADO

               IF WS-VALOR-PROPOSTO NOT = CTR-VALOR-CONTRATO
                  MOVE SPACES TO REG-REVISAO-REAJUSTE
                  MOVE CSV-CODIGO          TO ADJ-CODIGO
                  MOVE CTR-SEQUENCIA       TO ADJ-CONTRATO
                  MOVE CTR-VALOR-CONTRATO  TO ADJ-VALOR-ATUAL
                  MOVE WS-VALOR-PROPOSTO   TO ADJ-VALOR-PROPOSTO
                  MOVE WS-COMPETENCIA-REF  TO ADJ-COMPETENCIA
                  SET ADJ-PROPOSTO TO TRUE
            STRING 'CONTRATO VENCIDO SEM RENOVACAO CODIGO: '
                   DELIMITED BY SIZE
                   CSV-CODIGO                DELIMITED BY SIZE
                   '/'                       DELIMITED BY SIZE
                   CTR-SEQUENCIA             DELIMITED BY SIZE
                   '  FIM DA VIGENCIA: '     DELIMITED BY SIZE
                   CTR-DATA-FIM-VIGENCIA     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.
            MOVE SPACES TO REG-RELATORIO
            STRING 'RENOVACAO ATRASADA CODIGO: ' DELIMITED BY SIZE
                   CSV-CODIGO                    DELIMITED BY SIZE
                   '/'                           DELIMITED BY SIZE
                   CTR-SEQUENCIA                 DELIMITED BY SIZE
                   '  '                          DELIMITED BY SIZE
                   CSV-NOME                      DELIMITED BY SIZE
                   '  MES DE RENOVACAO: '        DELIMITED BY SIZE
            ELSE
               CLOSE CUSTOMER-SNAPSHOT
               CLOSE RELATORIO
               MOVE 'BILLING-SCHEDULE' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-SAIDA TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               IF WS-REAJUSTE-OK
                  CLOSE FILA-REAJUSTE
               END-IF
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               DISPLAY 'REGISTROS LIDOS.......: ' WS-QTD-LIDOS
               DISPLAY 'CLIENTES ATIVOS.......: ' WS-QTD-ATIVOS
               DISPLAY 'CONTRATOS AVALIADOS...: ' WS-QTD-CONTRATOS
               DISPLAY 'FATURAMENTOS GERADOS..: ' WS-QTD-FATURADOS
               DISPLAY 'RENOVACOES ATRASADAS..: ' WS-QTD-ATRASADOS
               DISPLAY 'CONTRATOS VENCIDOS....: ' WS-QTD-VENCIDOS
                  ADD 1 TO WS-QTD-SUSPENSOES-TAB
                  MOVE HLD-CODIGO
                       TO WS-HLD-CODIGO(WS-QTD-SUSPENSOES-TAB)
                  IF HLD-CONTRATO IS NUMERIC
                     MOVE HLD-CONTRATO
                          TO WS-HLD-CONTRATO(WS-QTD-SUSPENSOES-TAB)
                  ELSE
                     MOVE ZEROS
                          TO WS-HLD-CONTRATO(WS-QTD-SUSPENSOES-TAB)
                  END-IF
               END-IF
            END-IF.

                    UNTIL WS-IDX-SUSPENSAO > WS-QTD-SUSPENSOES-TAB
                    OR WS-CLIENTE-SUSPENSO-SIM
                IF WS-HLD-CODIGO(WS-IDX-SUSPENSAO) = CSV-CODIGO
                   AND (WS-HLD-CONTRATO(WS-IDX-SUSPENSAO) = ZEROS
                        OR WS-HLD-CONTRATO(WS-IDX-SUSPENSAO)
                           = CTR-SEQUENCIA)
                   SET WS-CLIENTE-SUSPENSO-SIM TO TRUE
                END-IF
            END-PERFORM.
           COPY MANIFPA.

           COPY PARTPA.
           COPY CTRPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM BILLING-SCHEDULE.
