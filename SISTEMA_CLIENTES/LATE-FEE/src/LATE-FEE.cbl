      *                  (vencimento mensal pelo JOBSCHED.dat do
      *                  JOB-SEQUENCER), uma rodada repetida no mes
      *                  nao pode dobrar o encargo de ninguem.
      * 15/10/2026  MJB  Controle de periodos contabeis (PERCTL.dat,
      *                  mantido pelo PERIOD-MAINT): competencia da
      *                  rodada fechada pelo supervisor recusa o acumulo
      *                  inteiro, com registro no ERROR-LOG e
      *                  RETURN-CODE 4 - a rodada atrasada gravava
      *                  encargo num mes ja entregue a contabilidade.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro gravado com o tipo e a tarifa de
      *                  cheque nao conta mais como encargo ja cobrado
      *                  na competencia.
      * 15/10/2026  MJB  Encargo passou a ser calculado por contrato
      *                  (CONTRATOS.dat, copybooks CTR*): cada contrato
      *                  ATRASADO do cliente gera o proprio encargo
      *                  sobre o proprio valor, gravado com a sequencia
      *                  do contrato (LFE-CONTRATO, registro alargado);
      *                  a checagem de ja cobrado e a de suspensao
      *                  passaram a cliente + contrato.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Todo encargo gravado no LATEFEE.dat vai tambem
      *                  para o registro de encargos lancados
      *                  (ENCGREG.dat, copybooks ENCG*), que o
      *                  GL-JOURNAL contabiliza; falha no registro vai
      *                  para o ERROR-LOG com RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ASOFSL.
           COPY ERRLOGSL.
           COPY PERCTLSL.
           COPY CTRSL.
           COPY ENCGSL.

           SELECT ENCARGO-CONFIG ASSIGN TO
           'src\assets\LATEFCFG.dat'
       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

      * TAXAS EM PERCENTUAL - JUROS AO MES E MULTA UNICA
       FD  ENCARGO-CONFIG.
       01  REG-ENCARGO-CONFIG.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  ENCARGOS-SUSPENSOS.
       01  REG-ENCARGO-SUSPENSO.
       FD  ARQUIVO-SUSPENSOES.
           COPY HOLDF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

       FD  REGISTRO-ENCARGOS.
           COPY ENCGF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'LATEFEE'.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) - ENCARGO
      * E DA COMPETENCIA; COMPETENCIA FECHADA RECUSA A RODADA
           COPY PERCTLWS.

      * CONTRATOS DO CLIENTE (COPYBOOKS CTR*) - O ENCARGO E POR
      * CONTRATO ATRASADO; O PRINCIPAL VEM DO PROPRIO CADASTRO
           COPY CTRWS.

      * REGISTRO DE ENCARGOS LANCADOS (COPYBOOKS ENCG*) - O QUE O
      * GL-JOURNAL CONTABILIZA; O LATEFEE.dat PERDE LINHAS NA BAIXA
           COPY ENCGWS.

      * TAXAS EM VIGOR (PADRAO COMPILADO: 1% A.M. DE JUROS, 2% DE
      * MULTA, SOBREPOSTO PELO LATEFCFG.dat)
       77  WS-TAXA-JUROS-MES       PIC 9(02)V99 VALUE 01,00.
       77  WS-QTD-ATRASADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ACUMULADOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SUSPENSOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-REGISTRO     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-ENCARGOS       PIC 9(11)V99 VALUE ZEROS.

       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

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

      * CONTRATOS COM ENCARGO JA GRAVADO NA COMPETENCIA DA RODADA -
      * RODADA REPETIDA NO MES NAO PODE DOBRAR O ENCARGO
       77  WS-FIM-COBRADOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-COBRADOS-SIM             VALUE 'S'.
           88  WS-CLIENTE-JA-COBRADO-SIM       VALUE 'S'.
       77  WS-QTD-JA-COBRADOS      PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-COBRADOS.
           05  WS-COBRADO-ENTRADA  OCCURS 500 TIMES.
               10  WS-COB-CODIGO       PIC 9(06).
               10  WS-COB-CONTRATO     PIC 9(02).

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P150-CONFERE-PERIODO
               IF NOT WS-PER-FECHADO-SIM
                  PERFORM P200-VARRE-CADASTRO
                          UNTIL WS-CUST-FIM-ARQUIVO
                  PERFORM P500-IMPRIME-TOTAIS
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.
            PERFORM P120-CARREGA-COBRADOS

            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8870-ABRE-CONTRATOS-LEITURA
            OPEN EXTEND ARQUIVO-ENCARGOS
            OPEN OUTPUT ENCARGOS-SUSPENSOS
            OPEN OUTPUT RELATORIO-ENCARGOS
            OPEN EXTEND ERROR-LOG
            PERFORM P8520-CARREGA-PERIODOS

            IF NOT WS-CUST-OK OR NOT WS-ENCARGOS-OK
               OR NOT WS-SUSPENSO-OK OR NOT WS-RELATORIO-OK
               OR NOT WS-ERRLOG-OK OR WS-PERIODOS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' ENCARGOS: '
                       WS-ENCARGOS-STATUS ' SUSPENSOS: '
                       WS-SUSPENSO-STATUS ' RELATORIO: '
                       WS-RELATORIO-STATUS ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS
            ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING '===== ENCARGOS DE ATRASO - COMPETENCIA '
      * Antes do OPEN EXTEND, uma passada de leitura guarda os
      * clientes que ja tem encargo gravado na competencia da rodada
      * - eles sao pulados na varredura, entao rodar o programa duas
      * vezes no mesmo mes nao dobra encargo de ninguem. A conta e
      * por cliente + contrato (registro sem contrato = principal).
      * Tarifa de
      * cheque devolvido (tipo C, gravada pelo CHEQUE-MAINT) nao
      * conta: nao e o encargo de atraso do mes.
      ******************************************************************
       P120-CARREGA-COBRADOS.
            OPEN INPUT ARQUIVO-ENCARGOS
            END-READ
            IF NOT WS-FIM-COBRADOS-SIM
               IF LFE-COMPETENCIA = WS-COMPETENCIA
                  AND NOT LFE-TARIFA-CHEQUE
                  AND WS-QTD-COBRADOS-TAB < WS-MAX-COBRADOS
                  ADD 1 TO WS-QTD-COBRADOS-TAB
                  MOVE LFE-CODIGO
                       TO WS-COB-CODIGO(WS-QTD-COBRADOS-TAB)
                  IF LFE-CONTRATO IS NUMERIC
                     MOVE LFE-CONTRATO
                          TO WS-COB-CONTRATO(WS-QTD-COBRADOS-TAB)
                  ELSE
                     MOVE 01
                          TO WS-COB-CONTRATO(WS-QTD-COBRADOS-TAB)
                  END-IF
               END-IF
            END-IF.

                    UNTIL WS-IDX-COBRADO > WS-QTD-COBRADOS-TAB
                    OR WS-CLIENTE-JA-COBRADO-SIM
                IF WS-COB-CODIGO(WS-IDX-COBRADO) = CSV-CODIGO
                   AND WS-COB-CONTRATO(WS-IDX-COBRADO) = CTR-SEQUENCIA
                   SET WS-CLIENTE-JA-COBRADO-SIM TO TRUE
                END-IF
            END-PERFORM.

      ******************************************************************
      * P150-CONFERE-PERIODO
      * O encargo pertence a competencia da data de referencia. Com
      * ela fechada pelo supervisor (PERIOD-MAINT) a rodada inteira
      * e recusada - nada e gravado no LATEFEE.dat, a recusa vai
      * para o ERROR-LOG e para o relatorio, e o RETURN-CODE 4 avisa
      * a cadeia. Jogar o encargo para o mes seguinte faria a rodada
      * normal daquele mes pular o cliente como ja cobrado.
      ******************************************************************
       P150-CONFERE-PERIODO.
            SET WS-PER-REGRA-RECUSA TO TRUE
            MOVE WS-DATA-REFERENCIA TO WS-PER-DATA-CONSULTA
            PERFORM P8530-CONFERE-PERIODO
            IF WS-PER-FECHADO-SIM
               MOVE WS-COMPETENCIA TO WS-ERL-CHAVE
               MOVE WS-PER-MOTIVO  TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
               MOVE SPACES TO REG-RELATORIO
               STRING 'RODADA RECUSADA - ' DELIMITED BY SIZE
                      WS-PER-MOTIVO        DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                       ' FECHADA - ENCARGOS NAO ACUMULADOS.'
            END-IF.

       P200-VARRE-CADASTRO.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ

            IF NOT WS-CUST-FIM-ARQUIVO
               IF CSV-REGISTRO-ATIVO
                  PERFORM P8872-PRIMEIRO-CONTRATO
                  PERFORM P210-AVALIA-CONTRATO
                          UNTIL WS-FIM-CONTRATOS-SIM
               END-IF
            END-IF.

      ******************************************************************
      * P210-AVALIA-CONTRATO
      * Um contrato do cliente por vez - o principal (do cadastro) e
      * os demais do CONTRATOS.dat. So o contrato ATRASADO gera
      * encargo, cada um sobre o proprio valor.
      ******************************************************************
       P210-AVALIA-CONTRATO.
            IF CTR-PAGTO-ATRASADO
               PERFORM P8480-CHECA-SUSPENSAO
               PERFORM P130-CHECA-COBRADO
               EVALUATE TRUE
                   WHEN WS-CLIENTE-SUSPENSO-SIM
                        CONTINUE
                   WHEN WS-CLIENTE-JA-COBRADO-SIM
                        ADD 1 TO WS-QTD-JA-COBRADOS
                   WHEN OTHER
                        ADD 1 TO WS-QTD-ATRASADOS
                        PERFORM P300-CALCULA-ENCARGO
               END-EVALUATE
            END-IF
            PERFORM P8873-PROXIMO-CONTRATO.

      ******************************************************************
      * P300-CALCULA-ENCARGO
      * Juros do mes + multa sobre o valor de contrato, cada COMPUTE
            MOVE 'N' TO WS-ENCARGO-ESTOUROU

            COMPUTE WS-VALOR-JUROS ROUNDED =
                    CTR-VALOR-CONTRATO * WS-TAXA-JUROS-MES / 100
                ON SIZE ERROR
                   SET WS-ENCARGO-ESTOUROU-SIM TO TRUE
            END-COMPUTE

            COMPUTE WS-VALOR-MULTA ROUNDED =
                    CTR-VALOR-CONTRATO * WS-TAXA-MULTA / 100
                ON SIZE ERROR
                   SET WS-ENCARGO-ESTOUROU-SIM TO TRUE
            END-COMPUTE
            MOVE CSV-CODIGO       TO LFE-CODIGO
            MOVE WS-COMPETENCIA   TO LFE-COMPETENCIA
            MOVE WS-VALOR-ENCARGO TO LFE-VALOR-ENCARGO
            SET LFE-ENCARGO-ATRASO TO TRUE
            MOVE CTR-SEQUENCIA    TO LFE-CONTRATO
            WRITE REG-ARQUIVO-ENCARGOS
            IF WS-ENCARGOS-OK
               PERFORM P315-REGISTRA-ENCARGO
            END-IF

            MOVE WS-VALOR-ENCARGO TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTE '    DELIMITED BY SIZE
                   CSV-CODIGO    DELIMITED BY SIZE
                   ' CONTRATO '  DELIMITED BY SIZE
                   CTR-SEQUENCIA DELIMITED BY SIZE
                   ' ENCARGO '   DELIMITED BY SIZE
                   WS-VALOR-ED  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P315-REGISTRA-ENCARGO
      * A linha recem-gravada no LATEFEE.dat vai para o ENCGREG.dat,
      * de onde o GL-JOURNAL contabiliza. Encargo que nao entra no
      * registro fica no LATEFEE.dat mas fora da contabilidade - vai
      * para o ERROR-LOG e a rodada termina com RETURN-CODE 4.
      ******************************************************************
       P315-REGISTRA-ENCARGO.
            MOVE REG-ARQUIVO-ENCARGOS TO WS-EGR-ENCARGO
            MOVE 'LATE-FEE'           TO WS-EGR-PROGRAMA
            PERFORM P8960-REGISTRA-ENCARGO
            IF NOT WS-EGR-GRAVADO-SIM
               ADD 1 TO WS-QTD-SEM-REGISTRO
               MOVE CSV-CODIGO TO WS-ERL-CHAVE
               MOVE 'ENCARGO NAO GRAVADO NO ENCGREG.dat'
                    TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
            END-IF.

       P320-SUSPENDE-ENCARGO.
            ADD 1 TO WS-QTD-SUSPENSOS
            MOVE CSV-CODIGO TO LFS-CODIGO
            MOVE SPACES TO LFS-MOTIVO
            STRING 'CONTRATO '    DELIMITED BY SIZE
                   CTR-SEQUENCIA  DELIMITED BY SIZE
                   ' - ENCARGO ESTOURA ACUMULADOR'
                                  DELIMITED BY SIZE
                   INTO LFS-MOTIVO
            END-STRING
            WRITE REG-ENCARGO-SUSPENSO.

       P500-IMPRIME-TOTAIS.
            MOVE SPACES TO REG-RELATORIO
            STRING 'ENCARGOS DO MES: ' DELIMITED BY SIZE
                   WS-QTD-ED           DELIMITED BY SIZE
                   ' CONTRATO(S), '    DELIMITED BY SIZE
                   WS-TOTAL-ED         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               IF WS-CTR-ABERTO-SIM
                  CLOSE CADASTRO-CONTRATOS
               END-IF
               CLOSE ARQUIVO-ENCARGOS
               CLOSE ENCARGOS-SUSPENSOS
               CLOSE RELATORIO-ENCARGOS
               MOVE 'LATE-FEE' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\LATEFREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               CLOSE ERROR-LOG
               DISPLAY 'ENCARGOS DE ATRASO: ' WS-QTD-ACUMULADOS
                       ' ACUMULADOS, ' WS-QTD-SUSPENSOS
                       ' SUSPENSOS.'
               IF WS-QTD-SEM-REGISTRO > 0
                  DISPLAY WS-QTD-SEM-REGISTRO ' ENCARGO(S) FORA DO '
                          'ENCGREG.dat - VER ERROR-LOG.'
               END-IF
               IF WS-QTD-SUSPENSOS > 0 OR WS-PER-FECHADO-SIM
                  OR WS-QTD-SEM-REGISTRO > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
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

           COPY ASOFPA.
           COPY ERRLOGPA.
           COPY PERCTLPA.
           COPY CTRPA.
           COPY ENCGPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM LATE-FEE.
