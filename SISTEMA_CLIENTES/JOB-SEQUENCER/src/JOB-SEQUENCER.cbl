      *            por CALL dinamico do conteudo de WS-ETAPA-ATUAL -
      *            ao contrario do MENU-DRIVER, que so faz CALL de
      *            literal fixo - e o RETURN-CODE de cada uma
      *            (convencao 0=normal, 4=aviso, 8=fatal) decide se as
      *            etapas que dependem dela rodam.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      *                  crescimento). As tres tabelas de etapas
      *                  foram de 15 para 19 entradas e o portao do
      *                  RECON-CSV-MASTER passou da etapa 7 para a 8.
      * 15/10/2026  MJB  Incluida a etapa GL-JOURNAL (lancamentos dos
      *                  eventos financeiros para a contabilidade) logo
      *                  apos o RECON-LEDGER, depois de todo movimento
      *                  de dinheiro do dia - as tres tabelas de etapas
      *                  foram de 19 para 20 entradas, na mesma ordem.
      * 15/10/2026  MJB  Incluida a etapa REORDER-REPORT (sugestao de
      *                  reposicao de estoque) logo apos o ORDER-EXPORT,
      *                  com os pedidos do dia ja lancados - as tres
      *                  tabelas de etapas foram de 20 para 21 entradas.
      * 15/10/2026  MJB  Incluida a etapa STORD-GEN (geracao dos pedidos
      *                  programados) logo antes do ORDER-EXPORT, para
      *                  os pedidos gerados sairem no extrato do dia; e
      *                  sensivel a data - as tres tabelas de etapas
      *                  foram de 21 para 22 entradas.
      * 15/10/2026  MJB  Incluida a etapa TARGET-REPORT (acompanhamento
      *                  das metas de venda do mes) logo apos o
      *                  GL-JOURNAL, com o faturamento e as notas do dia
      *                  ja gravados e a tempo de o EOD-SUMMARY ler o
      *                  resumo por filial - as tres tabelas de etapas
      *                  foram de 22 para 23 entradas.
      * 15/10/2026  MJB  Incluida a etapa RFM-SCORE (segmentacao RFM
      *                  mensal dos clientes) logo apos o TARGET-REPORT
      *                  - mensal pela linha M do JOBSCHED.dat, e o
      *                  proprio programa pula competencia ja pontuada.
      *                  As tres tabelas de etapas foram de 23 para 24
      *                  entradas.
      * 15/10/2026  MJB  Incluida a etapa KPI-SCORECARD (painel mensal
      *                  de indicadores) logo apos o RFM-SCORE - mensal
      *                  pela linha U do JOBSCHED.dat (ultimo dia util),
      *                  e o proprio programa nao grava de novo
      *                  competencia ja apurada. As tres tabelas de
      *                  etapas foram de 24 para 25 entradas.
      * 15/10/2026  MJB  Incluida a etapa SAC-ESCALATE (escalonamento
      *                  dos chamados de atendimento com prazo vencido)
      *                  logo apos o KPI-SCORECARD - diaria e nao
      *                  sensivel a dia util, ja que o prazo do SLA
      *                  corre em dias corridos. As tres tabelas de
      *                  etapas foram de 25 para 26 entradas.
      * 15/10/2026  MJB  Incluidas as etapas NPS-INVITE (convites
      *                  diarios da pesquisa de satisfacao) e NPS-REPORT
      *                  (apuracao mensal, pela linha U do JOBSCHED.dat)
      *                  logo apos o SAC-ESCALATE, nenhuma sensivel a
      *                  dia util. As tres tabelas de etapas foram de 26
      *                  para 28 entradas.
      * 15/10/2026  MJB  Incluida a etapa RENEW-NOTICE (avisos de
      *                  renovacao de contrato, chamado de retorno do
      *                  aviso sem resposta e cancelamento do NAO
      *                  RENOVAR no fim da vigencia) logo apos o
      *                  NPS-REPORT - diaria e nao sensivel a dia util,
      *                  ja que a janela e o prazo correm em dias
      *                  corridos. As tres tabelas de etapas foram de 28
      *                  para 29 entradas.
      * 15/10/2026  MJB  As etapas e suas dependencias passam a ser
      *                  lidas do JOBSTEPS.dat (programa, descricao,
      *                  rotulo do PERF-LOG, sensivel a data, RETURN-
      *                  CODE maximo aceito pelas dependentes e ate 4
      *                  etapas anteriores de que depende) em vez das
      *                  tabelas compiladas. Falha numa etapa nao
      *                  derruba mais a cadeia inteira: so as etapas
      *                  que dependem dela, direta ou indiretamente,
      *                  sao puladas, e as demais rodam. O portao do
      *                  RECON-CSV-MASTER virou o RC maximo 0 da sua
      *                  linha. Cada etapa sai no JOB-LOG como
      *                  executada, falhou, pulada ou pulada por
      *                  dependencia (JBL-SITUACAO), e o JOBSTATE.dat
      *                  guarda a situacao de cada etapa - a retomada
      *                  repete so as que falharam, nao fecharam limpo
      *                  ou foram puladas por dependencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SEQUENCER.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ULTIMAS-STATUS.

      * DEFINICAO DAS ETAPAS DA CADEIA E DE SUAS DEPENDENCIAS, NA
      * ORDEM DE EXECUCAO
           SELECT DEFINICAO-ETAPAS ASSIGN TO
           'src\assets\JOBSTEPS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEFINICAO-STATUS.

           COPY PERFLSL.
           COPY JOBLSL.

      * ESTADO DA CADEIA PARA O MODO DE RETOMADA - UMA LINHA POR
      * ETAPA COM A SITUACAO DELA NA ULTIMA RODADA
           SELECT JOB-ESTADO ASSIGN TO
           'src\assets\JOBSTATE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  JOB-ESTADO.
       01  REG-JOB-ESTADO.
           05  STA-DATA                PIC 9(08).
           05  STA-PROGRAMA            PIC X(16).
           05  STA-SITUACAO            PIC X(01).

      * DEPENDENCIA EM BRANCO NAO CONTA; RC MAXIMO EM BRANCO E 4
       FD  DEFINICAO-ETAPAS.
       01  REG-DEFINICAO-ETAPA.
           05  STD-PROGRAMA            PIC X(16).
           05  STD-DESCRICAO           PIC X(32).
           05  STD-FASE-LOG            PIC X(12).
           05  STD-SENSIVEL            PIC X(01).
           05  STD-RC-LIMITE           PIC X(01).
           05  STD-DEPENDENCIA         PIC X(16)   OCCURS 4 TIMES.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

      * ETAPAS DA CADEIA NOTURNA, LIDAS DO JOBSTEPS.dat NA ORDEM DO
      * ARQUIVO. CADA ETAPA DECLARA ATE 4 ETAPAS ANTERIORES DE QUE
      * DEPENDE; SE UMA DELAS FALHA OU TERMINA ACIMA DO RC MAXIMO QUE
      * ACEITA PARA AS DEPENDENTES (O RECON-CSV-MASTER SO LIBERA O
      * REPORT-GEN COM RC 0), SO AS DEPENDENTES SAO PULADAS. O ROTULO
      * DE ATE 12 POSICOES E SO PARA O PERF-LOG (PRF-SECAO E X(12)) -
      * O CALL USA O NOME COMPLETO DO PROGRAMA.
       77  WS-MAX-ETAPAS           PIC 9(02)   VALUE 40.
       77  WS-MAX-DEPENDENCIAS     PIC 9(01)   VALUE 4.
       01  WS-TAB-ETAPAS.
           05  WS-ETAPA-ENTRADA    OCCURS 40 TIMES.
               10  WS-ETAPA-PROGRAMA   PIC X(16).
               10  WS-ETAPA-DESCRICAO  PIC X(32).
               10  WS-ETAPA-FASE-LOG   PIC X(12).
               10  WS-ETAPA-SENSIVEL   PIC X(01).
               10  WS-ETAPA-RC-LIMITE  PIC 9(01).
               10  WS-ETAPA-DEPENDE    PIC 9(02)   COMP
                                       OCCURS 4 TIMES.

      * SITUACAO DE CADA ETAPA NA RODADA, NA ORDEM DA TABELA: BRANCO =
      * A RODAR, E = EXECUTADA, B = EXECUTADA ACIMA DO RC MAXIMO (SEGURA
      * AS DEPENDENTES), F = FALHOU (RC 8), P = PULADA PELA AGENDA OU
      * DIA NAO UTIL, D = PULADA POR DEPENDENCIA, R = CONCLUIDA NA
      * RODADA ANTERIOR (MODO R)
       01  WS-SITUACAO-ETAPAS.
           05  WS-ETAPA-SITUACAO   PIC X(01)   OCCURS 40 TIMES.
               88  WS-ETAPA-A-RODAR                VALUE SPACE.
               88  WS-ETAPA-CONCLUIDA              VALUE 'E' 'P' 'R'.
               88  WS-ETAPA-BLOQUEIA               VALUE 'B' 'F' 'D'.

       77  WS-QTD-ETAPAS           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-ETAPA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-DEP              PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-BUSCA            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-ESTADO           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-ETAPA-BLOQUEADORA    PIC X(16)   VALUE SPACES.

       77  WS-DEFINICAO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-DEFINICAO-OK                 VALUE '00'.
       77  WS-FIM-DEFINICAO        PIC X(01)   VALUE 'N'.
           88  WS-FIM-DEFINICAO-SIM            VALUE 'S'.
       77  WS-DEFINICAO-INVALIDA   PIC X(01)   VALUE 'N'.
           88  WS-DEFINICAO-INVALIDA-SIM       VALUE 'S'.

       77  WS-ETAPA-ATUAL          PIC X(16)   VALUE SPACES.
       77  WS-ETAPA-RETC           PIC S9(04)  VALUE ZEROS COMP.
       77  WS-ETAPA-RETC-ED        PIC -9      VALUE ZEROS.

       77  WS-QTD-EXECUTADAS       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-AVISOS           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-FALHAS           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-SEGURADAS        PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-PULADAS-DEP      PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-RETOMADAS        PIC 9(02)   VALUE ZEROS COMP.

      * MODO DE EXECUCAO - C RODA A CADEIA INTEIRA, R NAO REPETE AS
      * ETAPAS JA CONCLUIDAS NA RODADA ANTERIOR (JOBSTATE.dat)
       77  WS-MODO-EXECUCAO        PIC X(01)   VALUE 'C'.
           88  WS-MODO-RETOMADA                VALUE 'R' 'r'.
       77  WS-ESTADO-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-ESTADO-OK                    VALUE '00'.
       77  WS-FIM-ESTADO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTADO-SIM               VALUE 'S'.
       77  WS-DATA-ESTADO          PIC 9(08)   VALUE ZEROS.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*) - INFORMADA
      * PELO OPERADOR (0 = HOJE), GRAVADA EM ASOFDATE.dat PARA OS
       77  WS-DIA-UTIL             PIC X(01)   VALUE 'S'.
           88  WS-DIA-UTIL-SIM                 VALUE 'S'.

      * AGENDA DE FREQUENCIA POR ETAPA (JOBSCHED.dat) E A DATA DA
      * ULTIMA EXECUCAO DE CADA UMA (JOBLAST.dat)
       77  WS-AGENDA-STATUS        PIC X(02)   VALUE SPACES.

            DISPLAY ' '
            DISPLAY '===== JOB-SEQUENCER - CADEIA NOTURNA ====='
            PERFORM P140-CARREGA-DEFINICAO

            IF WS-DEFINICAO-INVALIDA-SIM
               DISPLAY 'CADEIA NAO INICIADA - CORRIGIR O JOBSTEPS.dat.'
            ELSE
               DISPLAY 'MODO (C = CADEIA COMPLETA, R = RETOMAR AS '
                       'ETAPAS QUE FALHARAM): '
               ACCEPT WS-MODO-EXECUCAO
               IF WS-MODO-RETOMADA
                  PERFORM P150-RESTAURA-ESTADO
               END-IF

               PERFORM P170-DEFINE-DATA-REFERENCIA
               PERFORM P175-CARREGA-AGENDA

      *        O TESTE TEM DE SER >=: O INDICE E INCREMENTADO NO TOPO
      *        DO P200, ENTAO COM > UMA PASSAGEM A MAIS INDEXAVA ALEM
      *        DA TABELA DE ETAPAS E FAZIA CALL DE LIXO
               PERFORM P200-EXECUTA-ETAPA
                   UNTIL WS-IDX-ETAPA >= WS-QTD-ETAPAS
            END-IF

            IF WS-PERFLOG-OK
               CLOSE PERF-LOG
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P140-CARREGA-DEFINICAO
      * Le o JOBSTEPS.dat (linha em branco ou comecando por * e
      * comentario) e resolve o nome de cada dependencia para a
      * posicao da etapa na tabela. Arquivo ausente ou vazio, etapa
      * repetida ou dependencia que nao seja uma etapa anterior
      * invalidam a definicao - nada roda com grafo errado.
      ******************************************************************
       P140-CARREGA-DEFINICAO.
            OPEN INPUT DEFINICAO-ETAPAS
            IF NOT WS-DEFINICAO-OK
               SET WS-DEFINICAO-INVALIDA-SIM TO TRUE
               DISPLAY 'ERRO AO ABRIR JOBSTEPS.dat - STATUS '
                       WS-DEFINICAO-STATUS
            ELSE
               PERFORM P142-LE-DEFINICAO UNTIL WS-FIM-DEFINICAO-SIM
               CLOSE DEFINICAO-ETAPAS
               IF WS-QTD-ETAPAS = ZEROS
                  SET WS-DEFINICAO-INVALIDA-SIM TO TRUE
                  DISPLAY 'JOBSTEPS.dat SEM NENHUMA ETAPA.'
               END-IF
            END-IF.

       P142-LE-DEFINICAO.
            READ DEFINICAO-ETAPAS
                 AT END SET WS-FIM-DEFINICAO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-DEFINICAO-SIM
               IF REG-DEFINICAO-ETAPA NOT = SPACES
                  AND STD-PROGRAMA(1:1) NOT = '*'
                  IF WS-QTD-ETAPAS < WS-MAX-ETAPAS
                     ADD 1 TO WS-QTD-ETAPAS
                     PERFORM P144-GUARDA-ETAPA
                  ELSE
                     SET WS-DEFINICAO-INVALIDA-SIM TO TRUE
                     SET WS-FIM-DEFINICAO-SIM TO TRUE
                     DISPLAY 'JOBSTEPS.dat COM MAIS DE '
                             WS-MAX-ETAPAS ' ETAPAS.'
                  END-IF
               END-IF
            END-IF.

       P144-GUARDA-ETAPA.
            MOVE STD-PROGRAMA  TO WS-ETAPA-PROGRAMA(WS-QTD-ETAPAS)
            MOVE STD-DESCRICAO TO WS-ETAPA-DESCRICAO(WS-QTD-ETAPAS)
            IF STD-FASE-LOG = SPACES
               MOVE STD-PROGRAMA TO WS-ETAPA-FASE-LOG(WS-QTD-ETAPAS)
            ELSE
               MOVE STD-FASE-LOG TO WS-ETAPA-FASE-LOG(WS-QTD-ETAPAS)
            END-IF
            IF STD-SENSIVEL = 'S'
               MOVE 'S' TO WS-ETAPA-SENSIVEL(WS-QTD-ETAPAS)
            ELSE
               MOVE 'N' TO WS-ETAPA-SENSIVEL(WS-QTD-ETAPAS)
            END-IF
            IF STD-RC-LIMITE IS NUMERIC
               MOVE STD-RC-LIMITE TO WS-ETAPA-RC-LIMITE(WS-QTD-ETAPAS)
            ELSE
               MOVE 4 TO WS-ETAPA-RC-LIMITE(WS-QTD-ETAPAS)
            END-IF
            MOVE SPACE TO WS-ETAPA-SITUACAO(WS-QTD-ETAPAS)

            PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                    UNTIL WS-IDX-BUSCA >= WS-QTD-ETAPAS
                IF WS-ETAPA-PROGRAMA(WS-IDX-BUSCA) = STD-PROGRAMA
                   SET WS-DEFINICAO-INVALIDA-SIM TO TRUE
                   DISPLAY 'ETAPA ' STD-PROGRAMA ' REPETIDA NO '
                           'JOBSTEPS.dat.'
                END-IF
            END-PERFORM

            PERFORM P146-RESOLVE-DEPENDENCIA
                    VARYING WS-IDX-DEP FROM 1 BY 1
                    UNTIL WS-IDX-DEP > WS-MAX-DEPENDENCIAS.

       P146-RESOLVE-DEPENDENCIA.
            MOVE ZEROS TO WS-ETAPA-DEPENDE(WS-QTD-ETAPAS, WS-IDX-DEP)
            IF STD-DEPENDENCIA(WS-IDX-DEP) NOT = SPACES
               PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                       UNTIL WS-IDX-BUSCA >= WS-QTD-ETAPAS
                       OR WS-ETAPA-DEPENDE(WS-QTD-ETAPAS, WS-IDX-DEP)
                          > ZEROS
                   IF WS-ETAPA-PROGRAMA(WS-IDX-BUSCA)
                      = STD-DEPENDENCIA(WS-IDX-DEP)
                      MOVE WS-IDX-BUSCA
                           TO WS-ETAPA-DEPENDE(WS-QTD-ETAPAS,
                                               WS-IDX-DEP)
                   END-IF
               END-PERFORM
               IF WS-ETAPA-DEPENDE(WS-QTD-ETAPAS, WS-IDX-DEP) = ZEROS
                  SET WS-DEFINICAO-INVALIDA-SIM TO TRUE
                  DISPLAY 'ETAPA ' STD-PROGRAMA ' DEPENDE DE '
                          STD-DEPENDENCIA(WS-IDX-DEP)
                          ', QUE NAO E ETAPA ANTERIOR NO JOBSTEPS.dat.'
               END-IF
            END-IF.

      ******************************************************************
      * P150-RESTAURA-ESTADO
      * Le a situacao de cada etapa na rodada anterior (JOBSTATE.dat)
      * e marca como ja concluidas as que rodaram bem ou foram puladas
      * pela agenda - so as que falharam, nao fecharam limpo ou foram
      * puladas por dependencia rodam de novo. A etapa e achada pelo
      * nome, entao mexer na ordem do JOBSTEPS.dat nao embaralha a
      * retomada. Sem estado gravado (primeira rodada ou cadeia
      * anterior completa), a retomada vira uma rodada completa.
      ******************************************************************
       P150-RESTAURA-ESTADO.
            OPEN INPUT JOB-ESTADO
            IF WS-ESTADO-OK
               PERFORM P152-LE-ESTADO UNTIL WS-FIM-ESTADO-SIM
               CLOSE JOB-ESTADO
            END-IF

            IF WS-QTD-RETOMADAS = ZEROS
               DISPLAY 'SEM ESTADO DE RETOMADA - RODANDO A CADEIA '
                       'COMPLETA.'
            ELSE
               DISPLAY 'RETOMANDO - ' WS-QTD-RETOMADAS ' ETAPA(S) JA '
                       'CONCLUIDA(S) NAO SERAO REPETIDAS.'
            END-IF.

       P152-LE-ESTADO.
            READ JOB-ESTADO
                 AT END SET WS-FIM-ESTADO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ESTADO-SIM
               IF STA-SITUACAO = 'E' OR 'P' OR 'R'
                  PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                          UNTIL WS-IDX-BUSCA > WS-QTD-ETAPAS
                      IF WS-ETAPA-PROGRAMA(WS-IDX-BUSCA) = STA-PROGRAMA
                         AND WS-ETAPA-A-RODAR(WS-IDX-BUSCA)
                         MOVE 'R' TO WS-ETAPA-SITUACAO(WS-IDX-BUSCA)
                         ADD 1 TO WS-QTD-RETOMADAS
                      END-IF
                  END-PERFORM
               END-IF
            END-IF.

      *     UMA LINHA POR ETAPA COM A SITUACAO CORRENTE - GRAVADO A CADA
      *     ETAPA, PARA A RETOMADA VALER MESMO SE A CADEIA CAIR NO MEIO
       P160-GRAVA-ESTADO.
            ACCEPT WS-DATA-ESTADO FROM DATE YYYYMMDD
            OPEN OUTPUT JOB-ESTADO
            IF WS-ESTADO-OK
               PERFORM VARYING WS-IDX-ESTADO FROM 1 BY 1
                       UNTIL WS-IDX-ESTADO > WS-QTD-ETAPAS
                   MOVE WS-DATA-ESTADO TO STA-DATA
                   MOVE WS-ETAPA-PROGRAMA(WS-IDX-ESTADO)
                        TO STA-PROGRAMA
                   MOVE WS-ETAPA-SITUACAO(WS-IDX-ESTADO)
                        TO STA-SITUACAO
                   WRITE REG-JOB-ESTADO
               END-PERFORM
               CLOSE JOB-ESTADO
            END-IF.

      *     CADEIA SEM PENDENCIA ZERA O ESTADO - A PROXIMA RODADA EM
      *     MODO R VIRA UMA RODADA COMPLETA
       P165-LIMPA-ESTADO.
            OPEN OUTPUT JOB-ESTADO
            IF WS-ESTADO-OK
               CLOSE JOB-ESTADO
            END-IF.

            MOVE WS-ETAPA-PROGRAMA(WS-IDX-ETAPA) TO WS-ETAPA-ATUAL
            MOVE WS-ETAPA-FASE-LOG(WS-IDX-ETAPA) TO WS-PRF-SECAO

            IF WS-ETAPA-A-RODAR(WS-IDX-ETAPA)
               PERFORM P202-DECIDE-ETAPA
            ELSE
               DISPLAY ' '
               DISPLAY 'ETAPA ' WS-IDX-ETAPA ': ' WS-ETAPA-ATUAL
                       '- JA CONCLUIDA NA RODADA ANTERIOR.'
            END-IF.

       P202-DECIDE-ETAPA.
            PERFORM P180-AVALIA-VENCIMENTO
            IF NOT WS-ETAPA-DEVIDA-SIM
               DISPLAY ' '
               MOVE ZEROS          TO WS-JBL-RETCODE
               MOVE 'PULADA - FORA DA FREQUENCIA'
                    TO WS-JBL-DESCRICAO
               MOVE 'P'            TO WS-JBL-SITUACAO
               PERFORM P8900-GRAVA-JOB-LOG
               MOVE 'P' TO WS-ETAPA-SITUACAO(WS-IDX-ETAPA)
               PERFORM P160-GRAVA-ESTADO
            ELSE
            IF NOT WS-DIA-UTIL-SIM
               MOVE WS-ETAPA-ATUAL TO WS-JBL-PROGRAMA
               MOVE ZEROS          TO WS-JBL-RETCODE
               MOVE 'PULADA - DIA NAO UTIL' TO WS-JBL-DESCRICAO
               MOVE 'P'            TO WS-JBL-SITUACAO
               PERFORM P8900-GRAVA-JOB-LOG
               MOVE 'P' TO WS-ETAPA-SITUACAO(WS-IDX-ETAPA)
               PERFORM P160-GRAVA-ESTADO
            ELSE
               PERFORM P210-CONFERE-DEPENDENCIAS
               IF WS-ETAPA-BLOQUEADORA NOT = SPACES
                  PERFORM P220-PULA-POR-DEPENDENCIA
               ELSE
                  PERFORM P205-CHAMA-ETAPA
               END-IF
            END-IF
            END-IF.

            PERFORM P8650-GRAVA-DURACAO-FASE
            MOVE RETURN-CODE TO WS-ETAPA-RETC
            MOVE WS-ETAPA-RETC TO WS-ETAPA-RETC-ED
            ADD 1 TO WS-QTD-EXECUTADAS

            DISPLAY WS-ETAPA-ATUAL ' TERMINOU COM RETURN-CODE '
                    WS-ETAPA-RETC-ED

      *     RC 8 E FALHA; ACIMA DO RC MAXIMO DA ETAPA (O RECON-CSV-
      *     MASTER SO ACEITA 0) A ETAPA RODOU, MAS SEGURA AS
      *     DEPENDENTES ATE SER ACERTADA
            EVALUATE TRUE
                WHEN WS-ETAPA-RETC >= 8
                     MOVE 'F' TO WS-ETAPA-SITUACAO(WS-IDX-ETAPA)
                     ADD 1 TO WS-QTD-FALHAS
                     DISPLAY 'FALHA FATAL EM ' WS-ETAPA-ATUAL
                             ' - AS ETAPAS QUE DEPENDEM DELA SERAO '
                             'PULADAS.'
                WHEN WS-ETAPA-RETC > WS-ETAPA-RC-LIMITE(WS-IDX-ETAPA)
                     MOVE 'B' TO WS-ETAPA-SITUACAO(WS-IDX-ETAPA)
                     ADD 1 TO WS-QTD-SEGURADAS
                     DISPLAY WS-ETAPA-ATUAL ' NAO FECHOU LIMPO '
                             '(RETURN-CODE ' WS-ETAPA-RETC-ED
                             ') - AS ETAPAS QUE DEPENDEM DELA SERAO '
                             'PULADAS.'
                WHEN OTHER
                     MOVE 'E' TO WS-ETAPA-SITUACAO(WS-IDX-ETAPA)
            END-EVALUATE
            IF WS-ETAPA-RETC = 4
               ADD 1 TO WS-QTD-AVISOS
            END-IF

            MOVE WS-ETAPA-ATUAL         TO WS-JBL-PROGRAMA
            MOVE WS-ETAPA-RETC          TO WS-JBL-RETCODE
            MOVE WS-ETAPA-DESCRICAO(WS-IDX-ETAPA) TO WS-JBL-DESCRICAO
            IF WS-ETAPA-SITUACAO(WS-IDX-ETAPA) = 'F'
               MOVE 'F' TO WS-JBL-SITUACAO
            ELSE
               MOVE 'E' TO WS-JBL-SITUACAO
            END-IF
            PERFORM P8900-GRAVA-JOB-LOG

            PERFORM P160-GRAVA-ESTADO
            IF WS-ETAPA-SITUACAO(WS-IDX-ETAPA) NOT = 'F'
               PERFORM P188-REGISTRA-EXECUCAO
            END-IF.

      ******************************************************************
      * P210-CONFERE-DEPENDENCIAS
      * A etapa fica segura se qualquer etapa de que depende falhou,
      * terminou acima do RC maximo ou foi ela mesma pulada por
      * dependencia - assim o bloqueio desce a cadeia inteira abaixo
      * da etapa que falhou, e so ela.
      ******************************************************************
       P210-CONFERE-DEPENDENCIAS.
            MOVE SPACES TO WS-ETAPA-BLOQUEADORA
            PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                    UNTIL WS-IDX-DEP > WS-MAX-DEPENDENCIAS
                    OR WS-ETAPA-BLOQUEADORA NOT = SPACES
                MOVE WS-ETAPA-DEPENDE(WS-IDX-ETAPA, WS-IDX-DEP)
                     TO WS-IDX-BUSCA
                IF WS-IDX-BUSCA > ZEROS
                   IF WS-ETAPA-BLOQUEIA(WS-IDX-BUSCA)
                      MOVE WS-ETAPA-PROGRAMA(WS-IDX-BUSCA)
                           TO WS-ETAPA-BLOQUEADORA
                   END-IF
                END-IF
            END-PERFORM.

       P220-PULA-POR-DEPENDENCIA.
            DISPLAY ' '
            DISPLAY 'ETAPA ' WS-IDX-ETAPA ': ' WS-ETAPA-ATUAL
                    '- PULADA (DEPENDE DE ' WS-ETAPA-BLOQUEADORA ').'
            MOVE 'D' TO WS-ETAPA-SITUACAO(WS-IDX-ETAPA)
            ADD 1 TO WS-QTD-PULADAS-DEP

            MOVE WS-ETAPA-ATUAL TO WS-JBL-PROGRAMA
            MOVE ZEROS          TO WS-JBL-RETCODE
            MOVE SPACES         TO WS-JBL-DESCRICAO
            STRING 'PULADA P/ DEP. '    DELIMITED BY SIZE
                   WS-ETAPA-BLOQUEADORA DELIMITED BY SIZE
                   INTO WS-JBL-DESCRICAO
            END-STRING
            MOVE 'D'            TO WS-JBL-SITUACAO
            PERFORM P8900-GRAVA-JOB-LOG

            PERFORM P160-GRAVA-ESTADO.

      * FASE DE FINALIZACAO - RESUMO DA CADEIA E RETURN-CODE FINAL
       S2-FINALIZACAO SECTION.
       P900-FINAL.
            DISPLAY ' '
            DISPLAY 'ETAPAS EXECUTADAS..: ' WS-QTD-EXECUTADAS
            DISPLAY 'ETAPAS COM AVISO...: ' WS-QTD-AVISOS
            DISPLAY 'ETAPAS COM FALHA...: ' WS-QTD-FALHAS
            DISPLAY 'PULADAS POR DEPEND.: ' WS-QTD-PULADAS-DEP

            IF WS-DEFINICAO-INVALIDA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
      *        CADEIA SEM FALHA, SEM ETAPA SEGURADA E SEM PULO POR
      *        DEPENDENCIA ZERA O PONTO DE RETOMADA
               IF WS-QTD-FALHAS = ZEROS
                  AND WS-QTD-SEGURADAS = ZEROS
                  AND WS-QTD-PULADAS-DEP = ZEROS
                  PERFORM P165-LIMPA-ESTADO
               END-IF

               IF WS-ULTIMAS-MUDARAM-SIM
                  PERFORM P190-REGRAVA-ULTIMAS
               END-IF

               IF WS-QTD-FALHAS > ZEROS
                  MOVE 8 TO RETURN-CODE
               ELSE
                  IF WS-QTD-SEGURADAS > ZEROS
                     OR WS-QTD-PULADAS-DEP > ZEROS
                     OR WS-QTD-AVISOS > ZEROS
                     MOVE 4 TO RETURN-CODE
                  ELSE
                     MOVE 0 TO RETURN-CODE
                  END-IF
               END-IF
            END-IF.

