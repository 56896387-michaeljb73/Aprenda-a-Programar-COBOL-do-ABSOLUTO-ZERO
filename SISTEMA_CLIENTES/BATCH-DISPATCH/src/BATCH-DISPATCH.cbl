      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Despacho das solicitacoes de relatorio batch sob
      *            demanda (BATCHREQ.dat, copybooks BTQ*), feitas pelo
      *            operador no BATCH-QUEUE. Executa, na ordem da fila,
      *            toda solicitacao pendente vencida: a de agenda "a
      *            partir de um horario" quando o horario chega; a de
      *            agenda "proxima janela batch" quando o despacho roda
      *            dentro da janela noturna (WS-JANELA-INICIO a
      *            WS-JANELA-FIM). Para cada uma grava os parametros
      *            no BATCHPRM.dat, faz CALL dinamico do programa
      *            pedido, esvazia o BATCHPRM.dat, procura no catalogo
      *            de relatorios (RPTCAT.dat) a copia guardada daquela
      *            rodada e devolve para a fila a situacao, o
      *            RETURN-CODE e o nome do relatorio - que o operador
      *            acompanha no BATCH-QUEUE - registrando cada
      *            solicitacao no JOB-LOG. Roda como etapa da cadeia
      *            noturna (JOBSTEPS.dat) e pode ser rodado avulso
      *            pela operacao durante o dia, mas uma instancia por
      *            vez. Solicitacao encerrada ha mais de
      *            WS-DIAS-GUARDA-FILA dias (contados da execucao) sai
      *            da fila.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  BATCHPRM.dat esvaziado antes do despacho, e a
      *                  guarda da fila encerrada contada da execucao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DISPATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BTQSL.
           COPY BTQPSL.
           COPY RPTCATSL.
           COPY JOBLSL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILA-SOLICITACOES.
           COPY BTQF.

       FD  PARAMETRO-SOLICITACAO.
           COPY BTQPF.

       FD  CATALOGO-RELATORIOS.
           COPY RPTCATF.

       FD  JOB-LOG.
           COPY JOBLOG.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-BATCHREQ-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-BATCHREQ-OK                  VALUE '00'.
           88  WS-BATCHREQ-NAO-CRIADO          VALUE '35'.
       77  WS-BATCHPRM-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-BATCHPRM-OK                  VALUE '00'.
       77  WS-RPTCAT-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-RPTCAT-OK                    VALUE '00'.

      * RESULTADO DE CADA SOLICITACAO NO JOB-LOG (COPYBOOKS JOBL*).
      * O JOB-SEQUENCER JA TEM O JOB-LOG ABERTO QUANDO CHAMA ESTA
      * ETAPA - AQUI O ARQUIVO E ABERTO E FECHADO A CADA LINHA
           COPY JOBLWS.

      * PROGRAMAS QUE PODEM SER SOLICITADOS (COPYBOOK BTQTBWS)
           COPY BTQTBWS.

      * DIA JULIANO PARA O PRAZO DE GUARDA DA FILA (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * JANELA BATCH NOTURNA (HHMM) - A SOLICITACAO "PROXIMA JANELA"
      * SO RODA COM O DESPACHO DENTRO DELA, LONGE DOS USUARIOS ONLINE
      * DO CUSTMAST.dat. A JANELA VIRA A MEIA-NOITE
       77  WS-JANELA-INICIO        PIC 9(04)   VALUE 2000.
       77  WS-JANELA-FIM           PIC 9(04)   VALUE 0600.
       77  WS-DIAS-GUARDA-FILA     PIC 9(03)   VALUE 30.

       77  WS-FIM-FILA             PIC X(01)   VALUE 'N'.
           88  WS-FIM-FILA-SIM                 VALUE 'S'.
       77  WS-ERRO-FILA            PIC X(01)   VALUE 'N'.
           88  WS-ERRO-FILA-SIM                VALUE 'S'.
      * WS-ERRO-FILA VALE PARA A ULTIMA LEITURA; ESTE GUARDA QUALQUER
      * ERRO DE LEITURA OU GRAVACAO DA FILA NA RODADA, PARA O RC
       77  WS-FILA-COM-ERRO        PIC X(01)   VALUE 'N'.
           88  WS-FILA-COM-ERRO-SIM            VALUE 'S'.
       77  WS-FIM-DESPACHO         PIC X(01)   VALUE 'N'.
           88  WS-FIM-DESPACHO-SIM             VALUE 'S'.
       77  WS-FIM-CATALOGO         PIC X(01)   VALUE 'N'.
           88  WS-FIM-CATALOGO-SIM             VALUE 'S'.
       77  WS-NA-JANELA            PIC X(01)   VALUE 'N'.
           88  WS-NA-JANELA-SIM                VALUE 'S'.
       77  WS-FILA-ALTERADA        PIC X(01)   VALUE 'N'.
           88  WS-FILA-ALTERADA-SIM            VALUE 'S'.

      * FILA EM MEMORIA - RELIDA ANTES DE CADA REGRAVACAO, PARA NAO
      * APAGAR A SOLICITACAO QUE O OPERADOR ACABOU DE FAZER
       77  WS-MAX-SOLICITACOES     PIC 9(03)   VALUE 500.
       77  WS-QTD-SOLICITACOES-TAB PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SOLICITACAO      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-MANTIDAS         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-SOLICITACOES.
           05  WS-SOLICITACAO-LINHA PIC X(158) OCCURS 500 TIMES.

      * SOLICITACAO EM EXECUCAO
       77  WS-NUMERO-ATUAL         PIC 9(06)   VALUE ZEROS.
       77  WS-ULTIMO-DESPACHADO    PIC 9(06)   VALUE ZEROS.
       01  WS-PROGRAMA-ATUAL       PIC X(16)   VALUE SPACES.
       01  WS-OPERADOR-ATUAL       PIC X(08)   VALUE SPACES.
       77  WS-RC-ATUAL             PIC 9(02)   VALUE ZEROS.
       01  WS-RC-ED                PIC Z9      VALUE ZEROS.
       01  WS-RELATORIO-ATUAL      PIC X(64)   VALUE SPACES.
       77  WS-INICIO-DATA          PIC 9(08)   VALUE ZEROS.
       77  WS-INICIO-HORA          PIC 9(08)   VALUE ZEROS.

      * MOMENTO CORRENTE E AGENDADO, AAAAMMDDHHMM, PARA COMPARAR
      * DATA E HORA DE UMA VEZ
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(08)   VALUE ZEROS.
       77  WS-HHMM-AGORA           PIC 9(04)   VALUE ZEROS.
       01  WS-MOMENTO-AGORA.
           05  WS-MOM-AGORA-DATA       PIC 9(08).
           05  WS-MOM-AGORA-HORA       PIC 9(04).
       01  WS-MOMENTO-AGENDADO.
           05  WS-MOM-AGENDA-DATA      PIC 9(08).
           05  WS-MOM-AGENDA-HORA      PIC 9(04).
       77  WS-JULIANO-HOJE         PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-ENCERRADA       PIC S9(08)  VALUE ZEROS COMP.

       77  WS-QTD-EXECUTADAS       PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-FALHAS           PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-AVISOS           PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-INTERROMPIDAS    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-EXPURGADAS       PIC 9(03)   VALUE ZEROS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            DISPLAY ' '
            DISPLAY '===== BATCH-DISPATCH - SOLICITACOES SOB DEMANDA '
                    '====='

            MOVE 'N'   TO WS-FIM-DESPACHO
            MOVE 'N'   TO WS-FILA-COM-ERRO
            MOVE ZEROS TO WS-ULTIMO-DESPACHADO
            MOVE ZEROS TO WS-QTD-EXECUTADAS
            MOVE ZEROS TO WS-QTD-FALHAS
            MOVE ZEROS TO WS-QTD-AVISOS
            MOVE ZEROS TO WS-QTD-INTERROMPIDAS
            MOVE ZEROS TO WS-QTD-EXPURGADAS

            PERFORM P100-ARRUMA-FILA
            IF NOT WS-ERRO-FILA-SIM
               PERFORM P200-PROXIMA-SOLICITACAO
                   UNTIL WS-FIM-DESPACHO-SIM
            END-IF

            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-ARRUMA-FILA
      * Antes do despacho: o BATCHPRM.dat que sobrou de rodada
      * interrompida e esvaziado; solicitacao que ficou EM EXECUCAO de
      * um dia anterior passa a FALHOU, para o operador saber que
      * precisa pedir de novo; e a encerrada ha mais de
      * WS-DIAS-GUARDA-FILA dias - contados da execucao, ou do pedido
      * na cancelada que nunca rodou - sai da fila.
      ******************************************************************
       P100-ARRUMA-FILA.
            PERFORM P320-LIMPA-PARAMETRO
            PERFORM P110-CARREGA-FILA
            IF NOT WS-ERRO-FILA-SIM
               MOVE 'N' TO WS-FILA-ALTERADA
               MOVE WS-DATA-HOJE TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               MOVE WS-DIA-JULIANO TO WS-JULIANO-HOJE

               MOVE ZEROS TO WS-QTD-MANTIDAS
               PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                       UNTIL WS-IDX-SOLICITACAO
                             > WS-QTD-SOLICITACOES-TAB
                   MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                        TO REG-SOLICITACAO-BATCH
                   PERFORM P130-CONFERE-SOLICITACAO
               END-PERFORM
               MOVE WS-QTD-MANTIDAS TO WS-QTD-SOLICITACOES-TAB

               IF WS-FILA-ALTERADA-SIM
                  PERFORM P800-REGRAVA-FILA
               END-IF
            END-IF.

       P110-CARREGA-FILA.
            MOVE ZEROS  TO WS-QTD-SOLICITACOES-TAB
            MOVE 'N'    TO WS-FIM-FILA
            MOVE 'N'    TO WS-ERRO-FILA
            PERFORM P150-MARCA-AGORA

            OPEN INPUT FILA-SOLICITACOES
            IF WS-BATCHREQ-OK
               PERFORM P120-LE-SOLICITACAO UNTIL WS-FIM-FILA-SIM
               CLOSE FILA-SOLICITACOES
            ELSE
               IF NOT WS-BATCHREQ-NAO-CRIADO
                  SET WS-ERRO-FILA-SIM TO TRUE
                  SET WS-FILA-COM-ERRO-SIM TO TRUE
                  DISPLAY 'ERRO AO ABRIR BATCHREQ.dat - STATUS '
                          WS-BATCHREQ-STATUS
               END-IF
            END-IF.

       P120-LE-SOLICITACAO.
            READ FILA-SOLICITACOES
                 AT END SET WS-FIM-FILA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FILA-SIM
               IF WS-QTD-SOLICITACOES-TAB < WS-MAX-SOLICITACOES
                  ADD 1 TO WS-QTD-SOLICITACOES-TAB
                  MOVE REG-SOLICITACAO-BATCH
                       TO WS-SOLICITACAO-LINHA(WS-QTD-SOLICITACOES-TAB)
               ELSE
      *           FILA CHEIA NAO PODE SER REGRAVADA SEM PERDER LINHA
                  SET WS-ERRO-FILA-SIM TO TRUE
                  SET WS-FILA-COM-ERRO-SIM TO TRUE
                  SET WS-FIM-FILA-SIM TO TRUE
                  DISPLAY 'MAIS DE ' WS-MAX-SOLICITACOES
                          ' SOLICITACOES NA FILA - DESPACHO NAO '
                          'EXECUTADO.'
               END-IF
            END-IF.

      *     REG-SOLICITACAO-BATCH TRAZ A LINHA WS-IDX-SOLICITACAO; A
      *     QUE FICA NA FILA E COMPACTADA EM WS-QTD-MANTIDAS
       P130-CONFERE-SOLICITACAO.
            IF BTQ-EM-EXECUCAO
               AND BTQ-DATA-EXECUCAO < WS-DATA-HOJE
               SET BTQ-FALHOU TO TRUE
               MOVE 8 TO BTQ-RETCODE
               MOVE SPACES TO BTQ-RELATORIO
               MOVE 'S' TO WS-FILA-ALTERADA
               ADD 1 TO WS-QTD-INTERROMPIDAS
               DISPLAY 'SOLICITACAO ' BTQ-NUMERO ' (' BTQ-PROGRAMA
                       ') INTERROMPIDA EM ' BTQ-DATA-EXECUCAO
                       ' - MARCADA COMO FALHA.'
            END-IF

      *     IDADE DA ENCERRADA PELA EXECUCAO - A AGENDADA PARA DAQUI A
      *     SEMANAS NAO PODE SAIR DA FILA LOGO DEPOIS DE RODAR; SO A
      *     CANCELADA QUE NUNCA RODOU CONTA DO PEDIDO
            MOVE ZEROS TO WS-DIAS-ENCERRADA
            MOVE ZEROS TO WS-DATA-ISO
            IF BTQ-CONCLUIDA OR BTQ-FALHOU OR BTQ-CANCELADA
               IF BTQ-DATA-EXECUCAO IS NUMERIC
                  AND BTQ-DATA-EXECUCAO NOT = ZEROS
                  MOVE BTQ-DATA-EXECUCAO TO WS-DATA-ISO
               ELSE
                  IF BTQ-DATA-PEDIDO IS NUMERIC
                     MOVE BTQ-DATA-PEDIDO TO WS-DATA-ISO
                  END-IF
               END-IF
            END-IF
            IF WS-DATA-ISO NOT = ZEROS
               PERFORM P8500-CALCULA-DIA-JULIANO
               COMPUTE WS-DIAS-ENCERRADA =
                       WS-JULIANO-HOJE - WS-DIA-JULIANO
            END-IF

            IF WS-DIAS-ENCERRADA > WS-DIAS-GUARDA-FILA
               MOVE 'S' TO WS-FILA-ALTERADA
               ADD 1 TO WS-QTD-EXPURGADAS
            ELSE
               ADD 1 TO WS-QTD-MANTIDAS
               MOVE REG-SOLICITACAO-BATCH
                    TO WS-SOLICITACAO-LINHA(WS-QTD-MANTIDAS)
            END-IF.

       P150-MARCA-AGORA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE WS-HORA-AGORA(1:4) TO WS-HHMM-AGORA
            MOVE WS-DATA-HOJE       TO WS-MOM-AGORA-DATA
            MOVE WS-HHMM-AGORA      TO WS-MOM-AGORA-HORA
            IF WS-HHMM-AGORA >= WS-JANELA-INICIO
               OR WS-HHMM-AGORA < WS-JANELA-FIM
               MOVE 'S' TO WS-NA-JANELA
            ELSE
               MOVE 'N' TO WS-NA-JANELA
            END-IF.

      ******************************************************************
      * P200-PROXIMA-SOLICITACAO
      * Fila relida a cada passagem - a solicitacao feita durante o
      * despacho entra na mesma rodada. Pega a primeira pendente
      * vencida com numero acima da ultima despachada, o que mantem a
      * ordem da fila e nao repete nenhuma.
      ******************************************************************
       P200-PROXIMA-SOLICITACAO.
            PERFORM P110-CARREGA-FILA
            MOVE ZEROS TO WS-IDX-ACHADO
            IF NOT WS-ERRO-FILA-SIM
               PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                       UNTIL WS-IDX-SOLICITACAO
                             > WS-QTD-SOLICITACOES-TAB
                             OR WS-IDX-ACHADO > ZEROS
                   MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                        TO REG-SOLICITACAO-BATCH
                   IF BTQ-PENDENTE
                      AND BTQ-NUMERO > WS-ULTIMO-DESPACHADO
                      PERFORM P210-CONFERE-VENCIMENTO
                   END-IF
               END-PERFORM
            END-IF

            IF WS-IDX-ACHADO = ZEROS
               SET WS-FIM-DESPACHO-SIM TO TRUE
            ELSE
               MOVE WS-SOLICITACAO-LINHA(WS-IDX-ACHADO)
                    TO REG-SOLICITACAO-BATCH
               MOVE BTQ-NUMERO TO WS-ULTIMO-DESPACHADO
               PERFORM P300-EXECUTA-SOLICITACAO
            END-IF.

       P210-CONFERE-VENCIMENTO.
            IF BTQ-AGENDA-HORARIO
               MOVE BTQ-DATA-AGENDADA TO WS-MOM-AGENDA-DATA
               MOVE BTQ-HORA-AGENDADA TO WS-MOM-AGENDA-HORA
               IF WS-MOMENTO-AGENDADO <= WS-MOMENTO-AGORA
                  MOVE WS-IDX-SOLICITACAO TO WS-IDX-ACHADO
               END-IF
            ELSE
               IF WS-NA-JANELA-SIM
                  MOVE WS-IDX-SOLICITACAO TO WS-IDX-ACHADO
               END-IF
            END-IF.

      ******************************************************************
      * P300-EXECUTA-SOLICITACAO
      * EM EXECUCAO na fila antes do CALL; CANCEL antes e depois do
      * CALL porque o programa pedido pode ja ter rodado na mesma
      * sessao (o DQ-SCAN e etapa da cadeia) e precisa comecar do
      * estado inicial. Programa fora da tabela BTQTBWS nao roda.
      ******************************************************************
       P300-EXECUTA-SOLICITACAO.
            MOVE BTQ-NUMERO   TO WS-NUMERO-ATUAL
            MOVE BTQ-PROGRAMA TO WS-PROGRAMA-ATUAL
            MOVE BTQ-OPERADOR TO WS-OPERADOR-ATUAL
            MOVE SPACES       TO WS-RELATORIO-ATUAL
            MOVE ZEROS        TO WS-RC-ATUAL

            PERFORM VARYING WS-BTQ-IDX-PROGRAMA FROM 1 BY 1
                    UNTIL WS-BTQ-IDX-PROGRAMA > WS-BTQ-QTD-PROGRAMAS
                    OR WS-BTQ-TAB-PROGRAMA(WS-BTQ-IDX-PROGRAMA)
                       = WS-PROGRAMA-ATUAL
                CONTINUE
            END-PERFORM

            DISPLAY ' '
            DISPLAY 'SOLICITACAO ' WS-NUMERO-ATUAL ': '
                    WS-PROGRAMA-ATUAL ' PEDIDA POR ' WS-OPERADOR-ATUAL

            ACCEPT WS-INICIO-DATA FROM DATE YYYYMMDD
            ACCEPT WS-INICIO-HORA FROM TIME
            PERFORM P350-MARCA-EM-EXECUCAO

            EVALUATE TRUE
                WHEN WS-ERRO-FILA-SIM
      *              SEM A MARCA NA FILA O PROGRAMA NAO RODA - O
      *              OPERADOR VERIA A SOLICITACAO PENDENTE PARA SEMPRE
                     MOVE 8 TO WS-RC-ATUAL
                WHEN WS-BTQ-IDX-PROGRAMA > WS-BTQ-QTD-PROGRAMAS
                     DISPLAY 'PROGRAMA ' WS-PROGRAMA-ATUAL
                             ' NAO PODE SER SOLICITADO - IGNORADA.'
                     MOVE 8 TO WS-RC-ATUAL
                WHEN OTHER
                     PERFORM P310-GRAVA-PARAMETRO
                     IF WS-BATCHPRM-OK
                        CANCEL WS-PROGRAMA-ATUAL
                        CALL WS-PROGRAMA-ATUAL
                        MOVE RETURN-CODE TO WS-RC-ATUAL
                        CANCEL WS-PROGRAMA-ATUAL
                        PERFORM P320-LIMPA-PARAMETRO
                        PERFORM P330-LOCALIZA-RELATORIO
                     ELSE
                        MOVE 8 TO WS-RC-ATUAL
                     END-IF
            END-EVALUATE
            MOVE ZEROS TO RETURN-CODE

            MOVE WS-RC-ATUAL TO WS-RC-ED
            DISPLAY WS-PROGRAMA-ATUAL ' TERMINOU COM RETURN-CODE '
                    WS-RC-ED
            IF WS-RELATORIO-ATUAL NOT = SPACES
               DISPLAY 'RELATORIO: ' WS-RELATORIO-ATUAL
            END-IF

            ADD 1 TO WS-QTD-EXECUTADAS
            EVALUATE TRUE
                WHEN WS-RC-ATUAL >= 8
                     ADD 1 TO WS-QTD-FALHAS
                WHEN WS-RC-ATUAL = 4
                     ADD 1 TO WS-QTD-AVISOS
            END-EVALUATE

            PERFORM P340-ENCERRA-SOLICITACAO
            PERFORM P700-REGISTRA-JOB-LOG.

       P310-GRAVA-PARAMETRO.
            OPEN OUTPUT PARAMETRO-SOLICITACAO
            IF WS-BATCHPRM-OK
               MOVE SPACES       TO REG-PARAMETRO-SOLICITACAO
               MOVE BTQ-NUMERO   TO BTP-NUMERO
               MOVE BTQ-UF       TO BTP-UF
               MOVE BTQ-FILIAL   TO BTP-FILIAL
               MOVE BTQ-DATA-DE  TO BTP-DATA-DE
               MOVE BTQ-DATA-ATE TO BTP-DATA-ATE
               WRITE REG-PARAMETRO-SOLICITACAO
               CLOSE PARAMETRO-SOLICITACAO
            ELSE
               DISPLAY 'ERRO AO GRAVAR BATCHPRM.dat - STATUS '
                       WS-BATCHPRM-STATUS
            END-IF.

      *     VAZIO, O PROXIMO CALL DO PROGRAMA (CADEIA OU MENU) RODA SEM
      *     OS FILTROS DA SOLICITACAO
       P320-LIMPA-PARAMETRO.
            OPEN OUTPUT PARAMETRO-SOLICITACAO
            IF WS-BATCHPRM-OK
               CLOSE PARAMETRO-SOLICITACAO
            ELSE
               DISPLAY 'AVISO - BATCHPRM.dat NAO ESVAZIADO - STATUS '
                       WS-BATCHPRM-STATUS
            END-IF.

      *     A ULTIMA LINHA DO CATALOGO DAQUELE PROGRAMA GRAVADA DEPOIS
      *     DO INICIO DA EXECUCAO E A COPIA DESTA RODADA; SEM ELA (O
      *     RPT-SPOOL SO AVISA QUANDO FALHA) FICA O NOME FIXO DO
      *     RELATORIO, SE O PROGRAMA NAO FALHOU
       P330-LOCALIZA-RELATORIO.
            MOVE 'N' TO WS-FIM-CATALOGO
            OPEN INPUT CATALOGO-RELATORIOS
            IF WS-RPTCAT-OK
               PERFORM P335-LE-CATALOGO UNTIL WS-FIM-CATALOGO-SIM
               CLOSE CATALOGO-RELATORIOS
            END-IF
            IF WS-RELATORIO-ATUAL = SPACES
               AND WS-RC-ATUAL < 8
               MOVE WS-BTQ-TAB-RELATORIO(WS-BTQ-IDX-PROGRAMA)
                    TO WS-RELATORIO-ATUAL
            END-IF.

       P335-LE-CATALOGO.
            READ CATALOGO-RELATORIOS
                 AT END SET WS-FIM-CATALOGO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CATALOGO-SIM
               IF RCT-PROGRAMA = WS-PROGRAMA-ATUAL
                  AND (RCT-DATA-EXECUCAO > WS-INICIO-DATA
                       OR (RCT-DATA-EXECUCAO = WS-INICIO-DATA
                           AND RCT-HORA-EXECUCAO >= WS-INICIO-HORA))
                  MOVE RCT-ARQUIVO-GUARDADO TO WS-RELATORIO-ATUAL
               END-IF
            END-IF.

      *     FILA RELIDA - A LINHA DA SOLICITACAO E LOCALIZADA PELO
      *     NUMERO, NAO PELA POSICAO
       P340-ENCERRA-SOLICITACAO.
            PERFORM P110-CARREGA-FILA
            PERFORM P360-LOCALIZA-NA-FILA
            IF WS-IDX-ACHADO > ZEROS
               IF WS-RC-ATUAL >= 8
                  SET BTQ-FALHOU TO TRUE
               ELSE
                  SET BTQ-CONCLUIDA TO TRUE
               END-IF
               MOVE WS-RC-ATUAL        TO BTQ-RETCODE
               MOVE WS-RELATORIO-ATUAL TO BTQ-RELATORIO
               MOVE REG-SOLICITACAO-BATCH
                    TO WS-SOLICITACAO-LINHA(WS-IDX-ACHADO)
               PERFORM P800-REGRAVA-FILA
            END-IF.

       P350-MARCA-EM-EXECUCAO.
            PERFORM P110-CARREGA-FILA
            IF NOT WS-ERRO-FILA-SIM
               PERFORM P360-LOCALIZA-NA-FILA
               IF WS-IDX-ACHADO > ZEROS
                  SET BTQ-EM-EXECUCAO TO TRUE
                  MOVE WS-INICIO-DATA      TO BTQ-DATA-EXECUCAO
                  MOVE WS-INICIO-HORA(1:6) TO BTQ-HORA-EXECUCAO
                  MOVE REG-SOLICITACAO-BATCH
                       TO WS-SOLICITACAO-LINHA(WS-IDX-ACHADO)
                  PERFORM P800-REGRAVA-FILA
               ELSE
                  SET WS-ERRO-FILA-SIM TO TRUE
               END-IF
            END-IF.

       P360-LOCALIZA-NA-FILA.
            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                    UNTIL WS-IDX-SOLICITACAO > WS-QTD-SOLICITACOES-TAB
                    OR WS-IDX-ACHADO > ZEROS
                MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                     TO REG-SOLICITACAO-BATCH
                IF BTQ-NUMERO = WS-NUMERO-ATUAL
                   MOVE WS-IDX-SOLICITACAO TO WS-IDX-ACHADO
                END-IF
            END-PERFORM.

       P700-REGISTRA-JOB-LOG.
            OPEN EXTEND JOB-LOG
            MOVE WS-PROGRAMA-ATUAL TO WS-JBL-PROGRAMA
            MOVE WS-RC-ATUAL       TO WS-JBL-RETCODE
            MOVE SPACES            TO WS-JBL-DESCRICAO
            STRING 'SOB DEMANDA NR ' DELIMITED BY SIZE
                   WS-NUMERO-ATUAL   DELIMITED BY SIZE
                   ' - '             DELIMITED BY SIZE
                   WS-OPERADOR-ATUAL DELIMITED BY SIZE
                   INTO WS-JBL-DESCRICAO
            END-STRING
            IF WS-RC-ATUAL >= 8
               MOVE 'F' TO WS-JBL-SITUACAO
            ELSE
               MOVE 'E' TO WS-JBL-SITUACAO
            END-IF
            PERFORM P8900-GRAVA-JOB-LOG
            IF WS-JOBLOG-OK
               CLOSE JOB-LOG
            END-IF.

       P800-REGRAVA-FILA.
            MOVE SPACES TO WS-BATCHREQ-STATUS
            OPEN OUTPUT FILA-SOLICITACOES
            IF WS-BATCHREQ-OK
               PERFORM VARYING WS-IDX-SOLICITACAO FROM 1 BY 1
                       UNTIL WS-IDX-SOLICITACAO
                             > WS-QTD-SOLICITACOES-TAB
                   MOVE WS-SOLICITACAO-LINHA(WS-IDX-SOLICITACAO)
                        TO REG-SOLICITACAO-BATCH
                   WRITE REG-SOLICITACAO-BATCH
               END-PERFORM
               CLOSE FILA-SOLICITACOES
            ELSE
               SET WS-ERRO-FILA-SIM TO TRUE
               SET WS-FILA-COM-ERRO-SIM TO TRUE
               DISPLAY 'ERRO AO GRAVAR BATCHREQ.dat - STATUS '
                       WS-BATCHREQ-STATUS
            END-IF.

      ******************************************************************
      * P900-FINAL
      * RC 8 se a fila nao pode ser lida ou regravada; RC 4 se alguma
      * solicitacao falhou ou terminou com aviso (nenhuma etapa da
      * cadeia depende deste despacho); RC 0 no demais.
      ******************************************************************
       P900-FINAL.
            DISPLAY ' '
            DISPLAY 'SOLICITACOES EXECUTADAS....: ' WS-QTD-EXECUTADAS
            DISPLAY 'SOLICITACOES COM FALHA.....: ' WS-QTD-FALHAS
            DISPLAY 'SOLICITACOES COM AVISO.....: ' WS-QTD-AVISOS
            DISPLAY 'RODADAS INTERROMPIDAS......: ' WS-QTD-INTERROMPIDAS
            DISPLAY 'EXPURGADAS DA FILA.........: ' WS-QTD-EXPURGADAS
            IF WS-NA-JANELA-SIM
               DISPLAY 'DENTRO DA JANELA BATCH - SOLICITACOES DE '
                       'PROXIMA JANELA DESPACHADAS.'
            ELSE
               DISPLAY 'FORA DA JANELA BATCH - SO AS SOLICITACOES '
                       'COM HORARIO VENCIDO FORAM DESPACHADAS.'
            END-IF

            EVALUATE TRUE
                WHEN WS-FILA-COM-ERRO-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-FALHAS > ZEROS
                     OR WS-QTD-AVISOS > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY JOBLPA.
           COPY DTCONVP.

           COPY ENVCFGPA.
       END PROGRAM BATCH-DISPATCH.
