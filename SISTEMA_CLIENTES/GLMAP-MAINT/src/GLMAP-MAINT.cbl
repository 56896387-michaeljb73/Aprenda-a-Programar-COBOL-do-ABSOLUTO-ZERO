      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao da tabela de mapeamento contabil
      *            (GLMAP.dat, copybook GLMAPF), exclusiva de
      *            supervisor: inclui ou altera a linha de um tipo de
      *            evento financeiro numa filial (ou '**' para todas)
      *            com as contas de debito e credito e o historico,
      *            exclui linha e lista a tabela. E a tabela que o
      *            GL-JOURNAL consulta para transformar cada evento
      *            em partidas dobradas; evento sem linha e rejeitado
      *            no ERROR-LOG em vez de sair sem conta.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Evento FRET (frete cobrado na fatura) incluido
      *                  na lista de tipos.
      * 15/10/2026  MJB  Evento REEM (reembolso ao cliente) aceito na
      *                  tabela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAP-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPA-CONTABIL ASSIGN TO
           'src\assets\GLMAP.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MAPA-CONTABIL.
           COPY GLMAPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-MAPA-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-MAPA-OK                      VALUE '00'.

       77  WS-FIM-MAPA             PIC X(01)   VALUE 'N'.
           88  WS-FIM-MAPA-SIM                 VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-EVENTO-INFORMADO     PIC X(04)   VALUE SPACES.
       01  WS-FILIAL-INFORMADA     PIC X(02)   VALUE SPACES.
       01  WS-DEBITO-INFORMADO     PIC X(10)   VALUE SPACES.
       01  WS-CREDITO-INFORMADO    PIC X(10)   VALUE SPACES.
       01  WS-HISTORICO-INFORMADO  PIC X(30)   VALUE SPACES.

      * TABELA EM MEMORIA - REGRAVADA NO ENCERRAMENTO
       77  WS-MAX-MAPAS            PIC 9(03)   VALUE 300.
       77  WS-QTD-MAPAS-TAB        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MAPA             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-MAPA-MUDOU           PIC X(01)   VALUE 'N'.
           88  WS-MAPA-MUDOU-SIM               VALUE 'S'.
       01  WS-TAB-MAPAS.
           05  WS-MAPA-LINHA       PIC X(56)  OCCURS 300 TIMES.

       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'MAPEAMENTO CONTABIL E OPERACAO DE '
                       'SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P100-CARREGA-MAPA
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               IF WS-MAPA-MUDOU-SIM
                  PERFORM P800-REGRAVA-MAPA
               END-IF
            END-IF
            GOBACK.

       P100-CARREGA-MAPA.
            OPEN INPUT MAPA-CONTABIL
            IF WS-MAPA-OK
               PERFORM P110-LE-MAPA UNTIL WS-FIM-MAPA-SIM
               CLOSE MAPA-CONTABIL
            ELSE
               DISPLAY 'TABELA DE MAPEAMENTO AINDA NAO EXISTE - '
                       'SERA CRIADA NO ENCERRAMENTO.'
            END-IF.

       P110-LE-MAPA.
            READ MAPA-CONTABIL
                 AT END SET WS-FIM-MAPA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-MAPA-SIM
               IF WS-QTD-MAPAS-TAB < WS-MAX-MAPAS
                  ADD 1 TO WS-QTD-MAPAS-TAB
                  MOVE REG-MAPA-CONTABIL
                       TO WS-MAPA-LINHA(WS-QTD-MAPAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-MAPAS ' LINHAS NA '
                          'TABELA - EXCEDENTE IGNORADO NA CARGA.'
                  SET WS-FIM-MAPA-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== MAPEAMENTO PARA O PLANO DE CONTAS ====='
            DISPLAY '1 - INCLUIR OU ALTERAR MAPEAMENTO'
            DISPLAY '2 - EXCLUIR MAPEAMENTO'
            DISPLAY '3 - LISTAR TABELA'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-MAPEAMENTO
                WHEN 2 PERFORM P400-EXCLUI-MAPEAMENTO
                WHEN 3 PERFORM P500-LISTA-MAPA
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CHAVE
      * Evento e filial da linha. O evento tem de ser um dos tipos
      * que o GL-JOURNAL gera (88 GLM-EVENTO-VALIDO); a filial em
      * branco vira '**' (todas as filiais).
      ******************************************************************
       P250-INFORMA-CHAVE.
            DISPLAY 'TIPO DE EVENTO (FATU/IMPO/RECB/DESC/ENCG/PERD/'
                    'NCRD/FRET/REEM): '
            MOVE SPACES TO WS-EVENTO-INFORMADO
            ACCEPT WS-EVENTO-INFORMADO
            DISPLAY 'FILIAL (** OU BRANCO = TODAS): '
            MOVE SPACES TO WS-FILIAL-INFORMADA
            ACCEPT WS-FILIAL-INFORMADA
            IF WS-FILIAL-INFORMADA = SPACES
               MOVE '**' TO WS-FILIAL-INFORMADA
            END-IF
            PERFORM P260-LOCALIZA.

       P260-LOCALIZA.
            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                    UNTIL WS-IDX-MAPA > WS-QTD-MAPAS-TAB
                    OR WS-IDX-ACHADO > ZEROS
                MOVE WS-MAPA-LINHA(WS-IDX-MAPA) TO REG-MAPA-CONTABIL
                IF GLM-TIPO-EVENTO = WS-EVENTO-INFORMADO
                   AND GLM-FILIAL = WS-FILIAL-INFORMADA
                   MOVE WS-IDX-MAPA TO WS-IDX-ACHADO
                END-IF
            END-PERFORM.

       P300-GRAVA-MAPEAMENTO.
            PERFORM P250-INFORMA-CHAVE
            MOVE WS-EVENTO-INFORMADO TO GLM-TIPO-EVENTO
            IF NOT GLM-EVENTO-VALIDO
               DISPLAY 'TIPO DE EVENTO DESCONHECIDO.'
            ELSE
               IF WS-IDX-ACHADO > ZEROS
                  MOVE WS-MAPA-LINHA(WS-IDX-ACHADO)
                       TO REG-MAPA-CONTABIL
                  DISPLAY 'ATUAL: D ' GLM-CONTA-DEBITO
                          ' C ' GLM-CONTA-CREDITO
                          ' - ' GLM-HISTORICO
               END-IF
               DISPLAY 'CONTA A DEBITAR: '
               MOVE SPACES TO WS-DEBITO-INFORMADO
               ACCEPT WS-DEBITO-INFORMADO
               DISPLAY 'CONTA A CREDITAR: '
               MOVE SPACES TO WS-CREDITO-INFORMADO
               ACCEPT WS-CREDITO-INFORMADO
               DISPLAY 'HISTORICO PADRAO: '
               MOVE SPACES TO WS-HISTORICO-INFORMADO
               ACCEPT WS-HISTORICO-INFORMADO

               EVALUATE TRUE
                   WHEN WS-DEBITO-INFORMADO = SPACES
                        OR WS-CREDITO-INFORMADO = SPACES
                        DISPLAY 'AS DUAS CONTAS SAO OBRIGATORIAS.'
                   WHEN WS-DEBITO-INFORMADO = WS-CREDITO-INFORMADO
                        DISPLAY 'DEBITO E CREDITO NA MESMA CONTA '
                                'NAO E LANCAMENTO.'
                   WHEN OTHER
                        PERFORM P310-APLICA-MAPEAMENTO
               END-EVALUATE
            END-IF.

       P310-APLICA-MAPEAMENTO.
            MOVE SPACES TO REG-MAPA-CONTABIL
            MOVE WS-EVENTO-INFORMADO    TO GLM-TIPO-EVENTO
            MOVE WS-FILIAL-INFORMADA    TO GLM-FILIAL
            MOVE WS-DEBITO-INFORMADO    TO GLM-CONTA-DEBITO
            MOVE WS-CREDITO-INFORMADO   TO GLM-CONTA-CREDITO
            MOVE WS-HISTORICO-INFORMADO TO GLM-HISTORICO
            IF WS-IDX-ACHADO > ZEROS
               MOVE REG-MAPA-CONTABIL
                    TO WS-MAPA-LINHA(WS-IDX-ACHADO)
               SET WS-MAPA-MUDOU-SIM TO TRUE
               DISPLAY 'MAPEAMENTO ALTERADO.'
            ELSE
               IF WS-QTD-MAPAS-TAB < WS-MAX-MAPAS
                  ADD 1 TO WS-QTD-MAPAS-TAB
                  MOVE REG-MAPA-CONTABIL
                       TO WS-MAPA-LINHA(WS-QTD-MAPAS-TAB)
                  SET WS-MAPA-MUDOU-SIM TO TRUE
                  DISPLAY 'MAPEAMENTO INCLUIDO.'
               ELSE
                  DISPLAY 'TABELA DE MAPEAMENTO CHEIA.'
               END-IF
            END-IF.

       P400-EXCLUI-MAPEAMENTO.
            PERFORM P250-INFORMA-CHAVE
            IF WS-IDX-ACHADO = ZEROS
               DISPLAY 'MAPEAMENTO NAO ENCONTRADO.'
            ELSE
      *        LINHA APAGADA FICA EM BRANCO NA TABELA E NAO VOLTA
      *        PARA O ARQUIVO NA REGRAVACAO
               MOVE SPACES TO WS-MAPA-LINHA(WS-IDX-ACHADO)
               SET WS-MAPA-MUDOU-SIM TO TRUE
               DISPLAY 'MAPEAMENTO EXCLUIDO - EVENTOS DESTE TIPO E '
                       'FILIAL PASSAM A SER REJEITADOS SE NAO HOUVER '
                       'LINHA PARA TODAS AS FILIAIS.'
            END-IF.

       P500-LISTA-MAPA.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                    UNTIL WS-IDX-MAPA > WS-QTD-MAPAS-TAB
                IF WS-MAPA-LINHA(WS-IDX-MAPA) NOT = SPACES
                   MOVE WS-MAPA-LINHA(WS-IDX-MAPA)
                        TO REG-MAPA-CONTABIL
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY '  ' GLM-TIPO-EVENTO ' FILIAL ' GLM-FILIAL
                           '  D ' GLM-CONTA-DEBITO
                           '  C ' GLM-CONTA-CREDITO
                           '  ' GLM-HISTORICO
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' MAPEAMENTO(S) NA TABELA.'.

       P800-REGRAVA-MAPA.
            MOVE SPACES TO WS-MAPA-STATUS
            OPEN OUTPUT MAPA-CONTABIL
            IF NOT WS-MAPA-OK
               DISPLAY 'ERRO AO REGRAVAR A TABELA - STATUS '
                       WS-MAPA-STATUS
            ELSE
               PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                       UNTIL WS-IDX-MAPA > WS-QTD-MAPAS-TAB
                   IF WS-MAPA-LINHA(WS-IDX-MAPA) NOT = SPACES
                      MOVE WS-MAPA-LINHA(WS-IDX-MAPA)
                           TO REG-MAPA-CONTABIL
                      WRITE REG-MAPA-CONTABIL
                   END-IF
               END-PERFORM
               CLOSE MAPA-CONTABIL
            END-IF.

           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM GLMAP-MAINT.
