      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Consulta dos relatorios guardados no spool. Le o
      *            catalogo RPTCAT.dat (gravado pela sub-rotina
      *            RPT-SPOOL a cada rodada de relatorio), filtra por
      *            programa e/ou data da rodada, lista as rodadas
      *            numeradas da mais recente para a mais antiga e
      *            mostra na tela a copia guardada que o operador
      *            escolher, uma tela de 20 linhas por vez. Somente
      *            leitura - quem expurga o spool e o LOG-RETENTION.
      *            Chamada pela opcao do MENU-DRIVER.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-BROWSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RPTCATSL.

           SELECT RELATORIO-GUARDADO ASSIGN TO
           WS-ARQ-GUARDADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GUARDADO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CATALOGO-RELATORIOS.
           COPY RPTCATF.

       FD  RELATORIO-GUARDADO.
       01  REG-RELATORIO-GUARDADO      PIC X(132).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-RPTCAT-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-RPTCAT-OK                    VALUE '00'.
       77  WS-GUARDADO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-GUARDADO-OK                  VALUE '00'.

       77  WS-ARQ-GUARDADO         PIC X(64)   VALUE SPACES.

       77  WS-FIM-CATALOGO         PIC X(01)   VALUE 'N'.
           88  WS-FIM-CATALOGO-SIM             VALUE 'S'.
       77  WS-FIM-CONSULTA         PIC X(01)   VALUE 'N'.
           88  WS-FIM-CONSULTA-SIM             VALUE 'S'.
       77  WS-FIM-RELATORIO        PIC X(01)   VALUE 'N'.
           88  WS-FIM-RELATORIO-SIM            VALUE 'S'.

      * FILTROS DA CONSULTA (BRANCO / ZERO = TODOS)
       01  WS-PROGRAMA-FILTRO      PIC X(16)   VALUE SPACES.
       77  WS-DATA-FILTRO          PIC 9(08)   VALUE ZEROS.

      * RODADAS QUE PASSARAM NO FILTRO, NA ORDEM DO CATALOGO (QUE E A
      * ORDEM DO TEMPO - GRAVADO EM EXTEND). SO AS ULTIMAS 100 FICAM:
      * AO ENCHER, A TABELA DESLIZA E A MAIS ANTIGA SAI
       77  WS-MAX-RODADAS          PIC 9(03)   VALUE 100.
       77  WS-QTD-RODADAS          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-RODADA           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-DESCARTADAS      PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-RODADAS.
           05  WS-RODADA-LINHA     PIC X(118)  OCCURS 100 TIMES.

       77  WS-NUM-ESCOLHIDO        PIC 9(03)   VALUE ZEROS.
       77  WS-NUM-LISTA            PIC 9(03)   VALUE ZEROS.

      * PAGINACAO DA TELA
       77  WS-LINHAS-TELA          PIC 9(02)   VALUE 20.
       77  WS-LINHAS-MOSTRADAS     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-RESPOSTA             PIC X(01)   VALUE SPACES.
           88  WS-RESPOSTA-FIM                 VALUE 'F' 'f'.

       77  WS-LINHAS-ED            PIC Z.ZZZ.ZZ9.
       77  WS-PAGINAS-ED           PIC ZZ.ZZ9.

      * CONVERSAO DE DATA PARA O FORMATO BR (COPYBOOK DTCONV*)
           COPY DTCONVW.
       01  WS-DATA-EXECUCAO-BR     PIC X(10)   VALUE SPACES.
       01  WS-DATA-REFERENCIA-BR   PIC X(10)   VALUE SPACES.

      * TABELA DE OPERADORES E VALIDACAO NO INICIO DA SESSAO
           COPY OPERTBWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            DISPLAY 'OPERADOR ' WS-OPERADOR-VALIDADO
                    ' AUTENTICADO - CONSULTA DE RELATORIOS LIBERADA.'

            PERFORM P100-CONSULTA UNTIL WS-FIM-CONSULTA-SIM
            GOBACK.

       P100-CONSULTA.
            DISPLAY ' '
            DISPLAY '===== RELATORIOS GUARDADOS ====='
            DISPLAY 'PROGRAMA (EX.: INST-AGING; BRANCO = TODOS, '
                    'FIM = ENCERRAR): '
            MOVE SPACES TO WS-PROGRAMA-FILTRO
            ACCEPT WS-PROGRAMA-FILTRO
            IF WS-PROGRAMA-FILTRO = 'FIM' OR 'fim'
               SET WS-FIM-CONSULTA-SIM TO TRUE
            ELSE
               DISPLAY 'DATA DA RODADA (AAAAMMDD, 0 = TODAS): '
               MOVE ZEROS TO WS-DATA-FILTRO
               ACCEPT WS-DATA-FILTRO
               PERFORM P200-CARREGA-CATALOGO
               IF WS-QTD-RODADAS = ZEROS
                  DISPLAY 'NENHUM RELATORIO GUARDADO COM ESSE '
                          'FILTRO.'
               ELSE
                  PERFORM P300-LISTA-RODADAS
                  DISPLAY 'NUMERO DO RELATORIO A EXIBIR (0 = NOVA '
                          'CONSULTA): '
                  MOVE ZEROS TO WS-NUM-ESCOLHIDO
                  ACCEPT WS-NUM-ESCOLHIDO
                  IF WS-NUM-ESCOLHIDO > ZEROS
                     PERFORM P400-EXIBE-RELATORIO
                  END-IF
               END-IF
            END-IF.

       P200-CARREGA-CATALOGO.
            MOVE ZEROS TO WS-QTD-RODADAS
            MOVE ZEROS TO WS-QTD-DESCARTADAS
            MOVE 'N' TO WS-FIM-CATALOGO
            OPEN INPUT CATALOGO-RELATORIOS
            IF NOT WS-RPTCAT-OK
               DISPLAY 'CATALOGO DE RELATORIOS AUSENTE OU '
                       'INDISPONIVEL - STATUS ' WS-RPTCAT-STATUS
            ELSE
               PERFORM P210-LE-CATALOGO UNTIL WS-FIM-CATALOGO-SIM
               CLOSE CATALOGO-RELATORIOS
               IF WS-QTD-DESCARTADAS > ZEROS
                  DISPLAY 'MAIS DE ' WS-MAX-RODADAS ' RODADAS NO '
                          'FILTRO - SO AS ' WS-MAX-RODADAS
                          ' MAIS RECENTES SAO LISTADAS.'
               END-IF
            END-IF.

       P210-LE-CATALOGO.
            READ CATALOGO-RELATORIOS
                 AT END SET WS-FIM-CATALOGO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CATALOGO-SIM
               IF (WS-PROGRAMA-FILTRO = SPACES
                   OR RCT-PROGRAMA = WS-PROGRAMA-FILTRO)
                  AND (WS-DATA-FILTRO = ZEROS
                   OR RCT-DATA-EXECUCAO = WS-DATA-FILTRO)
                  IF WS-QTD-RODADAS >= WS-MAX-RODADAS
                     PERFORM VARYING WS-IDX-RODADA FROM 1 BY 1
                             UNTIL WS-IDX-RODADA >= WS-QTD-RODADAS
                         MOVE WS-RODADA-LINHA(WS-IDX-RODADA + 1)
                              TO WS-RODADA-LINHA(WS-IDX-RODADA)
                     END-PERFORM
                     ADD 1 TO WS-QTD-DESCARTADAS
                  ELSE
                     ADD 1 TO WS-QTD-RODADAS
                  END-IF
                  MOVE REG-CATALOGO-RELATORIO
                       TO WS-RODADA-LINHA(WS-QTD-RODADAS)
               END-IF
            END-IF.

      ******************************************************************
      * P300-LISTA-RODADAS
      * Lista da mais recente (numero 1) para a mais antiga - quem
      * procura o relatorio de ontem nao precisa rolar o ano inteiro.
      ******************************************************************
       P300-LISTA-RODADAS.
            DISPLAY ' '
            DISPLAY ' NR PROGRAMA         RODADA     HORA   '
                    'REFERENCIA FL  PAGINAS'
            MOVE ZEROS TO WS-NUM-LISTA
            PERFORM VARYING WS-IDX-RODADA FROM WS-QTD-RODADAS BY -1
                    UNTIL WS-IDX-RODADA < 1
                ADD 1 TO WS-NUM-LISTA
                MOVE WS-RODADA-LINHA(WS-IDX-RODADA)
                     TO REG-CATALOGO-RELATORIO
                MOVE RCT-DATA-EXECUCAO TO WS-DATA-ISO
                PERFORM P8200-CONVERTE-ISO-PARA-BR
                MOVE WS-DATA-BR TO WS-DATA-EXECUCAO-BR
                MOVE RCT-DATA-REFERENCIA TO WS-DATA-ISO
                PERFORM P8200-CONVERTE-ISO-PARA-BR
                MOVE WS-DATA-BR TO WS-DATA-REFERENCIA-BR
                MOVE RCT-QTD-PAGINAS TO WS-PAGINAS-ED
                DISPLAY WS-NUM-LISTA ' ' RCT-PROGRAMA ' '
                        WS-DATA-EXECUCAO-BR ' '
                        RCT-HORA-EXECUCAO(1:2) ':'
                        RCT-HORA-EXECUCAO(3:2) ' '
                        WS-DATA-REFERENCIA-BR ' '
                        RCT-FILIAL ' ' WS-PAGINAS-ED
            END-PERFORM.

       P400-EXIBE-RELATORIO.
            IF WS-NUM-ESCOLHIDO > WS-QTD-RODADAS
               DISPLAY 'NUMERO FORA DA LISTA.'
            ELSE
               COMPUTE WS-IDX-RODADA =
                       WS-QTD-RODADAS - WS-NUM-ESCOLHIDO + 1
               MOVE WS-RODADA-LINHA(WS-IDX-RODADA)
                    TO REG-CATALOGO-RELATORIO
               MOVE RCT-ARQUIVO-GUARDADO TO WS-ARQ-GUARDADO
               OPEN INPUT RELATORIO-GUARDADO
               IF NOT WS-GUARDADO-OK
                  DISPLAY 'COPIA ' WS-ARQ-GUARDADO ' NAO ENCONTRADA '
                          '(STATUS ' WS-GUARDADO-STATUS ') - JA '
                          'EXPURGADA OU MOVIDA.'
               ELSE
                  MOVE RCT-QTD-LINHAS TO WS-LINHAS-ED
                  DISPLAY ' '
                  DISPLAY '----- ' RCT-PROGRAMA ' - ' WS-LINHAS-ED
                          ' LINHA(S) - ENTER CONTINUA, F ENCERRA -----'
                  MOVE 'N' TO WS-FIM-RELATORIO
                  MOVE ZEROS TO WS-LINHAS-MOSTRADAS
                  PERFORM P410-MOSTRA-LINHA UNTIL WS-FIM-RELATORIO-SIM
                  CLOSE RELATORIO-GUARDADO
                  DISPLAY '----- FIM DA EXIBICAO -----'
               END-IF
            END-IF.

       P410-MOSTRA-LINHA.
            READ RELATORIO-GUARDADO
                 AT END SET WS-FIM-RELATORIO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RELATORIO-SIM
               DISPLAY REG-RELATORIO-GUARDADO
               ADD 1 TO WS-LINHAS-MOSTRADAS
               IF WS-LINHAS-MOSTRADAS >= WS-LINHAS-TELA
                  MOVE ZEROS TO WS-LINHAS-MOSTRADAS
                  MOVE SPACES TO WS-RESPOSTA
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA-FIM
                     SET WS-FIM-RELATORIO-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

           COPY DTCONVP.
           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM RPT-BROWSE.
