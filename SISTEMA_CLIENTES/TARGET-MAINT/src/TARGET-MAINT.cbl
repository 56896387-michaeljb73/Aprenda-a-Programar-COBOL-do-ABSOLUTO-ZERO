      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao da tabela de metas mensais de venda
      *            (METAS.dat, copybook METF), exclusiva de
      *            supervisor: inclui ou altera a meta de uma
      *            competencia para a filial inteira (operador em
      *            branco) ou para um operador da filial, exclui meta
      *            lancada errada e lista as metas de uma competencia.
      *            Operador informado tem de estar ativo no OPRMAST e
      *            ser da filial da meta - o faturado dele so e
      *            apurado na filial em que lanca os pedidos. Cada
      *            linha gravada leva o supervisor e a data da ultima
      *            alteracao. A tabela e lida pelo TARGET-REPORT.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARGET-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-METAS ASSIGN TO
           'src\assets\METAS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TABELA-METAS.
           COPY METF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-METAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-METAS-OK                     VALUE '00'.

       77  WS-FIM-METAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-METAS-SIM                VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

      * CHAVE E VALOR DIGITADOS
       01  WS-COMPETENCIA-INFORMADA PIC 9(06)  VALUE ZEROS.
       01  WS-COMPETENCIA-INF-R REDEFINES WS-COMPETENCIA-INFORMADA.
           05  WS-COMP-INF-AAAA        PIC 9(04).
           05  WS-COMP-INF-MM          PIC 9(02).
       01  WS-FILIAL-INFORMADA     PIC X(02)   VALUE SPACES.
       01  WS-OPERADOR-INFORMADO   PIC X(08)   VALUE SPACES.
       77  WS-VALOR-INFORMADO      PIC 9(11)V99 VALUE ZEROS.
       77  WS-CHAVE-VALIDA         PIC X(01)   VALUE 'N'.
           88  WS-CHAVE-VALIDA-SIM             VALUE 'S'.

      * OPERADOR DA META - CONFERIDO PELA OPER-VALID (ATIVO E FILIAL)
       77  WS-META-OPR-ACHADO      PIC X(01)   VALUE 'N'.
           88  WS-META-OPR-ACHADO-SIM          VALUE 'S'.
       77  WS-META-OPR-NIVEL       PIC 9(01)   VALUE ZEROS.
       01  WS-META-OPR-FILIAL      PIC X(02)   VALUE SPACES.

      * TABELA EM MEMORIA - REGRAVADA NO ENCERRAMENTO
       77  WS-MAX-METAS            PIC 9(03)   VALUE 500.
       77  WS-QTD-METAS-TAB        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-META             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-METAS-MUDARAM        PIC X(01)   VALUE 'N'.
           88  WS-METAS-MUDARAM-SIM            VALUE 'S'.
       01  WS-TAB-METAS.
           05  WS-META-LINHA       PIC X(45)  OCCURS 500 TIMES.

       77  WS-QTD-LISTADAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-OPERADOR-TXT         PIC X(08)   VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'METAS DE VENDA SAO OPERACAO DE '
                       'SUPERVISOR - ACESSO NEGADO.'
            ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM P100-CARREGA-METAS
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               IF WS-METAS-MUDARAM-SIM
                  PERFORM P800-REGRAVA-METAS
               END-IF
            END-IF
            GOBACK.

       P100-CARREGA-METAS.
            OPEN INPUT TABELA-METAS
            IF WS-METAS-OK
               PERFORM P110-LE-META UNTIL WS-FIM-METAS-SIM
               CLOSE TABELA-METAS
            ELSE
               DISPLAY 'TABELA DE METAS AINDA NAO EXISTE - SERA '
                       'CRIADA NO ENCERRAMENTO.'
            END-IF.

       P110-LE-META.
            READ TABELA-METAS
                 AT END SET WS-FIM-METAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-METAS-SIM
               IF WS-QTD-METAS-TAB < WS-MAX-METAS
                  ADD 1 TO WS-QTD-METAS-TAB
                  MOVE REG-META-VENDA
                       TO WS-META-LINHA(WS-QTD-METAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-METAS ' METAS NA '
                          'TABELA - EXCEDENTE IGNORADO NA CARGA.'
                  SET WS-FIM-METAS-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== METAS MENSAIS DE VENDA ====='
            DISPLAY '1 - INCLUIR OU ALTERAR META'
            DISPLAY '2 - EXCLUIR META'
            DISPLAY '3 - LISTAR METAS DE UMA COMPETENCIA'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-META
                WHEN 2 PERFORM P400-EXCLUI-META
                WHEN 3 PERFORM P500-LISTA-METAS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CHAVE
      * Competencia AAAAMM, filial obrigatoria e operador opcional
      * (em branco = meta da filial). Operador informado precisa
      * estar ativo e ser da filial digitada.
      ******************************************************************
       P250-INFORMA-CHAVE.
            MOVE 'N' TO WS-CHAVE-VALIDA
            MOVE ZEROS TO WS-IDX-ACHADO
            DISPLAY 'COMPETENCIA (AAAAMM): '
            MOVE ZEROS TO WS-COMPETENCIA-INFORMADA
            ACCEPT WS-COMPETENCIA-INFORMADA
            DISPLAY 'FILIAL: '
            MOVE SPACES TO WS-FILIAL-INFORMADA
            ACCEPT WS-FILIAL-INFORMADA
            DISPLAY 'OPERADOR (EM BRANCO = META DA FILIAL): '
            MOVE SPACES TO WS-OPERADOR-INFORMADO
            ACCEPT WS-OPERADOR-INFORMADO

            EVALUATE TRUE
                WHEN WS-COMP-INF-AAAA < 2000
                     OR WS-COMP-INF-MM < 01 OR WS-COMP-INF-MM > 12
                     DISPLAY 'COMPETENCIA INVALIDA.'
                WHEN WS-FILIAL-INFORMADA = SPACES
                     DISPLAY 'FILIAL OBRIGATORIA.'
                WHEN OTHER
                     SET WS-CHAVE-VALIDA-SIM TO TRUE
                     PERFORM P260-LOCALIZA
            END-EVALUATE.

       P260-LOCALIZA.
            PERFORM VARYING WS-IDX-META FROM 1 BY 1
                    UNTIL WS-IDX-META > WS-QTD-METAS-TAB
                    OR WS-IDX-ACHADO > ZEROS
                MOVE WS-META-LINHA(WS-IDX-META) TO REG-META-VENDA
                IF MET-COMPETENCIA = WS-COMPETENCIA-INFORMADA
                   AND MET-FILIAL = WS-FILIAL-INFORMADA
                   AND MET-OPERADOR = WS-OPERADOR-INFORMADO
                   MOVE WS-IDX-META TO WS-IDX-ACHADO
                END-IF
            END-PERFORM.

       P270-CONFERE-OPERADOR.
            MOVE 'N' TO WS-META-OPR-ACHADO
            CALL 'OPER-VALID' USING WS-OPERADOR-INFORMADO
                                    WS-META-OPR-ACHADO
                                    WS-META-OPR-NIVEL
                                    WS-META-OPR-FILIAL
            IF NOT WS-META-OPR-ACHADO-SIM
               DISPLAY 'OPERADOR INEXISTENTE OU INATIVO.'
               MOVE 'N' TO WS-CHAVE-VALIDA
            ELSE
               IF WS-META-OPR-FILIAL NOT = WS-FILIAL-INFORMADA
                  DISPLAY 'OPERADOR E DA FILIAL ' WS-META-OPR-FILIAL
                          ' - META TEM DE SER LANCADA NELA.'
                  MOVE 'N' TO WS-CHAVE-VALIDA
               END-IF
            END-IF.

       P300-GRAVA-META.
            PERFORM P250-INFORMA-CHAVE
            IF WS-CHAVE-VALIDA-SIM
               AND WS-OPERADOR-INFORMADO NOT = SPACES
               PERFORM P270-CONFERE-OPERADOR
            END-IF
            IF WS-CHAVE-VALIDA-SIM
               IF WS-IDX-ACHADO > ZEROS
                  MOVE WS-META-LINHA(WS-IDX-ACHADO) TO REG-META-VENDA
                  MOVE MET-VALOR TO WS-VALOR-ED
                  DISPLAY 'META ATUAL: ' WS-VALOR-ED
                          ' (' MET-SUPERVISOR ' EM '
                          MET-DATA-ALTERACAO ')'
               END-IF
               DISPLAY 'VALOR DA META: '
               MOVE ZEROS TO WS-VALOR-INFORMADO
               ACCEPT WS-VALOR-INFORMADO
               IF WS-VALOR-INFORMADO = ZEROS
                  DISPLAY 'VALOR DA META OBRIGATORIO.'
               ELSE
                  PERFORM P310-APLICA-META
               END-IF
            END-IF.

       P310-APLICA-META.
            IF WS-IDX-ACHADO > ZEROS
               MOVE WS-META-LINHA(WS-IDX-ACHADO) TO REG-META-VENDA
               MOVE WS-VALOR-INFORMADO   TO MET-VALOR
               MOVE WS-OPERADOR-VALIDADO TO MET-SUPERVISOR
               MOVE WS-DATA-HOJE         TO MET-DATA-ALTERACAO
               MOVE REG-META-VENDA TO WS-META-LINHA(WS-IDX-ACHADO)
               SET WS-METAS-MUDARAM-SIM TO TRUE
               DISPLAY 'META ALTERADA.'
            ELSE
               IF WS-QTD-METAS-TAB < WS-MAX-METAS
                  MOVE SPACES TO REG-META-VENDA
                  MOVE WS-COMPETENCIA-INFORMADA TO MET-COMPETENCIA
                  MOVE WS-FILIAL-INFORMADA      TO MET-FILIAL
                  MOVE WS-OPERADOR-INFORMADO    TO MET-OPERADOR
                  MOVE WS-VALOR-INFORMADO       TO MET-VALOR
                  MOVE WS-OPERADOR-VALIDADO     TO MET-SUPERVISOR
                  MOVE WS-DATA-HOJE             TO MET-DATA-ALTERACAO
                  ADD 1 TO WS-QTD-METAS-TAB
                  MOVE REG-META-VENDA
                       TO WS-META-LINHA(WS-QTD-METAS-TAB)
                  SET WS-METAS-MUDARAM-SIM TO TRUE
                  DISPLAY 'META INCLUIDA.'
               ELSE
                  DISPLAY 'TABELA DE METAS CHEIA.'
               END-IF
            END-IF.

      ******************************************************************
      * P400-EXCLUI-META
      * Tira a linha da tabela puxando as seguintes uma posicao para
      * cima - a ordem de gravacao das demais fica como estava.
      ******************************************************************
       P400-EXCLUI-META.
            PERFORM P250-INFORMA-CHAVE
            IF WS-CHAVE-VALIDA-SIM
               IF WS-IDX-ACHADO = ZEROS
                  DISPLAY 'META NAO ENCONTRADA.'
               ELSE
                  MOVE WS-META-LINHA(WS-IDX-ACHADO) TO REG-META-VENDA
                  MOVE MET-VALOR TO WS-VALOR-ED
                  DISPLAY 'META ' WS-VALOR-ED ' - CONFIRMA A '
                          'EXCLUSAO (S/N)? '
                  MOVE SPACE TO WS-CONFIRMA
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM VARYING WS-IDX-META FROM WS-IDX-ACHADO
                             BY 1
                             UNTIL WS-IDX-META >= WS-QTD-METAS-TAB
                         MOVE WS-META-LINHA(WS-IDX-META + 1)
                              TO WS-META-LINHA(WS-IDX-META)
                     END-PERFORM
                     SUBTRACT 1 FROM WS-QTD-METAS-TAB
                     SET WS-METAS-MUDARAM-SIM TO TRUE
                     DISPLAY 'META EXCLUIDA.'
                  ELSE
                     DISPLAY 'EXCLUSAO CANCELADA.'
                  END-IF
               END-IF
            END-IF.

       P500-LISTA-METAS.
            DISPLAY 'COMPETENCIA (AAAAMM): '
            MOVE ZEROS TO WS-COMPETENCIA-INFORMADA
            ACCEPT WS-COMPETENCIA-INFORMADA
            MOVE ZEROS TO WS-QTD-LISTADAS
            PERFORM VARYING WS-IDX-META FROM 1 BY 1
                    UNTIL WS-IDX-META > WS-QTD-METAS-TAB
                MOVE WS-META-LINHA(WS-IDX-META) TO REG-META-VENDA
                IF MET-COMPETENCIA = WS-COMPETENCIA-INFORMADA
                   IF MET-OPERADOR = SPACES
                      MOVE '(FILIAL)' TO WS-OPERADOR-TXT
                   ELSE
                      MOVE MET-OPERADOR TO WS-OPERADOR-TXT
                   END-IF
                   MOVE MET-VALOR TO WS-VALOR-ED
                   ADD 1 TO WS-QTD-LISTADAS
                   DISPLAY '  ' MET-FILIAL '  ' WS-OPERADOR-TXT
                           '  ' WS-VALOR-ED '  ' MET-SUPERVISOR
                           '  ' MET-DATA-ALTERACAO
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADAS ' META(S) NA COMPETENCIA.'.

       P800-REGRAVA-METAS.
            MOVE SPACES TO WS-METAS-STATUS
            OPEN OUTPUT TABELA-METAS
            IF NOT WS-METAS-OK
               DISPLAY 'ERRO AO REGRAVAR A TABELA - STATUS '
                       WS-METAS-STATUS
            ELSE
               PERFORM VARYING WS-IDX-META FROM 1 BY 1
                       UNTIL WS-IDX-META > WS-QTD-METAS-TAB
                   MOVE WS-META-LINHA(WS-IDX-META) TO REG-META-VENDA
                   WRITE REG-META-VENDA
               END-PERFORM
               CLOSE TABELA-METAS
            END-IF.

           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM TARGET-MAINT.
