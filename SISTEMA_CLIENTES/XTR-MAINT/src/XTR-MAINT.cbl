      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Biblioteca de extracoes ad hoc de clientes
      *            (XTRREQ.dat, copybook XTRRQF): inclui ou altera um
      *            pedido pelo nome - campos de saida do catalogo
      *            (XTRCTWS), ate 6 condicoes de selecao, ate 2 campos
      *            de ordenacao e o formato CSV ou colunas fixas -,
      *            exclui, lista, mostra o catalogo e executa o
      *            pedido pelo XTR-RUN, que registra cada arquivo
      *            gerado no XTRLOG.txt com o operador e a contagem.
      *            Extracao leva dado pessoal para fora do sistema:
      *            operador de consulta nao entra.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTR-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY XTRRQSL.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-EXTRACAO.
           COPY XTRRQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-XTRREQ-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-XTRREQ-OK                    VALUE '00'.

       77  WS-FIM-PEDIDOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-PEDIDOS-SIM              VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-FIM-LISTA            PIC X(01)   VALUE 'N'.
           88  WS-FIM-LISTA-SIM                VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - OPERACAO OU
      * SUPERVISOR
           COPY OPERTBWS.

      * CATALOGO DOS CAMPOS DE EXTRACAO (COPYBOOKS XTRCT*)
           COPY XTRCTWS.

      * AREA DE PASSAGEM PARA O XTR-RUN (COPYBOOKS XTR*)
           COPY XTRWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-NOME-INFORMADO       PIC X(12)   VALUE SPACES.
       01  WS-CODIGO-INFORMADO     PIC X(04)   VALUE SPACES.
       01  WS-OPERADOR-INFORMADO   PIC X(02)   VALUE SPACES.
       01  WS-SENTIDO-INFORMADO    PIC X(01)   VALUE SPACES.
       01  WS-NUMERO-INFORMADO     PIC 9(14)V99 VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * TABELA EM MEMORIA - REGRAVADA A CADA ALTERACAO, PARA QUE O
      * XTR-RUN JA ENXERGUE O PEDIDO NA MESMA SESSAO
       77  WS-MAX-PEDIDOS          PIC 9(03)   VALUE 100.
       77  WS-QTD-PEDIDOS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PEDIDO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PEDIDOS.
           05  WS-PEDIDO-LINHA     PIC X(333) OCCURS 100 TIMES.

       77  WS-IDX-CAMPO            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-COND             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-ORDEM            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-OPERACAO
               AND NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'EXTRACAO DE CLIENTES EXIGE OPERADOR DE '
                       'OPERACAO OU SUPERVISOR - ACESSO NEGADO.'
            ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM P100-CARREGA-PEDIDOS
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
            END-IF
            GOBACK.

       P100-CARREGA-PEDIDOS.
            OPEN INPUT PEDIDOS-EXTRACAO
            IF WS-XTRREQ-OK
               PERFORM P110-LE-PEDIDO UNTIL WS-FIM-PEDIDOS-SIM
               CLOSE PEDIDOS-EXTRACAO
            ELSE
               DISPLAY 'BIBLIOTECA DE EXTRACOES AINDA NAO EXISTE - '
                       'SERA CRIADA NO PRIMEIRO PEDIDO GRAVADO.'
            END-IF.

       P110-LE-PEDIDO.
            READ PEDIDOS-EXTRACAO
                 AT END SET WS-FIM-PEDIDOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PEDIDOS-SIM
               IF WS-QTD-PEDIDOS-TAB < WS-MAX-PEDIDOS
                  ADD 1 TO WS-QTD-PEDIDOS-TAB
                  MOVE REG-PEDIDO-EXTRACAO
                       TO WS-PEDIDO-LINHA(WS-QTD-PEDIDOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-PEDIDOS ' PEDIDOS NA '
                          'BIBLIOTECA - EXCEDENTE IGNORADO NA CARGA.'
                  SET WS-FIM-PEDIDOS-SIM TO TRUE
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== EXTRACAO AD HOC DE CLIENTES ====='
            DISPLAY '1 - INCLUIR OU ALTERAR PEDIDO'
            DISPLAY '2 - EXCLUIR PEDIDO'
            DISPLAY '3 - LISTAR PEDIDOS'
            DISPLAY '4 - EXECUTAR PEDIDO'
            DISPLAY '5 - CATALOGO DE CAMPOS'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-PEDIDO
                WHEN 2 PERFORM P400-EXCLUI-PEDIDO
                WHEN 3 PERFORM P500-LISTA-PEDIDOS
                WHEN 4 PERFORM P600-EXECUTA-PEDIDO
                WHEN 5 PERFORM P700-MOSTRA-CATALOGO
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

       P250-INFORMA-NOME.
            DISPLAY 'NOME DO PEDIDO: '
            MOVE SPACES TO WS-NOME-INFORMADO
            ACCEPT WS-NOME-INFORMADO
            PERFORM P260-LOCALIZA.

       P260-LOCALIZA.
            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                    UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                    OR WS-IDX-ACHADO > ZEROS
                MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                     TO REG-PEDIDO-EXTRACAO
                IF XRQ-NOME = WS-NOME-INFORMADO
                   AND WS-NOME-INFORMADO NOT = SPACES
                   MOVE WS-IDX-PEDIDO TO WS-IDX-ACHADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P300-GRAVA-PEDIDO
      * O pedido e redigitado por inteiro na alteracao - o atual e
      * mostrado antes. Codigo fora do catalogo e operador invalido
      * sao perguntados de novo; pedido sem campo de saida nao grava.
      ******************************************************************
       P300-GRAVA-PEDIDO.
            PERFORM P250-INFORMA-NOME
            IF WS-NOME-INFORMADO = SPACES
               DISPLAY 'NOME DO PEDIDO E OBRIGATORIO.'
            ELSE
               IF WS-IDX-ACHADO > ZEROS
                  MOVE WS-PEDIDO-LINHA(WS-IDX-ACHADO)
                       TO REG-PEDIDO-EXTRACAO
                  DISPLAY 'ATUAL:'
                  PERFORM P510-MOSTRA-PEDIDO
               END-IF
               MOVE SPACES TO REG-PEDIDO-EXTRACAO
               MOVE WS-NOME-INFORMADO TO XRQ-NOME
               DISPLAY 'DESCRICAO: '
               ACCEPT XRQ-DESCRICAO
               DISPLAY 'FORMATO (C = CSV, F = COLUNAS FIXAS): '
               ACCEPT XRQ-FORMATO
               IF NOT XRQ-FORMATO-VALIDO
                  DISPLAY 'FORMATO INVALIDO - PEDIDO NAO GRAVADO.'
               ELSE
                  DISPLAY 'CAMPOS DE SAIDA (OPCAO 5 MOSTRA O '
                          'CATALOGO) - BRANCO ENCERRA'
                  MOVE 1   TO WS-IDX-CAMPO
                  MOVE 'N' TO WS-FIM-LISTA
                  PERFORM P320-INFORMA-CAMPO
                      UNTIL WS-IDX-CAMPO > 12 OR WS-FIM-LISTA-SIM
                  IF XRQ-CAMPO(1) = SPACES
                     DISPLAY 'PEDIDO SEM CAMPO DE SAIDA - NAO '
                             'GRAVADO.'
                  ELSE
                     DISPLAY 'CONDICOES DE SELECAO (TODAS TEM DE '
                             'VALER) - BRANCO ENCERRA'
                     MOVE 1   TO WS-IDX-COND
                     MOVE 'N' TO WS-FIM-LISTA
                     PERFORM P330-INFORMA-CONDICAO
                         UNTIL WS-IDX-COND > 6 OR WS-FIM-LISTA-SIM
                     DISPLAY 'ORDENACAO - BRANCO ENCERRA'
                     MOVE 1   TO WS-IDX-ORDEM
                     MOVE 'N' TO WS-FIM-LISTA
                     PERFORM P340-INFORMA-ORDEM
                         UNTIL WS-IDX-ORDEM > 2 OR WS-FIM-LISTA-SIM
                     PERFORM P350-APLICA-PEDIDO
                  END-IF
               END-IF
            END-IF.

       P320-INFORMA-CAMPO.
            DISPLAY 'CAMPO ' WS-IDX-CAMPO ': '
            MOVE SPACES TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            IF WS-CODIGO-INFORMADO = SPACES
               SET WS-FIM-LISTA-SIM TO TRUE
            ELSE
               MOVE WS-CODIGO-INFORMADO TO WS-XTR-CODIGO-PROCURADO
               PERFORM P8945-LOCALIZA-CAMPO-EXTRACAO
               IF WS-XTR-IDX-ACHADO = ZEROS
                  DISPLAY 'CAMPO FORA DO CATALOGO.'
               ELSE
                  MOVE WS-CODIGO-INFORMADO TO XRQ-CAMPO(WS-IDX-CAMPO)
                  ADD 1 TO WS-IDX-CAMPO
               END-IF
            END-IF.

       P330-INFORMA-CONDICAO.
            DISPLAY 'CONDICAO ' WS-IDX-COND ' - CAMPO: '
            MOVE SPACES TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            IF WS-CODIGO-INFORMADO = SPACES
               SET WS-FIM-LISTA-SIM TO TRUE
            ELSE
               MOVE WS-CODIGO-INFORMADO TO WS-XTR-CODIGO-PROCURADO
               PERFORM P8945-LOCALIZA-CAMPO-EXTRACAO
               IF WS-XTR-IDX-ACHADO = ZEROS
                  DISPLAY 'CAMPO FORA DO CATALOGO.'
               ELSE
                  PERFORM P335-INFORMA-OPERADOR-VALOR
               END-IF
            END-IF.

       P335-INFORMA-OPERADOR-VALOR.
            DISPLAY 'OPERADOR (EQ/NE/GT/GE/LT/LE/IN): '
            MOVE SPACES TO WS-OPERADOR-INFORMADO
            ACCEPT WS-OPERADOR-INFORMADO
            MOVE WS-OPERADOR-INFORMADO
                 TO XRQ-COND-OPERADOR(WS-IDX-COND)
            EVALUATE TRUE
                WHEN NOT XRQ-OPER-VALIDO(WS-IDX-COND)
                     DISPLAY 'OPERADOR INVALIDO.'
                WHEN XRQ-OPER-LISTA(WS-IDX-COND)
                     AND NOT WS-XTR-CAT-ALFA(WS-XTR-IDX-ACHADO)
                     DISPLAY 'IN SO VALE PARA CAMPO ALFANUMERICO.'
                WHEN WS-XTR-CAT-ALFA(WS-XTR-IDX-ACHADO)
                     IF XRQ-OPER-LISTA(WS-IDX-COND)
                        DISPLAY 'VALORES SEPARADOS POR VIRGULA '
                                '(ATE 6): '
                     ELSE
                        DISPLAY 'VALOR: '
                     END-IF
                     MOVE SPACES TO XRQ-COND-VALOR(WS-IDX-COND)
                     ACCEPT XRQ-COND-VALOR(WS-IDX-COND)
                     MOVE WS-CODIGO-INFORMADO
                          TO XRQ-COND-CAMPO(WS-IDX-COND)
                     ADD 1 TO WS-IDX-COND
                WHEN OTHER
                     IF WS-XTR-CAT-DATA(WS-XTR-IDX-ACHADO)
                        DISPLAY 'DATA (AAAAMMDD): '
                     ELSE
                        DISPLAY 'VALOR: '
                     END-IF
                     MOVE ZEROS TO WS-NUMERO-INFORMADO
                     ACCEPT WS-NUMERO-INFORMADO
                     MOVE SPACES TO XRQ-COND-VALOR(WS-IDX-COND)
                     MOVE WS-NUMERO-INFORMADO
                          TO XRQ-COND-NUMERO(WS-IDX-COND)
                     MOVE WS-CODIGO-INFORMADO
                          TO XRQ-COND-CAMPO(WS-IDX-COND)
                     ADD 1 TO WS-IDX-COND
            END-EVALUATE
            IF WS-IDX-COND NOT > 6
               IF XRQ-COND-CAMPO(WS-IDX-COND) = SPACES
                  MOVE SPACES TO XRQ-COND-OPERADOR(WS-IDX-COND)
               END-IF
            END-IF.

       P340-INFORMA-ORDEM.
            DISPLAY 'ORDENACAO ' WS-IDX-ORDEM ' - CAMPO: '
            MOVE SPACES TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            IF WS-CODIGO-INFORMADO = SPACES
               SET WS-FIM-LISTA-SIM TO TRUE
            ELSE
               MOVE WS-CODIGO-INFORMADO TO WS-XTR-CODIGO-PROCURADO
               PERFORM P8945-LOCALIZA-CAMPO-EXTRACAO
               IF WS-XTR-IDX-ACHADO = ZEROS
                  DISPLAY 'CAMPO FORA DO CATALOGO.'
               ELSE
                  DISPLAY 'SENTIDO (A = CRESCENTE, D = '
                          'DECRESCENTE): '
                  MOVE SPACES TO WS-SENTIDO-INFORMADO
                  ACCEPT WS-SENTIDO-INFORMADO
                  MOVE WS-SENTIDO-INFORMADO
                       TO XRQ-ORDEM-SENTIDO(WS-IDX-ORDEM)
                  IF XRQ-ORDEM-CRESCENTE(WS-IDX-ORDEM)
                     OR XRQ-ORDEM-DECRESCENTE(WS-IDX-ORDEM)
                     MOVE WS-CODIGO-INFORMADO
                          TO XRQ-ORDEM-CAMPO(WS-IDX-ORDEM)
                     ADD 1 TO WS-IDX-ORDEM
                  ELSE
                     MOVE SPACES TO XRQ-ORDEM-SENTIDO(WS-IDX-ORDEM)
                     DISPLAY 'SENTIDO INVALIDO.'
                  END-IF
               END-IF
            END-IF.

       P350-APLICA-PEDIDO.
            MOVE WS-OPERADOR-VALIDADO TO XRQ-OPERADOR
            MOVE WS-DATA-HOJE         TO XRQ-DATA-GRAVACAO
            IF WS-IDX-ACHADO > ZEROS
               MOVE REG-PEDIDO-EXTRACAO
                    TO WS-PEDIDO-LINHA(WS-IDX-ACHADO)
               PERFORM P800-REGRAVA-PEDIDOS
               DISPLAY 'PEDIDO ALTERADO.'
            ELSE
               IF WS-QTD-PEDIDOS-TAB < WS-MAX-PEDIDOS
                  ADD 1 TO WS-QTD-PEDIDOS-TAB
                  MOVE REG-PEDIDO-EXTRACAO
                       TO WS-PEDIDO-LINHA(WS-QTD-PEDIDOS-TAB)
                  PERFORM P800-REGRAVA-PEDIDOS
                  DISPLAY 'PEDIDO INCLUIDO.'
               ELSE
                  DISPLAY 'BIBLIOTECA DE EXTRACOES CHEIA.'
               END-IF
            END-IF.

       P400-EXCLUI-PEDIDO.
            PERFORM P250-INFORMA-NOME
            IF WS-IDX-ACHADO = ZEROS
               DISPLAY 'PEDIDO NAO ENCONTRADO.'
            ELSE
      *        LINHA APAGADA FICA EM BRANCO NA TABELA E NAO VOLTA
      *        PARA O ARQUIVO NA REGRAVACAO
               MOVE SPACES TO WS-PEDIDO-LINHA(WS-IDX-ACHADO)
               PERFORM P800-REGRAVA-PEDIDOS
               DISPLAY 'PEDIDO EXCLUIDO - O REGISTRO DAS EXTRACOES '
                       'JA FEITAS CONTINUA NO XTRLOG.'
            END-IF.

       P500-LISTA-PEDIDOS.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                    UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                IF WS-PEDIDO-LINHA(WS-IDX-PEDIDO) NOT = SPACES
                   MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                        TO REG-PEDIDO-EXTRACAO
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P510-MOSTRA-PEDIDO
                END-IF
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' PEDIDO(S) NA BIBLIOTECA.'.

       P510-MOSTRA-PEDIDO.
            DISPLAY '  ' XRQ-NOME ' ' XRQ-FORMATO ' ' XRQ-DESCRICAO
                    ' (' XRQ-OPERADOR ' ' XRQ-DATA-GRAVACAO ')'
            DISPLAY '    CAMPOS: ' XRQ-CAMPOS
            PERFORM VARYING WS-IDX-COND FROM 1 BY 1
                    UNTIL WS-IDX-COND > 6
                IF XRQ-COND-CAMPO(WS-IDX-COND) NOT = SPACES
                   DISPLAY '    SE ' XRQ-COND-CAMPO(WS-IDX-COND)
                           ' ' XRQ-COND-OPERADOR(WS-IDX-COND)
                           ' ' XRQ-COND-VALOR(WS-IDX-COND)
                END-IF
            END-PERFORM
            IF XRQ-ORDEM-CAMPO(1) NOT = SPACES
               DISPLAY '    ORDEM: ' XRQ-ORDEM-CAMPO(1) ' '
                       XRQ-ORDEM-SENTIDO(1) ' ' XRQ-ORDEM-CAMPO(2)
                       ' ' XRQ-ORDEM-SENTIDO(2)
            END-IF.

       P600-EXECUTA-PEDIDO.
            PERFORM P250-INFORMA-NOME
            IF WS-IDX-ACHADO = ZEROS
               DISPLAY 'PEDIDO NAO ENCONTRADO.'
            ELSE
               MOVE WS-NOME-INFORMADO    TO WS-XTR-PEDIDO
               MOVE WS-OPERADOR-VALIDADO TO WS-XTR-OPERADOR
               PERFORM P8940-EXECUTA-EXTRACAO
            END-IF.

       P700-MOSTRA-CATALOGO.
            DISPLAY 'CODIGO TIPO LARG ROTULO'
            DISPLAY '  (A = TEXTO, N = NUMERO, V = VALOR, '
                    'D = DATA AAAAMMDD)'
            PERFORM VARYING WS-XTR-IDX-CATALOGO FROM 1 BY 1
                    UNTIL WS-XTR-IDX-CATALOGO > WS-XTR-QTD-CATALOGO
                DISPLAY '  ' WS-XTR-CAT-CODIGO(WS-XTR-IDX-CATALOGO)
                        '    ' WS-XTR-CAT-TIPO(WS-XTR-IDX-CATALOGO)
                        '    ' WS-XTR-CAT-LARGURA(WS-XTR-IDX-CATALOGO)
                        '   ' WS-XTR-CAT-ROTULO(WS-XTR-IDX-CATALOGO)
            END-PERFORM.

       P800-REGRAVA-PEDIDOS.
            MOVE SPACES TO WS-XTRREQ-STATUS
            OPEN OUTPUT PEDIDOS-EXTRACAO
            IF NOT WS-XTRREQ-OK
               DISPLAY 'ERRO AO REGRAVAR A BIBLIOTECA - STATUS '
                       WS-XTRREQ-STATUS
            ELSE
               PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                       UNTIL WS-IDX-PEDIDO > WS-QTD-PEDIDOS-TAB
                   IF WS-PEDIDO-LINHA(WS-IDX-PEDIDO) NOT = SPACES
                      MOVE WS-PEDIDO-LINHA(WS-IDX-PEDIDO)
                           TO REG-PEDIDO-EXTRACAO
                      WRITE REG-PEDIDO-EXTRACAO
                   END-IF
               END-PERFORM
               CLOSE PEDIDOS-EXTRACAO
            END-IF.

           COPY OPERTBPA.
           COPY XTRPA.
           COPY XTRCTPA.

           COPY ENVCFGPA.
       END PROGRAM XTR-MAINT.
