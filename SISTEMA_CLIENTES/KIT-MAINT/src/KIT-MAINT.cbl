      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao da composicao dos itens kit (KITCOMP.dat,
      *            copybooks KIT*), exclusiva de supervisor: inclui ou
      *            altera a quantidade de um componente, exclui
      *            componente e lista a composicao de um kit. O kit e
      *            marcado como tal no ITEM-MAINT (ITM-ITEM-KIT); o
      *            componente tem de ser item simples e ativo. O
      *            ORDER-ENTRY, o QUOTE-MAINT e a liberacao de
      *            backorder do STOCK-MOVE alocam os componentes pela
      *            composicao vigente, e o cancelamento devolve pela
      *            mesma - por isso a composicao de um kit que esta
      *            em pedido ABERTO ou em BACKORDER nao pode mudar.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITMSEL.
           COPY ORDSEL.
           COPY KITSL.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  COMPONENTES-KIT.
           COPY KITF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-NAO-EXISTE              VALUE '23'.
       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
       77  WS-FIM-LINHAS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-LINHAS-SIM               VALUE 'S'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

      * COMPOSICAO EM MEMORIA (COPYBOOKS KIT*) - REGRAVADA NO
      * ENCERRAMENTO. COMPONENTE EXCLUIDO FICA COM O KIT EM BRANCO
      * NA TABELA E NAO VOLTA PARA O ARQUIVO.
           COPY KITWS.
       77  WS-KITS-MUDARAM         PIC X(01)   VALUE 'N'.
           88  WS-KITS-MUDARAM-SIM             VALUE 'S'.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-KIT-INFORMADO        PIC X(08)   VALUE SPACES.
       01  WS-COMPONENTE-INFORMADO PIC X(08)   VALUE SPACES.
       77  WS-QTD-INFORMADA        PIC 9(05)   VALUE ZEROS.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-LIVRE            PIC 9(03)   VALUE ZEROS COMP.

      * PASSOS DA CRITICA - CADA UM SO RODA SE O ANTERIOR PASSOU
       77  WS-ENTRADA-VALIDA       PIC X(01)   VALUE 'N'.
           88  WS-ENTRADA-VALIDA-SIM           VALUE 'S'.
       77  WS-KIT-EM-PEDIDO        PIC X(01)   VALUE 'N'.
           88  WS-KIT-EM-PEDIDO-SIM            VALUE 'S'.
       77  WS-PEDIDO-BLOQUEIO      PIC 9(06)   VALUE ZEROS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'COMPOSICAO DE KITS E OPERACAO DE '
                       'SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P100-INICIO
               IF WS-ERRO-ABERTURA-SIM
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
                  PERFORM P900-FINAL
               END-IF
            END-IF
            GOBACK.

       P100-INICIO.
            PERFORM P8680-CARREGA-COMPOSICAO
            IF WS-KITS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               OPEN INPUT ITEM-MASTER
               IF NOT WS-ITEM-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR CADASTRO DE ITENS - STATUS '
                          WS-ITEM-STATUS
               END-IF
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== COMPOSICAO DE KITS ====='
            DISPLAY '1 - INCLUIR OU ALTERAR COMPONENTE'
            DISPLAY '2 - EXCLUIR COMPONENTE'
            DISPLAY '3 - LISTAR COMPOSICAO DE UM KIT'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-COMPONENTE
                WHEN 2 PERFORM P400-EXCLUI-COMPONENTE
                WHEN 3 PERFORM P500-LISTA-COMPOSICAO
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-KIT
      * Le o codigo do kit e confere no ITEM-MASTER que e item kit.
      ******************************************************************
       P250-INFORMA-KIT.
            MOVE 'N' TO WS-ENTRADA-VALIDA
            DISPLAY 'CODIGO DO ITEM KIT: '
            MOVE SPACES TO WS-KIT-INFORMADO
            ACCEPT WS-KIT-INFORMADO
            MOVE WS-KIT-INFORMADO TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            EVALUATE TRUE
                WHEN WS-ITEM-NAO-EXISTE
                     DISPLAY 'ITEM NAO CADASTRADO.'
                WHEN NOT WS-ITEM-OK
                     DISPLAY 'ERRO AO LER O CADASTRO DE ITENS - '
                             'STATUS ' WS-ITEM-STATUS
                WHEN NOT ITM-ITEM-KIT
                     DISPLAY 'ITEM NAO E KIT - MARQUE O TIPO NA '
                             'INCLUSAO DO ITEM-MAINT.'
                WHEN OTHER
                     DISPLAY 'KIT: ' ITM-DESCRICAO
                     SET WS-ENTRADA-VALIDA-SIM TO TRUE
            END-EVALUATE.

      ******************************************************************
      * P260-CONFERE-PEDIDOS
      * Procura o kit em linha de pedido ABERTO ou em BACKORDER. O
      * que foi alocado pela composicao antiga seria devolvido pela
      * nova no cancelamento, entao a mudanca e recusada ate esses
      * pedidos serem faturados ou cancelados. Sem o arquivo de
      * linhas nenhum pedido tem o kit; sem o cadastro de pedidos
      * nao da para conferir e a mudanca tambem e recusada.
      ******************************************************************
       P260-CONFERE-PEDIDOS.
            MOVE 'N' TO WS-KIT-EM-PEDIDO
            MOVE 'N' TO WS-FIM-LINHAS
            OPEN INPUT ORDER-MASTER
            IF NOT WS-ORD-OK
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY 'CADASTRO DE PEDIDOS INDISPONIVEL (STATUS '
                       WS-ORD-STATUS-ARQ ') - COMPOSICAO NAO MUDA '
                       'SEM CONFERIR OS PEDIDOS.'
            ELSE
               OPEN INPUT LINHAS-PEDIDO
               IF WS-LINHAS-OK
                  PERFORM P265-LE-LINHA-PEDIDO
                          UNTIL WS-FIM-LINHAS-SIM
                  CLOSE LINHAS-PEDIDO
               END-IF
               CLOSE ORDER-MASTER
            END-IF
            IF WS-KIT-EM-PEDIDO-SIM
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY 'KIT NO PEDIDO ' WS-PEDIDO-BLOQUEIO ' EM '
                       'ABERTO/BACKORDER - COMPOSICAO NAO PODE MUDAR.'
            END-IF.

       P265-LE-LINHA-PEDIDO.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-LINHAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LINHAS-SIM
               IF ORL-ITEM = WS-KIT-INFORMADO
                  MOVE ORL-NUMERO TO ORD-NUMERO
                  READ ORDER-MASTER KEY IS ORD-NUMERO
                  IF WS-ORD-OK
                     AND (ORD-ABERTO OR ORD-BACKORDER)
                     SET WS-KIT-EM-PEDIDO-SIM TO TRUE
                     MOVE ORD-NUMERO TO WS-PEDIDO-BLOQUEIO
                     SET WS-FIM-LINHAS-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P270-LOCALIZA-COMPONENTE.
            MOVE ZEROS TO WS-IDX-ACHADO
            MOVE ZEROS TO WS-IDX-LIVRE
            PERFORM VARYING WS-IDX-COMPONENTE FROM 1 BY 1
                    UNTIL WS-IDX-COMPONENTE > WS-QTD-COMPONENTES-TAB
                    OR WS-IDX-ACHADO > ZEROS
                IF WS-KTC-KIT(WS-IDX-COMPONENTE) = WS-KIT-INFORMADO
                   AND WS-KTC-COMPONENTE(WS-IDX-COMPONENTE)
                       = WS-COMPONENTE-INFORMADO
                   MOVE WS-IDX-COMPONENTE TO WS-IDX-ACHADO
                END-IF
                IF WS-KTC-KIT(WS-IDX-COMPONENTE) = SPACES
                   AND WS-IDX-LIVRE = ZEROS
                   MOVE WS-IDX-COMPONENTE TO WS-IDX-LIVRE
                END-IF
            END-PERFORM.

      ******************************************************************
      * P300-GRAVA-COMPONENTE
      * Componente novo ou nova quantidade de um componente que ja
      * esta no kit. O componente tem de ser item simples, ativo e
      * diferente do proprio kit; kit dentro de kit nao e aceito.
      ******************************************************************
       P300-GRAVA-COMPONENTE.
            PERFORM P250-INFORMA-KIT
            IF WS-ENTRADA-VALIDA-SIM
               PERFORM P310-INFORMA-COMPONENTE
            END-IF
            IF WS-ENTRADA-VALIDA-SIM
               PERFORM P260-CONFERE-PEDIDOS
            END-IF
            IF WS-ENTRADA-VALIDA-SIM
               PERFORM P320-APLICA-COMPONENTE
            END-IF.

       P310-INFORMA-COMPONENTE.
            MOVE 'N' TO WS-ENTRADA-VALIDA
            DISPLAY 'CODIGO DO COMPONENTE: '
            MOVE SPACES TO WS-COMPONENTE-INFORMADO
            ACCEPT WS-COMPONENTE-INFORMADO
            DISPLAY 'QUANTIDADE POR UNIDADE DO KIT: '
            MOVE ZEROS TO WS-QTD-INFORMADA
            ACCEPT WS-QTD-INFORMADA

            MOVE WS-COMPONENTE-INFORMADO TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            EVALUATE TRUE
                WHEN WS-COMPONENTE-INFORMADO = WS-KIT-INFORMADO
                     DISPLAY 'O KIT NAO PODE SER COMPONENTE DE SI '
                             'MESMO.'
                WHEN WS-ITEM-NAO-EXISTE
                     DISPLAY 'COMPONENTE NAO CADASTRADO.'
                WHEN NOT WS-ITEM-OK
                     DISPLAY 'ERRO AO LER O CADASTRO DE ITENS - '
                             'STATUS ' WS-ITEM-STATUS
                WHEN ITM-ITEM-KIT
                     DISPLAY 'COMPONENTE E OUTRO KIT - INFORME OS '
                             'ITENS DELE DIRETAMENTE.'
                WHEN ITM-REGISTRO-INATIVO
                     DISPLAY 'COMPONENTE INATIVO.'
                WHEN WS-QTD-INFORMADA = ZEROS
                     DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO - '
                             'PARA TIRAR O COMPONENTE USE A OPCAO 2.'
                WHEN OTHER
                     DISPLAY 'COMPONENTE: ' ITM-DESCRICAO
                     SET WS-ENTRADA-VALIDA-SIM TO TRUE
            END-EVALUATE.

       P320-APLICA-COMPONENTE.
            PERFORM P270-LOCALIZA-COMPONENTE
            MOVE WS-KIT-INFORMADO TO WS-KIT-PROCURADO
            PERFORM P8685-MONTA-COMPOSICAO
            EVALUATE TRUE
                WHEN WS-IDX-ACHADO > ZEROS
                     MOVE WS-QTD-INFORMADA
                          TO WS-KTC-QUANTIDADE(WS-IDX-ACHADO)
                     SET WS-KITS-MUDARAM-SIM TO TRUE
                     DISPLAY 'QUANTIDADE DO COMPONENTE ALTERADA.'
                WHEN WS-QTD-CMP-KIT NOT < WS-MAX-CMP-KIT
                     DISPLAY 'KIT JA TEM ' WS-MAX-CMP-KIT
                             ' COMPONENTES - LIMITE ATINGIDO.'
                WHEN WS-IDX-LIVRE = ZEROS
                     AND WS-QTD-COMPONENTES-TAB
                         NOT < WS-MAX-COMPONENTES
                     DISPLAY 'ARQUIVO DE COMPOSICAO CHEIO.'
                WHEN OTHER
                     IF WS-IDX-LIVRE = ZEROS
                        ADD 1 TO WS-QTD-COMPONENTES-TAB
                        MOVE WS-QTD-COMPONENTES-TAB TO WS-IDX-LIVRE
                     END-IF
                     MOVE WS-KIT-INFORMADO
                          TO WS-KTC-KIT(WS-IDX-LIVRE)
                     MOVE WS-COMPONENTE-INFORMADO
                          TO WS-KTC-COMPONENTE(WS-IDX-LIVRE)
                     MOVE WS-QTD-INFORMADA
                          TO WS-KTC-QUANTIDADE(WS-IDX-LIVRE)
                     SET WS-KITS-MUDARAM-SIM TO TRUE
                     DISPLAY 'COMPONENTE INCLUIDO NO KIT.'
            END-EVALUATE.

       P400-EXCLUI-COMPONENTE.
            PERFORM P250-INFORMA-KIT
            IF WS-ENTRADA-VALIDA-SIM
               DISPLAY 'CODIGO DO COMPONENTE: '
               MOVE SPACES TO WS-COMPONENTE-INFORMADO
               ACCEPT WS-COMPONENTE-INFORMADO
               PERFORM P270-LOCALIZA-COMPONENTE
               IF WS-IDX-ACHADO = ZEROS
                  MOVE 'N' TO WS-ENTRADA-VALIDA
                  DISPLAY 'COMPONENTE NAO ESTA NO KIT.'
               END-IF
            END-IF
            IF WS-ENTRADA-VALIDA-SIM
               PERFORM P260-CONFERE-PEDIDOS
            END-IF
            IF WS-ENTRADA-VALIDA-SIM
               MOVE SPACES TO WS-KTC-KIT(WS-IDX-ACHADO)
               MOVE SPACES TO WS-KTC-COMPONENTE(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-KTC-QUANTIDADE(WS-IDX-ACHADO)
               SET WS-KITS-MUDARAM-SIM TO TRUE
               DISPLAY 'COMPONENTE EXCLUIDO DO KIT.'
               MOVE WS-KIT-INFORMADO TO WS-KIT-PROCURADO
               PERFORM P8685-MONTA-COMPOSICAO
               IF WS-QTD-CMP-KIT = ZEROS
                  DISPLAY 'AVISO - KIT FICOU SEM COMPONENTES E NAO '
                          'SERA ACEITO EM PEDIDO.'
               END-IF
            END-IF.

       P500-LISTA-COMPOSICAO.
            PERFORM P250-INFORMA-KIT
            IF WS-ENTRADA-VALIDA-SIM
               MOVE WS-KIT-INFORMADO TO WS-KIT-PROCURADO
               PERFORM P8685-MONTA-COMPOSICAO
               PERFORM VARYING WS-IDX-CMP-KIT FROM 1 BY 1
                       UNTIL WS-IDX-CMP-KIT > WS-QTD-CMP-KIT
                   MOVE WS-CMP-ITEM(WS-IDX-CMP-KIT) TO ITM-CODIGO
                   READ ITEM-MASTER KEY IS ITM-CODIGO
                   IF NOT WS-ITEM-OK
                      MOVE '*** NAO CADASTRADO ***' TO ITM-DESCRICAO
                   END-IF
                   DISPLAY '  ' WS-CMP-ITEM(WS-IDX-CMP-KIT)
                           '  ' ITM-DESCRICAO
                           '  QTD ' WS-CMP-QUANTIDADE(WS-IDX-CMP-KIT)
               END-PERFORM
               DISPLAY WS-QTD-CMP-KIT ' COMPONENTE(S) NO KIT.'
            END-IF.

       P900-FINAL.
            CLOSE ITEM-MASTER
            IF WS-KITS-MUDARAM-SIM
               PERFORM P8688-GRAVA-COMPOSICAO
               IF WS-KITS-GRAVADOS-SIM
                  MOVE 0 TO RETURN-CODE
               ELSE
                  DISPLAY 'ERRO AO REGRAVAR A COMPOSICAO - STATUS '
                          WS-KIT-STATUS
                  MOVE 8 TO RETURN-CODE
               END-IF
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY OPERTBPA.
           COPY KITPA.

           COPY ENVCFGPA.
       END PROGRAM KIT-MAINT.
