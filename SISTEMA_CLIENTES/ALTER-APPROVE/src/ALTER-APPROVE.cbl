      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Dupla custodia dos campos sensiveis do cadastro:
      *            percorre os pedidos PENDENTES do ALTPEND.dat
      *            (limite de credito, valor do contrato e liberacao
      *            do nao-contatar, gravados pelo PROGCSV e pelo
      *            CAD-TELA com o valor atual ao lado do pedido) e o
      *            supervisor aprova ou recusa um a um. Pedido feito
      *            pelo proprio supervisor nao aparece para ele - quem
      *            pede nao aprova. A aprovacao aplica no CUSTMAST com
      *            antes-da-imagem no TRANS-LOG; a recusa leva o
      *            motivo. No encerramento sai o relatorio das
      *            decisoes (ALTREL.txt).
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTER-APPROVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY TRANSLSL.

           COPY LOCKSL.

           COPY ALTPSL.

           SELECT RELATORIO-ALTERACOES ASSIGN TO
           'src\assets\ALTREL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  REGISTRO-LOCK.
           COPY LOCKF.

       FD  ALTERACOES-PENDENTES.
           COPY ALTPF.

       FD  RELATORIO-ALTERACOES.
       01  REG-RELATORIO               PIC X(90).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

      * PEDIDOS PENDENTES DE APROVACAO (COPYBOOKS ALTP*)
           COPY ALTPWS.

      * TRAVA DE ATUALIZACAO POR REGISTRO (COPYBOOKS LOCK*) - O
      * CLIENTE EM MANUTENCAO EM OUTRA SESSAO NAO E TOCADO AQUI
           COPY LOCKWS.

       77  WS-DECISAO              PIC X(01)   VALUE SPACES.
       01  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-AAAAMM      PIC 9(06).
           05  FILLER              PIC 9(02).

      * DECISAO FICA NO ALTPEND.dat PARA CONSULTA (CUST-360) NO MES
      * CORRENTE E NO ANTERIOR; DAI PARA TRAS SO NO TRANS-LOG E NOS
      * RELATORIOS - SEM ISSO A FILA SO CRESCERIA ATE O TETO
       01  WS-AAAAMM-CORTE         PIC 9(06)   VALUE ZEROS.
       01  WS-AAAAMM-CORTE-R REDEFINES WS-AAAAMM-CORTE.
           05  WS-CORTE-AAAA       PIC 9(04).
           05  WS-CORTE-MM         PIC 9(02).
       77  WS-APLICADA             PIC X(01)   VALUE 'N'.
           88  WS-APLICADA-SIM                 VALUE 'S'.
       01  WS-MOTIVO-RECUSA        PIC X(30)   VALUE SPACES.
       01  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       01  WS-VALOR-CADASTRO       PIC 9(09)V99 VALUE ZEROS.
       01  WS-VALOR-CADASTRO-X REDEFINES WS-VALOR-CADASTRO
                                   PIC X(11).

      * FILA EM MEMORIA - REGRAVADA NO ENCERRAMENTO. CARGA ESTOURADA
      * SO MOSTRA: DECIDIR SEM PODER REGRAVAR DEIXARIA O PEDIDO JA
      * APLICADO COMO PENDENTE, E REGRAVAR APAGARIA O QUE FICOU ALEM
      * DO TETO
       77  WS-MAX-ALTERACOES       PIC 9(04)   VALUE 2000.
       77  WS-QTD-ALTERACOES-TAB   PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ALTERACAO        PIC 9(04)   VALUE ZEROS COMP.
       77  WS-FILA-ESTOUROU        PIC X(01)   VALUE 'N'.
           88  WS-FILA-ESTOUROU-SIM            VALUE 'S'.
       77  WS-FILA-MUDOU           PIC X(01)   VALUE 'N'.
           88  WS-FILA-MUDOU-SIM               VALUE 'S'.
       77  WS-QTD-CARREGADAS       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-QTD-RELIDAS          PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-ALTERACOES.
           05  WS-ALTERACAO-LINHA  PIC X(155) OCCURS 2000 TIMES.

       77  WS-QTD-APLICADAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-RECUSADAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PROPRIAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-PENDENTES        PIC 9(05)   VALUE ZEROS COMP.
       01  WS-QTD-PENDENTES-ED     PIC ZZZZ9.

      * LOG DE TRANSACOES (ANTES-DA-IMAGEM) COMPARTILHADO
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'ALTAPROV'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'APROVACAO DE ALTERACOES E EXCLUSIVA DO '
                       'SUPERVISOR (NIVEL 3) - ACESSO NEGADO.'
            ELSE
               MOVE WS-OPERADOR-VALIDADO TO WS-TRN-OPERADOR
               MOVE WS-OPERADOR-VALIDADO TO WS-LCK-DONO
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  AND NOT WS-FILA-ESTOUROU-SIM
                  PERFORM P300-DECIDE-FILA
                  PERFORM P600-GRAVA-RELATORIO
                  IF WS-FILA-MUDOU-SIM
                     PERFORM P800-REGRAVA-FILA
                  END-IF
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN I-O CUSTOMER-MASTER
            OPEN EXTEND TRANS-LOG
            OPEN OUTPUT RELATORIO-ALTERACOES

            IF NOT WS-CUST-OK OR NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' RELATORIO: '
                       WS-RELATORIO-STATUS
            ELSE
               PERFORM P130-ABRE-ARQUIVO-TRAVAS
               PERFORM P150-CARREGA-FILA
            END-IF.

       P130-ABRE-ARQUIVO-TRAVAS.
            OPEN I-O REGISTRO-LOCK
            IF WS-LOCK-NAO-CRIADO
               CLOSE REGISTRO-LOCK
               OPEN OUTPUT REGISTRO-LOCK
               CLOSE REGISTRO-LOCK
               OPEN I-O REGISTRO-LOCK
            END-IF
            IF NOT WS-LOCK-OK
               DISPLAY 'AVISO - ARQUIVO DE TRAVAS INDISPONIVEL '
                       '(STATUS ' WS-LOCK-STATUS ') - SESSAO SEGUE '
                       'SEM PROTECAO DE ATUALIZACAO.'
            END-IF.

       P150-CARREGA-FILA.
            MOVE 'N' TO WS-FIM-ALP
            OPEN INPUT ALTERACOES-PENDENTES
            IF WS-ALP-OK
               PERFORM P160-LE-ALTERACAO UNTIL WS-FIM-ALP-SIM
               CLOSE ALTERACOES-PENDENTES
            ELSE
               DISPLAY 'NENHUMA ALTERACAO PENDENTE DE APROVACAO.'
            END-IF
            IF WS-FILA-ESTOUROU-SIM
               DISPLAY 'AVISO - FILA ACIMA DE ' WS-MAX-ALTERACOES
                       ' PEDIDOS - NADA SERA DECIDIDO. AUMENTE O TETO '
                       'DA TABELA (WS-MAX-ALTERACOES).'
            END-IF.

       P160-LE-ALTERACAO.
            READ ALTERACOES-PENDENTES
                 AT END SET WS-FIM-ALP-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ALP-SIM
               IF WS-QTD-ALTERACOES-TAB < WS-MAX-ALTERACOES
                  ADD 1 TO WS-QTD-ALTERACOES-TAB
                  MOVE REG-ALTERACAO-PENDENTE
                       TO WS-ALTERACAO-LINHA(WS-QTD-ALTERACOES-TAB)
               ELSE
                  SET WS-FILA-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-ALP-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P300-DECIDE-FILA
      * So os pedidos PENDENTES de outro operador sao oferecidos. O
      * pedido do proprio supervisor fica para um colega decidir.
      ******************************************************************
       P300-DECIDE-FILA.
            PERFORM VARYING WS-IDX-ALTERACAO FROM 1 BY 1
                    UNTIL WS-IDX-ALTERACAO > WS-QTD-ALTERACOES-TAB
                MOVE WS-ALTERACAO-LINHA(WS-IDX-ALTERACAO)
                     TO REG-ALTERACAO-PENDENTE
                IF ALP-PENDENTE
                   IF ALP-OPERADOR = WS-OPERADOR-VALIDADO
                      ADD 1 TO WS-QTD-PROPRIAS
                   ELSE
                      PERFORM P310-DECIDE-UMA
                   END-IF
                END-IF
            END-PERFORM
            IF WS-QTD-PROPRIAS > ZEROS
               DISPLAY WS-QTD-PROPRIAS ' PEDIDO(S) FEITO(S) POR '
                       WS-OPERADOR-VALIDADO ' - SO OUTRO SUPERVISOR '
                       'PODE DECIDIR.'
            END-IF.

       P310-DECIDE-UMA.
            DISPLAY ' '
            DISPLAY 'CLIENTE ' ALP-CODIGO ' CAMPO ' ALP-CAMPO
                    ' PEDIDO POR ' ALP-OPERADOR ' (' ALP-PROGRAMA
                    ') EM ' ALP-DATA-PEDIDO
            PERFORM P320-MOSTRA-VALORES
            DISPLAY 'APROVA (A), RECUSA (R), PULA (OUTRA): '
            ACCEPT WS-DECISAO

            EVALUATE WS-DECISAO
                WHEN 'A'
                WHEN 'a'
                     PERFORM P400-APLICA
                     IF WS-APLICADA-SIM
                        SET ALP-APROVADA TO TRUE
                        ADD 1 TO WS-QTD-APLICADAS
                        PERFORM P350-CARIMBA
                     END-IF
                WHEN 'R'
                WHEN 'r'
                     DISPLAY 'MOTIVO DA RECUSA: '
                     MOVE SPACES TO WS-MOTIVO-RECUSA
                     ACCEPT WS-MOTIVO-RECUSA
                     MOVE WS-MOTIVO-RECUSA TO ALP-MOTIVO-RECUSA
                     SET ALP-RECUSADA TO TRUE
                     ADD 1 TO WS-QTD-RECUSADAS
                     PERFORM P350-CARIMBA
            END-EVALUATE.

      ******************************************************************
      * P320-MOSTRA-VALORES
      * Valor do cadastro hoje, valor de quando o pedido foi feito e
      * valor pedido. Monetario aparece editado; o bloqueio, S/N.
      ******************************************************************
       P320-MOSTRA-VALORES.
            IF ALP-CAMPO-BLOQUEIO
               DISPLAY '  BLOQUEIO NO PEDIDO: ' ALP-VALOR-ATUAL(1:1)
                       '  PEDIDO: ' ALP-VALOR-NOVO(1:1)
            ELSE
               MOVE ALP-ATUAL-NUM TO WS-VALOR-ED
               DISPLAY '  VALOR NO PEDIDO: ' WS-VALOR-ED
               MOVE ALP-NOVO-NUM TO WS-VALOR-ED
               DISPLAY '  VALOR PEDIDO...: ' WS-VALOR-ED
            END-IF.

       P350-CARIMBA.
            MOVE WS-OPERADOR-VALIDADO TO ALP-APROVADOR
            MOVE WS-DATA-HOJE TO ALP-DATA-DECISAO
            MOVE REG-ALTERACAO-PENDENTE
                 TO WS-ALTERACAO-LINHA(WS-IDX-ALTERACAO)
            SET WS-FILA-MUDOU-SIM TO TRUE.

      ******************************************************************
      * P400-APLICA
      * Aplica o pedido aprovado no mestre, com antes-da-imagem. O
      * cadastro tem de estar como estava quando o pedido foi feito -
      * se o campo mudou desde entao (outro pedido aprovado, aditivo,
      * carga), o pedido fica pendente para ser recusado e refeito
      * sobre o valor novo. Cliente em manutencao em outra sessao ou
      * excluido tambem fica pendente.
      ******************************************************************
       P400-APLICA.
            MOVE 'N' TO WS-APLICADA
            MOVE ALP-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF NOT WS-CUST-OK
               DISPLAY 'CLIENTE ' ALP-CODIGO ' NAO LIDO - STATUS '
                       WS-CUST-STATUS
            ELSE
            IF CSV-REGISTRO-EXCLUIDO
               DISPLAY 'CLIENTE EXCLUIDO - PEDIDO SEGUE PENDENTE.'
            ELSE
               MOVE 'C'        TO WS-LCK-TIPO
               MOVE CSV-CODIGO TO WS-LCK-CODIGO
               PERFORM P8550-TRAVA-REGISTRO
               IF WS-REGISTRO-TRAVADO-SIM
                  DISPLAY 'REGISTRO EM USO POR ' LCK-OPERADOR
                          ' - PEDIDO SEGUE PENDENTE.'
               ELSE
                  PERFORM P410-CONFERE-VALOR-ATUAL
                  IF WS-VALOR-CADASTRO-X NOT = ALP-VALOR-ATUAL(1:11)
                     DISPLAY 'CADASTRO MUDOU DESDE O PEDIDO - RECUSE '
                             'E PECA DE NOVO. PEDIDO SEGUE PENDENTE.'
                  ELSE
                     MOVE CSV-CODIGO TO WS-TRN-CHAVE
                     MOVE 'ALTERAR' TO WS-TRN-ACAO
                     PERFORM P8700-GRAVA-TRANS-LOG

                     EVALUATE TRUE
                         WHEN ALP-CAMPO-LIMITE
                              MOVE ALP-NOVO-NUM TO CSV-LIMITE-CREDITO
                         WHEN ALP-CAMPO-VALOR
                              MOVE ALP-NOVO-NUM TO CSV-VALOR-CONTRATO
                         WHEN ALP-CAMPO-BLOQUEIO
                              MOVE ALP-VALOR-NOVO(1:1)
                                   TO CSV-CONTATO-BLOQUEADO
                     END-EVALUATE

                     REWRITE CUSTOMER-RECORD
                     IF WS-CUST-OK
                        SET WS-APLICADA-SIM TO TRUE
                        DISPLAY 'ALTERACAO APLICADA NO CADASTRO.'
                     ELSE
                        DISPLAY 'ERRO AO APLICAR - STATUS '
                                WS-CUST-STATUS
                     END-IF
                  END-IF
                  PERFORM P8560-LIBERA-REGISTRO
               END-IF
            END-IF
            END-IF.

      ******************************************************************
      * P410-CONFERE-VALOR-ATUAL
      * Monta o valor corrente do campo no mesmo formato do pedido
      * (11 posicoes: 9(09)V99 ou a marca S/N seguida de brancos).
      ******************************************************************
       P410-CONFERE-VALOR-ATUAL.
            EVALUATE TRUE
                WHEN ALP-CAMPO-LIMITE
                     MOVE CSV-LIMITE-CREDITO TO WS-VALOR-CADASTRO
                WHEN ALP-CAMPO-VALOR
                     MOVE CSV-VALOR-CONTRATO TO WS-VALOR-CADASTRO
                WHEN ALP-CAMPO-BLOQUEIO
                     MOVE CSV-CONTATO-BLOQUEADO TO WS-VALOR-CADASTRO-X
                WHEN OTHER
                     MOVE HIGH-VALUES TO WS-VALOR-CADASTRO-X
            END-EVALUATE.

       P600-GRAVA-RELATORIO.
            MOVE '===== ALTERACOES SENSIVEIS - DECISOES ====='
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-ALTERACAO FROM 1 BY 1
                    UNTIL WS-IDX-ALTERACAO > WS-QTD-ALTERACOES-TAB
                MOVE WS-ALTERACAO-LINHA(WS-IDX-ALTERACAO)
                     TO REG-ALTERACAO-PENDENTE
                IF ALP-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                ELSE
                IF ALP-DATA-DECISAO = WS-DATA-HOJE
                   AND ALP-APROVADOR = WS-OPERADOR-VALIDADO
                   MOVE SPACES TO REG-RELATORIO
                   STRING 'CLIENTE '      DELIMITED BY SIZE
                          ALP-CODIGO      DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          ALP-CAMPO       DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          ALP-SITUACAO    DELIMITED BY SIZE
                          ' PEDIDO '      DELIMITED BY SIZE
                          ALP-OPERADOR    DELIMITED BY SIZE
                          ' DECISAO '     DELIMITED BY SIZE
                          ALP-APROVADOR   DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          ALP-MOTIVO-RECUSA DELIMITED BY SIZE
                          INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
                END-IF
                END-IF
            END-PERFORM
            MOVE SPACES TO REG-RELATORIO
            MOVE WS-QTD-PENDENTES TO WS-QTD-PENDENTES-ED
            STRING 'SEGUEM PENDENTES: ' DELIMITED BY SIZE
                   WS-QTD-PENDENTES-ED  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P790-RECOLHE-NOVOS
      * O PROGCSV e o CAD-TELA acrescentam pedidos enquanto esta
      * sessao decide. Antes de regravar, o arquivo e relido e o que
      * entrou depois da carga vai para o fim da tabela - senao a
      * regravacao apagaria o pedido.
      ******************************************************************
       P790-RECOLHE-NOVOS.
            MOVE WS-QTD-ALTERACOES-TAB TO WS-QTD-CARREGADAS
            MOVE ZEROS TO WS-QTD-RELIDAS
            MOVE 'N' TO WS-FIM-ALP
            OPEN INPUT ALTERACOES-PENDENTES
            IF WS-ALP-OK
               PERFORM P795-RELE-ALTERACAO UNTIL WS-FIM-ALP-SIM
               CLOSE ALTERACOES-PENDENTES
            END-IF.

       P795-RELE-ALTERACAO.
            READ ALTERACOES-PENDENTES
                 AT END SET WS-FIM-ALP-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ALP-SIM
               ADD 1 TO WS-QTD-RELIDAS
               IF WS-QTD-RELIDAS > WS-QTD-CARREGADAS
                  IF WS-QTD-ALTERACOES-TAB < WS-MAX-ALTERACOES
                     ADD 1 TO WS-QTD-ALTERACOES-TAB
                     MOVE REG-ALTERACAO-PENDENTE
                          TO WS-ALTERACAO-LINHA(WS-QTD-ALTERACOES-TAB)
                  ELSE
                     SET WS-FILA-ESTOUROU-SIM TO TRUE
                     SET WS-FIM-ALP-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P800-REGRAVA-FILA
      * Regrava a fila com os pendentes e as decisoes do mes corrente
      * e do anterior; decisao mais velha sai do arquivo. Se os
      * pedidos novos nao couberem na tabela, a fila nao e regravada
      * (perderia pedido) e as decisoes desta sessao ficam so no
      * cadastro e no TRANS-LOG - o pedido aprovado continua
      * pendente e, na proxima sessao, acusa cadastro mudado.
      ******************************************************************
       P800-REGRAVA-FILA.
            PERFORM P790-RECOLHE-NOVOS
            IF WS-FILA-ESTOUROU-SIM
               DISPLAY 'FILA CRESCEU ALEM DO TETO DURANTE A SESSAO - '
                       'ALTPEND.dat NAO REGRAVADO.'
            ELSE
               PERFORM P810-GRAVA-FILA
            END-IF.

       P810-GRAVA-FILA.
            MOVE WS-HOJE-AAAAMM TO WS-AAAAMM-CORTE
            IF WS-CORTE-MM = 1
               MOVE 12 TO WS-CORTE-MM
               SUBTRACT 1 FROM WS-CORTE-AAAA
            ELSE
               SUBTRACT 1 FROM WS-CORTE-MM
            END-IF

            MOVE SPACES TO WS-ALP-STATUS
            OPEN OUTPUT ALTERACOES-PENDENTES
            IF NOT WS-ALP-OK
               DISPLAY 'ERRO AO REGRAVAR FILA - STATUS '
                       WS-ALP-STATUS
            ELSE
               PERFORM VARYING WS-IDX-ALTERACAO FROM 1 BY 1
                       UNTIL WS-IDX-ALTERACAO > WS-QTD-ALTERACOES-TAB
                   MOVE WS-ALTERACAO-LINHA(WS-IDX-ALTERACAO)
                        TO REG-ALTERACAO-PENDENTE
                   IF ALP-PENDENTE
                      OR ALP-DATA-DECISAO(1:6) NOT < WS-AAAAMM-CORTE
                      WRITE REG-ALTERACAO-PENDENTE
                   END-IF
               END-PERFORM
               CLOSE ALTERACOES-PENDENTES
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-ALTERACOES
               MOVE 'ALTER-APPROVE' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\ALTREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               IF WS-LOCK-OK
                  CLOSE REGISTRO-LOCK
               END-IF
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG
               END-IF
               DISPLAY 'APROVACAO DE ALTERACOES: ' WS-QTD-APLICADAS
                       ' APROVADA(S), ' WS-QTD-RECUSADAS
                       ' RECUSADA(S), ' WS-QTD-PENDENTES
                       ' PENDENTE(S).'
               IF WS-FILA-ESTOUROU-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY TRANSLPA.
           COPY OPERTBPA.
           COPY LOCKPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM ALTER-APPROVE.
