      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga das respostas da pesquisa de satisfacao NPS
      *            (NPSRESP.txt - pedido, cliente, nota de 0 a 10,
      *            data da resposta e comentario): confere cada linha
      *            contra o convite do NPSFILE.dat (gravado pelo
      *            NPS-INVITE) e marca a pesquisa como respondida.
      *            Linha sem convite, de outro cliente, com nota fora
      *            da escala, data invalida ou para pesquisa ja
      *            respondida vai para o ERROR-LOG e nao entra. Nota
      *            de detrator (0 a 6) abre na hora um chamado SAC na
      *            categoria NPS, canal PESQUISA, para o dono da
      *            carteira registrado no convite, com o prazo do SLA
      *            da categoria - o numero do chamado fica gravado na
      *            pesquisa. O cliente insatisfeito respondia e
      *            ninguem ligava de volta.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPS-LOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.
           COPY NPSSL.
           COPY SACSL.

           SELECT RESPOSTAS-NPS ASSIGN TO
           'src\assets\NPSRESP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPOSTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  PESQUISA-NPS.
           COPY NPSF.

       FD  CHAMADOS-SAC.
           COPY SACF.

       FD  RESPOSTAS-NPS.
       01  REG-RESPOSTA.
           05  RSP-NUMERO-PEDIDO       PIC 9(06).
           05  RSP-CODIGO-CLIENTE      PIC 9(06).
           05  RSP-NOTA                PIC 9(02).
           05  RSP-DATA                PIC 9(08).
           05  RSP-COMENTARIO          PIC X(60).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-RESPOSTAS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RESPOSTAS-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-RESPOSTAS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-RESPOSTAS-SIM            VALUE 'S'.
       77  WS-LINHA-REJEITADA      PIC X(01)   VALUE 'N'.
           88  WS-LINHA-REJEITADA-SIM          VALUE 'S'.

      * PESQUISAS NPS EM MEMORIA (COPYBOOKS NPS*)
           COPY NPSWS.

      * CHAMADOS SAC EM MEMORIA (COPYBOOKS SAC*) - O DETRATOR GANHA
      * UM CHAMADO NA CATEGORIA NPS
           COPY SACWS.
       01  WS-CATEGORIA-DETRATOR   PIC X(03)   VALUE 'NPS'.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ACEITAS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DETRATORES       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CHAMADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-CHAMADO      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.

      * CONVERSAO E VALIDACAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'NPSLOAD'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-RESPOSTA
                       UNTIL WS-FIM-RESPOSTAS-SIM
               IF WS-QTD-ACEITAS > ZEROS
                  PERFORM P800-REGRAVA
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Pesquisas e chamados sao regravados inteiros no final - carga
      * estourada de qualquer um dos dois aborta antes de ler a
      * primeira resposta.
      ******************************************************************
       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P8620-CARREGA-PESQUISAS
            PERFORM P8610-CARREGA-CHAMADOS
            IF WS-NPS-ESTOUROU-SIM OR WS-SAC-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               OPEN INPUT RESPOSTAS-NPS
               OPEN EXTEND ERROR-LOG
               IF NOT WS-RESPOSTAS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPOSTAS - '
                          'STATUS ' WS-RESPOSTAS-STATUS
               END-IF
            END-IF.

       P200-PROCESSA-RESPOSTA.
            READ RESPOSTAS-NPS
                 AT END SET WS-FIM-RESPOSTAS-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-RESPOSTAS-SIM
               ADD 1 TO WS-QTD-LIDAS
               PERFORM P300-VALIDA-RESPOSTA
               IF WS-LINHA-REJEITADA-SIM
                  ADD 1 TO WS-QTD-REJEITADAS
                  PERFORM P8200-GRAVA-ERRO-LOG
               ELSE
                  PERFORM P400-REGISTRA-RESPOSTA
               END-IF
            END-IF.

      ******************************************************************
      * P300-VALIDA-RESPOSTA
      * Cada teste so roda se os anteriores passaram; o primeiro
      * motivo encontrado vai para o ERROR-LOG com o pedido na chave.
      ******************************************************************
       P300-VALIDA-RESPOSTA.
            MOVE 'N' TO WS-LINHA-REJEITADA
            MOVE SPACES TO WS-ERL-CHAVE
            MOVE RSP-NUMERO-PEDIDO TO WS-ERL-CHAVE
            MOVE ZEROS TO WS-IDX-NPS-ACHADO

            IF RSP-NUMERO-PEDIDO NOT NUMERIC
               OR RSP-CODIGO-CLIENTE NOT NUMERIC
               OR RSP-NOTA NOT NUMERIC
               SET WS-LINHA-REJEITADA-SIM TO TRUE
               MOVE 'RESPOSTA COM PEDIDO, CLIENTE OU NOTA INVALIDA'
                    TO WS-ERL-MOTIVO
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               IF RSP-NOTA > 10
                  SET WS-LINHA-REJEITADA-SIM TO TRUE
                  MOVE 'NOTA FORA DA ESCALA DE 0 A 10'
                       TO WS-ERL-MOTIVO
               END-IF
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               MOVE RSP-NUMERO-PEDIDO TO WS-NPS-PEDIDO-PROC
               PERFORM P8622-LOCALIZA-PESQUISA
               EVALUATE TRUE
                   WHEN WS-IDX-NPS-ACHADO = ZEROS
                        SET WS-LINHA-REJEITADA-SIM TO TRUE
                        MOVE 'PEDIDO SEM CONVITE DE PESQUISA NPS'
                             TO WS-ERL-MOTIVO
                   WHEN WS-NPT-CLIENTE(WS-IDX-NPS-ACHADO)
                        NOT = RSP-CODIGO-CLIENTE
                        SET WS-LINHA-REJEITADA-SIM TO TRUE
                        MOVE 'CLIENTE DIFERENTE DO CONVIDADO'
                             TO WS-ERL-MOTIVO
                   WHEN WS-NPT-RESPONDIDO(WS-IDX-NPS-ACHADO)
                        SET WS-LINHA-REJEITADA-SIM TO TRUE
                        MOVE 'PESQUISA JA RESPONDIDA'
                             TO WS-ERL-MOTIVO
               END-EVALUATE
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM P310-VALIDA-DATA
            END-IF.

      ******************************************************************
      * P310-VALIDA-DATA
      * A data da resposta tem de existir no calendario, nao pode ser
      * futura nem anterior ao convite.
      ******************************************************************
       P310-VALIDA-DATA.
            MOVE 'N' TO WS-DATA-CONV-SW
            IF RSP-DATA IS NUMERIC
               MOVE RSP-DATA TO WS-DATA-ISO
               CALL 'DATE-VALID' USING WS-DATA-ISO-DD
                                        WS-DATA-ISO-MM
                                        WS-DATA-ISO-AAAA
                                        WS-DATA-CONV-SW
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-DATA-CONV-OK
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DA RESPOSTA INVALIDA'
                          TO WS-ERL-MOTIVO
                WHEN RSP-DATA > WS-DATA-HOJE
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DA RESPOSTA NO FUTURO'
                          TO WS-ERL-MOTIVO
                WHEN RSP-DATA < WS-NPT-DATA-CONVITE(WS-IDX-NPS-ACHADO)
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DA RESPOSTA ANTERIOR AO CONVITE'
                          TO WS-ERL-MOTIVO
            END-EVALUATE.

       P400-REGISTRA-RESPOSTA.
            SET WS-NPT-RESPONDIDO(WS-IDX-NPS-ACHADO) TO TRUE
            MOVE RSP-NOTA TO WS-NPT-NOTA(WS-IDX-NPS-ACHADO)
            MOVE RSP-DATA TO WS-NPT-DATA-RESPOSTA(WS-IDX-NPS-ACHADO)
            MOVE RSP-COMENTARIO
                 TO WS-NPT-COMENTARIO(WS-IDX-NPS-ACHADO)
            ADD 1 TO WS-QTD-ACEITAS

            IF WS-NPT-DETRATOR(WS-IDX-NPS-ACHADO)
               ADD 1 TO WS-QTD-DETRATORES
               PERFORM P500-ABRE-CHAMADO
            END-IF.

      ******************************************************************
      * P500-ABRE-CHAMADO
      * Chamado de retorno ao detrator: categoria NPS (prazo da tabela
      * do SACWS a partir de hoje), canal PESQUISA, responsavel o dono
      * da carteira gravado no convite - sem dono o chamado nasce sem
      * responsavel e entra na reatribuicao do SAC-MAINT. A descricao
      * leva a nota, o pedido e o comeco do comentario; o comentario
      * inteiro fica na pesquisa.
      ******************************************************************
       P500-ABRE-CHAMADO.
            IF WS-QTD-SAC-TAB NOT < WS-MAX-SAC
               ADD 1 TO WS-QTD-SEM-CHAMADO
               DISPLAY 'TABELA DE CHAMADOS CHEIA - DETRATOR DO PEDIDO '
                       RSP-NUMERO-PEDIDO ' FICA SEM CHAMADO.'
            ELSE
               MOVE WS-CATEGORIA-DETRATOR TO WS-SAC-CATEGORIA-PROC
               PERFORM P8613-DESCREVE-CATEGORIA
               MOVE WS-DATA-HOJE TO WS-SAC-DATA-BASE
               PERFORM P8614-CALCULA-PRAZO-SAC
               PERFORM P8612-ULTIMO-NUMERO-SAC

               ADD 1 TO WS-QTD-SAC-TAB
               ADD 1 TO WS-SAC-ULTIMO-NUMERO
               MOVE WS-SAC-ULTIMO-NUMERO
                    TO WS-SCT-NUMERO(WS-QTD-SAC-TAB)
               MOVE RSP-CODIGO-CLIENTE
                    TO WS-SCT-CLIENTE(WS-QTD-SAC-TAB)
               MOVE WS-CATEGORIA-DETRATOR
                    TO WS-SCT-CATEGORIA(WS-QTD-SAC-TAB)
               MOVE 'P' TO WS-SCT-CANAL(WS-QTD-SAC-TAB)
               MOVE SPACES TO WS-SCT-DESCRICAO(WS-QTD-SAC-TAB)
               STRING 'NOTA '            DELIMITED BY SIZE
                      RSP-NOTA           DELIMITED BY SIZE
                      ' PEDIDO '         DELIMITED BY SIZE
                      RSP-NUMERO-PEDIDO  DELIMITED BY SIZE
                      ': '               DELIMITED BY SIZE
                      RSP-COMENTARIO     DELIMITED BY SIZE
                      INTO WS-SCT-DESCRICAO(WS-QTD-SAC-TAB)
               END-STRING
               MOVE WS-NPT-DONO(WS-IDX-NPS-ACHADO)
                    TO WS-SCT-RESPONSAVEL(WS-QTD-SAC-TAB)
               MOVE WS-DATA-HOJE
                    TO WS-SCT-DATA-ABERTURA(WS-QTD-SAC-TAB)
               MOVE WS-SAC-DATA-PRAZO
                    TO WS-SCT-DATA-PRAZO(WS-QTD-SAC-TAB)
               MOVE ZEROS TO WS-SCT-DATA-ENCERRAMENTO(WS-QTD-SAC-TAB)
               MOVE ZEROS TO WS-SCT-DATA-ESCALONAMENTO(WS-QTD-SAC-TAB)
               SET WS-SCT-ABERTO(WS-QTD-SAC-TAB) TO TRUE
               MOVE SPACES TO WS-SCT-NOTA(WS-QTD-SAC-TAB)
               MOVE WS-ERL-PROGRAMA
                    TO WS-SCT-OPERADOR(WS-QTD-SAC-TAB)

               MOVE WS-SAC-ULTIMO-NUMERO
                    TO WS-NPT-CHAMADO(WS-IDX-NPS-ACHADO)
               ADD 1 TO WS-QTD-CHAMADOS
            END-IF.

      ******************************************************************
      * P800-REGRAVA
      * Chamados primeiro: se a gravacao deles falhar, as pesquisas
      * nao sao regravadas e as respostas podem ser carregadas de
      * novo sem deixar pesquisa apontando para chamado inexistente.
      ******************************************************************
       P800-REGRAVA.
            IF WS-QTD-CHAMADOS > ZEROS
               PERFORM P8618-GRAVA-CHAMADOS
               IF NOT WS-SAC-GRAVADOS-SIM
                  DISPLAY 'ERRO AO REGRAVAR OS CHAMADOS - STATUS '
                          WS-SAC-STATUS ' - PESQUISAS NAO ALTERADAS.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P8628-GRAVA-PESQUISAS
               IF NOT WS-NPS-GRAVADOS-SIM
                  DISPLAY 'ERRO AO REGRAVAR AS PESQUISAS - STATUS '
                          WS-NPS-STATUS
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-RESPOSTAS-OK
               CLOSE RESPOSTAS-NPS
            END-IF
            IF WS-ERRLOG-OK
               CLOSE ERROR-LOG
            END-IF

            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'RESPOSTAS NPS: ' WS-QTD-LIDAS ' LIDA(S), '
                       WS-QTD-ACEITAS ' ACEITA(S), '
                       WS-QTD-DETRATORES ' DETRATOR(ES), '
                       WS-QTD-CHAMADOS ' CHAMADO(S) ABERTO(S), '
                       WS-QTD-REJEITADAS ' REJEITADA(S) - VER '
                       'ERROR-LOG.'
               IF WS-QTD-REJEITADAS > ZEROS
                  OR WS-QTD-SEM-CHAMADO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY NPSPA.
           COPY SACPA.
           COPY ERRLOGPA.

           COPY ENVCFGPA.
       END PROGRAM NPS-LOAD.
