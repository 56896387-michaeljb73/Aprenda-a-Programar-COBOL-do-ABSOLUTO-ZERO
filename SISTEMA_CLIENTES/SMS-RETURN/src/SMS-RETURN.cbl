      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga do retorno de entrega do gateway de SMS
      *            (SMSRET.txt - chave do item da fila como foi no
      *            SMSOUT.txt, situacao E = entregue / F = falhou e o
      *            motivo do gateway): fecha o item correspondente da
      *            fila de correspondencia (CORRQUE.dat) como ENVIADA
      *            ou FALHA. Vale o primeiro item NO GATEWAY com a
      *            chave - dois recibos iguais do mesmo cliente no
      *            mesmo dia fecham um por linha de retorno. Linha
      *            sem item NO GATEWAY ou com situacao desconhecida
      *            vai para o ERROR-LOG; falha de entrega sai na
      *            tela com o motivo do gateway.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMS-RETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILA-STATUS.

           SELECT RETORNO-SMS ASSIGN TO
           'src\assets\SMSRET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  FILA-CORRESP.
           COPY CORRQF.

       FD  RETORNO-SMS.
       01  REG-RETORNO-SMS.
           05  RET-CHAVE-ITEM.
               10  RET-CODIGO          PIC 9(06).
               10  FILLER              PIC X(28).
           05  RET-SITUACAO            PIC X(01).
               88  RET-ENTREGUE                VALUE 'E'.
               88  RET-FALHOU                  VALUE 'F'.
           05  RET-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FILA-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-FILA-OK                      VALUE '00'.
       77  WS-RETORNO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RETORNO-OK                   VALUE '00'.
           88  WS-RETORNO-FIM-ARQUIVO          VALUE '10'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-FILA             PIC X(01)   VALUE 'N'.
           88  WS-FIM-FILA-SIM                 VALUE 'S'.
       77  WS-FIM-RETORNO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETORNO-SIM              VALUE 'S'.

      * FILA EM MEMORIA - REGRAVADA NO FINAL COM AS SITUACOES NOVAS.
      * FILA MAIOR QUE A TABELA ABORTA: REGRAVAR SO O PEDACO LIDO
      * PERDERIA O RESTO
       77  WS-MAX-FILA             PIC 9(03)   VALUE 500.
       77  WS-QTD-FILA-TAB         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-FILA             PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-FILA-ACHADO      PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-FILA.
           05  WS-FILA-LINHA       PIC X(35)  OCCURS 500 TIMES.

       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ENTREGUES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FALHAS           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'SMSRET'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-RETORNO
                       UNTIL WS-FIM-RETORNO-SIM
               IF WS-QTD-ENTREGUES > ZEROS OR WS-QTD-FALHAS > ZEROS
                  PERFORM P800-REGRAVA-FILA
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            OPEN INPUT FILA-CORRESP
            IF NOT WS-FILA-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR A FILA DE CORRESPONDENCIA - '
                       'STATUS ' WS-FILA-STATUS
            ELSE
               PERFORM P150-LE-FILA UNTIL WS-FIM-FILA-SIM
               CLOSE FILA-CORRESP
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT RETORNO-SMS
               OPEN EXTEND ERROR-LOG
               IF NOT WS-RETORNO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR O RETORNO DO GATEWAY - '
                          'STATUS ' WS-RETORNO-STATUS
               END-IF
            END-IF.

       P150-LE-FILA.
            READ FILA-CORRESP
                 AT END SET WS-FIM-FILA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FILA-SIM
               IF WS-QTD-FILA-TAB < WS-MAX-FILA
                  ADD 1 TO WS-QTD-FILA-TAB
                  MOVE REG-FILA-CORRESP
                       TO WS-FILA-LINHA(WS-QTD-FILA-TAB)
               ELSE
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'FILA DE CORRESPONDENCIA MAIOR QUE '
                          WS-MAX-FILA ' ITENS - RETORNO NAO '
                          'CARREGADO.'
                  SET WS-FIM-FILA-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P200-PROCESSA-RETORNO
      * Situacao desconhecida ou chave sem item NO GATEWAY vai para o
      * ERROR-LOG com o cliente na chave; o resto fecha o item.
      ******************************************************************
       P200-PROCESSA-RETORNO.
            READ RETORNO-SMS
                 AT END SET WS-FIM-RETORNO-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-RETORNO-SIM
               ADD 1 TO WS-QTD-LIDAS
               MOVE SPACES TO WS-ERL-CHAVE
               MOVE RET-CODIGO TO WS-ERL-CHAVE
               MOVE SPACES TO WS-ERL-MOTIVO
               IF RET-ENTREGUE OR RET-FALHOU
                  PERFORM P300-LOCALIZA-ITEM
                  IF WS-IDX-FILA-ACHADO = ZEROS
                     MOVE 'RETORNO SEM ITEM AGUARDANDO NO GATEWAY'
                          TO WS-ERL-MOTIVO
                  END-IF
               ELSE
                  MOVE 'SITUACAO DE ENTREGA DESCONHECIDA'
                       TO WS-ERL-MOTIVO
               END-IF

               IF WS-ERL-MOTIVO NOT = SPACES
                  ADD 1 TO WS-QTD-REJEITADAS
                  PERFORM P8200-GRAVA-ERRO-LOG
               ELSE
                  PERFORM P400-FECHA-ITEM
               END-IF
            END-IF.

       P300-LOCALIZA-ITEM.
            MOVE ZEROS TO WS-IDX-FILA-ACHADO
            PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                    UNTIL WS-IDX-FILA > WS-QTD-FILA-TAB
                    OR WS-IDX-FILA-ACHADO > ZEROS
                MOVE WS-FILA-LINHA(WS-IDX-FILA)
                     TO REG-FILA-CORRESP
                IF CRQ-NO-GATEWAY-SMS
                   AND REG-FILA-CORRESP(1:34) = RET-CHAVE-ITEM
                   MOVE WS-IDX-FILA TO WS-IDX-FILA-ACHADO
                END-IF
            END-PERFORM.

       P400-FECHA-ITEM.
            MOVE WS-FILA-LINHA(WS-IDX-FILA-ACHADO)
                 TO REG-FILA-CORRESP
            IF RET-ENTREGUE
               SET CRQ-ENVIADA TO TRUE
               ADD 1 TO WS-QTD-ENTREGUES
            ELSE
               SET CRQ-FALHA TO TRUE
               ADD 1 TO WS-QTD-FALHAS
               DISPLAY 'FALHA NA ENTREGA - CLIENTE ' CRQ-CODIGO ' '
                       CRQ-TIPO-DOC ' - ' RET-MOTIVO
            END-IF
            MOVE REG-FILA-CORRESP
                 TO WS-FILA-LINHA(WS-IDX-FILA-ACHADO).

       P800-REGRAVA-FILA.
            MOVE SPACES TO WS-FILA-STATUS
            OPEN OUTPUT FILA-CORRESP
            IF NOT WS-FILA-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO REGRAVAR FILA - STATUS '
                       WS-FILA-STATUS
            ELSE
               PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                       UNTIL WS-IDX-FILA > WS-QTD-FILA-TAB
                   MOVE WS-FILA-LINHA(WS-IDX-FILA)
                        TO REG-FILA-CORRESP
                   WRITE REG-FILA-CORRESP
               END-PERFORM
               CLOSE FILA-CORRESP
            END-IF.

       P900-FINAL.
            IF WS-RETORNO-OK OR WS-RETORNO-FIM-ARQUIVO
               CLOSE RETORNO-SMS
            END-IF
            IF WS-ERRLOG-OK
               CLOSE ERROR-LOG
            END-IF

            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'RETORNO SMS: ' WS-QTD-LIDAS ' LIDO(S), '
                       WS-QTD-ENTREGUES ' ENTREGUE(S), '
                       WS-QTD-FALHAS ' FALHA(S), '
                       WS-QTD-REJEITADAS ' REJEITADO(S) - VER '
                       'ERROR-LOG.'
               IF WS-QTD-REJEITADAS > ZEROS OR WS-QTD-FALHAS > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ERRLOGPA.

           COPY ENVCFGPA.
       END PROGRAM SMS-RETURN.
