      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Relatorio mensal de devolucoes de mercadoria: as
      *            linhas das autorizacoes de devolucao (RMAFILE.dat,
      *            copybooks RMA*) inspecionadas na competencia da
      *            data de referencia (ASOFDATE.dat), agrupadas por
      *            item e motivo, com a quantidade recebida e quanto
      *            dela foi revendavel (voltou ao estoque com a nota
      *            de credito), avariada ou sucata. Subtotal por item
      *            e total do mes no rodape (RMAREL.txt).
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
       PROGRAM-ID. RMA-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ITMSEL.
           COPY RMASL.

           SELECT WORK-DEVOLUCOES ASSIGN TO
           'src\assets\WKRMA.tmp'.

           SELECT RELATORIO-DEVOLUCOES ASSIGN TO
           'src\assets\RMAREL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  DEVOLUCOES-MERCADORIA.
           COPY RMAF.

       SD  WORK-DEVOLUCOES.
       01  REG-WORK-DEVOLUCAO.
           05  WDV-ITEM                PIC X(08).
           05  WDV-MOTIVO              PIC X(03).
           05  WDV-QTD-RECEBIDA        PIC 9(05).
           05  WDV-QTD-REVENDAVEL      PIC 9(05).
           05  WDV-QTD-AVARIADA        PIC 9(05).
           05  WDV-QTD-SUCATA          PIC 9(05).

       FD  RELATORIO-DEVOLUCOES.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-ITENS-ABERTOS        PIC X(01)   VALUE 'N'.
           88  WS-ITENS-ABERTOS-SIM            VALUE 'S'.

       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.

       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.
       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

      * DATA DE REFERENCIA - DEFINE A COMPETENCIA AAAAMM DO MES
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.

      * AUTORIZACOES DE DEVOLUCAO EM MEMORIA (COPYBOOKS RMA*) - SO
      * LEITURA
           COPY RMAWS.

      * CONTROLE DE QUEBRA POR ITEM E POR MOTIVO
       01  WS-ITEM-QUEBRA          PIC X(08)   VALUE SPACES.
       01  WS-MOTIVO-QUEBRA        PIC X(03)   VALUE SPACES.
       01  WS-DESCRICAO-ITEM       PIC X(30)   VALUE SPACES.
       01  WS-ACUM-MOTIVO.
           05  WS-MOT-RECEBIDA         PIC 9(07).
           05  WS-MOT-REVENDAVEL       PIC 9(07).
           05  WS-MOT-AVARIADA         PIC 9(07).
           05  WS-MOT-SUCATA           PIC 9(07).
       01  WS-ACUM-ITEM.
           05  WS-ITE-RECEBIDA         PIC 9(07).
           05  WS-ITE-REVENDAVEL       PIC 9(07).
           05  WS-ITE-AVARIADA         PIC 9(07).
           05  WS-ITE-SUCATA           PIC 9(07).
       01  WS-ACUM-GERAL.
           05  WS-GER-RECEBIDA         PIC 9(07).
           05  WS-GER-REVENDAVEL       PIC 9(07).
           05  WS-GER-AVARIADA         PIC 9(07).
           05  WS-GER-SUCATA           PIC 9(07).
       77  WS-QTD-LINHAS-MES       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ITENS-MES        PIC 9(05)   VALUE ZEROS COMP.

      * LINHA DE QUANTIDADES EM MONTAGEM (MOTIVO, ITEM OU GERAL)
       01  WS-ROTULO-LINHA         PIC X(44)   VALUE SPACES.
       01  WS-LINHA-QTDS.
           05  WS-LQT-RECEBIDA         PIC 9(07).
           05  WS-LQT-REVENDAVEL       PIC 9(07).
           05  WS-LQT-AVARIADA         PIC 9(07).
           05  WS-LQT-SUCATA           PIC 9(07).
       77  WS-QTD-ED-1             PIC Z.ZZZ.ZZ9.
       77  WS-QTD-ED-2             PIC Z.ZZZ.ZZ9.
       77  WS-QTD-ED-3             PIC Z.ZZZ.ZZ9.
       77  WS-QTD-ED-4             PIC Z.ZZZ.ZZ9.
       77  WS-CONTA-ED             PIC ZZ.ZZ9.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - UMA LINHA POR DEVOLUCAO INSPECIONADA NO MES
       S1-EXTRACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA

            SORT WORK-DEVOLUCOES
                 ON ASCENDING KEY WDV-ITEM
                                  WDV-MOTIVO
                 INPUT PROCEDURE IS P200-EXTRAI-DEVOLUCOES
                 OUTPUT PROCEDURE IS P300-EMITE-RELATORIO

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-RMA-ESTOUROU-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE
            GOBACK.

      ******************************************************************
      * P200-EXTRAI-DEVOLUCOES
      * Linha INSPECIONADA ou ENCERRADA com data de inspecao na
      * competencia e alguma quantidade recebida. Arquivo ausente =
      * mes sem devolucao.
      ******************************************************************
       P200-EXTRAI-DEVOLUCOES.
            PERFORM P8590-CARREGA-DEVOLUCOES
            PERFORM VARYING WS-IDX-RMA FROM 1 BY 1
                    UNTIL WS-IDX-RMA > WS-QTD-RMA-TAB
                IF (WS-RMT-INSPECIONADA(WS-IDX-RMA)
                    OR WS-RMT-ENCERRADA(WS-IDX-RMA))
                   AND WS-RMT-DATA-INSPECAO(WS-IDX-RMA)(1:6) =
                       WS-COMPETENCIA
                   AND WS-RMT-QTD-RECEBIDA(WS-IDX-RMA) > ZEROS
                   PERFORM P210-LIBERA-LINHA
                END-IF
            END-PERFORM.

       P210-LIBERA-LINHA.
            MOVE WS-RMT-ITEM(WS-IDX-RMA)   TO WDV-ITEM
            MOVE WS-RMT-MOTIVO(WS-IDX-RMA) TO WDV-MOTIVO
            MOVE WS-RMT-QTD-RECEBIDA(WS-IDX-RMA) TO WDV-QTD-RECEBIDA
            MOVE ZEROS TO WDV-QTD-REVENDAVEL
            MOVE ZEROS TO WDV-QTD-AVARIADA
            MOVE ZEROS TO WDV-QTD-SUCATA
            EVALUATE TRUE
                WHEN WS-RMT-REVENDAVEL(WS-IDX-RMA)
                     MOVE WDV-QTD-RECEBIDA TO WDV-QTD-REVENDAVEL
                WHEN WS-RMT-AVARIADA(WS-IDX-RMA)
                     MOVE WDV-QTD-RECEBIDA TO WDV-QTD-AVARIADA
                WHEN OTHER
                     MOVE WDV-QTD-RECEBIDA TO WDV-QTD-SUCATA
            END-EVALUATE
            RELEASE REG-WORK-DEVOLUCAO.

      * FASE DE EMISSAO - QUEBRA POR ITEM E, DENTRO DELE, POR MOTIVO
       S2-EMISSAO SECTION.
       P300-EMITE-RELATORIO.
            OPEN INPUT ITEM-MASTER
            IF WS-ITEM-OK
               SET WS-ITENS-ABERTOS-SIM TO TRUE
            END-IF
            OPEN OUTPUT RELATORIO-DEVOLUCOES
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
            ELSE
               INITIALIZE WS-ACUM-GERAL
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P310-RETORNA-E-ACUMULA UNTIL WS-SORT-FIM
               IF WS-ITEM-QUEBRA NOT = SPACES
                  PERFORM P330-FECHA-MOTIVO
                  PERFORM P340-FECHA-ITEM
               END-IF
               PERFORM P360-IMPRIME-TOTAIS
               CLOSE RELATORIO-DEVOLUCOES
               MOVE 'RMA-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\RMAREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RELATORIO DE DEVOLUCOES GERADO - '
                       WS-QTD-LINHAS-MES ' LINHA(S) NO MES.'
            END-IF
            IF WS-ITENS-ABERTOS-SIM
               CLOSE ITEM-MASTER
            END-IF.

       P310-RETORNA-E-ACUMULA.
            RETURN WORK-DEVOLUCOES
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WDV-ITEM NOT = WS-ITEM-QUEBRA
                  IF WS-ITEM-QUEBRA NOT = SPACES
                     PERFORM P330-FECHA-MOTIVO
                     PERFORM P340-FECHA-ITEM
                  END-IF
                  PERFORM P320-ABRE-ITEM
               ELSE
                  IF WDV-MOTIVO NOT = WS-MOTIVO-QUEBRA
                     PERFORM P330-FECHA-MOTIVO
                     MOVE WDV-MOTIVO TO WS-MOTIVO-QUEBRA
                     INITIALIZE WS-ACUM-MOTIVO
                  END-IF
               END-IF
               ADD 1 TO WS-QTD-LINHAS-MES
               ADD WDV-QTD-RECEBIDA   TO WS-MOT-RECEBIDA
               ADD WDV-QTD-REVENDAVEL TO WS-MOT-REVENDAVEL
               ADD WDV-QTD-AVARIADA   TO WS-MOT-AVARIADA
               ADD WDV-QTD-SUCATA     TO WS-MOT-SUCATA
            END-IF.

      ******************************************************************
      * P320-ABRE-ITEM
      * Linha de titulo do item com a descricao do ITEM-MASTER (item
      * fora do cadastro sai como NAO CADASTRADO).
      ******************************************************************
       P320-ABRE-ITEM.
            MOVE WDV-ITEM   TO WS-ITEM-QUEBRA
            MOVE WDV-MOTIVO TO WS-MOTIVO-QUEBRA
            INITIALIZE WS-ACUM-MOTIVO
            INITIALIZE WS-ACUM-ITEM
            ADD 1 TO WS-QTD-ITENS-MES

            MOVE '(ITEM NAO CADASTRADO)' TO WS-DESCRICAO-ITEM
            IF WS-ITENS-ABERTOS-SIM
               MOVE WDV-ITEM TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               IF WS-ITEM-OK
                  MOVE ITM-DESCRICAO TO WS-DESCRICAO-ITEM
               END-IF
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'ITEM '           DELIMITED BY SIZE
                   WDV-ITEM          DELIMITED BY SIZE
                   ' - '             DELIMITED BY SIZE
                   WS-DESCRICAO-ITEM DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P330-FECHA-MOTIVO.
            MOVE WS-MOTIVO-QUEBRA TO WS-RMA-MOTIVO-PROC
            PERFORM P8593-DESCREVE-MOTIVO
            MOVE SPACES TO WS-ROTULO-LINHA
            STRING '  '                    DELIMITED BY SIZE
                   WS-MOTIVO-QUEBRA        DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-RMA-MOTIVO-DESCRICAO DELIMITED BY SIZE
                   INTO WS-ROTULO-LINHA
            END-STRING
            MOVE WS-ACUM-MOTIVO TO WS-LINHA-QTDS
            PERFORM P350-IMPRIME-QUANTIDADES

            ADD WS-MOT-RECEBIDA   TO WS-ITE-RECEBIDA
            ADD WS-MOT-REVENDAVEL TO WS-ITE-REVENDAVEL
            ADD WS-MOT-AVARIADA   TO WS-ITE-AVARIADA
            ADD WS-MOT-SUCATA     TO WS-ITE-SUCATA.

       P340-FECHA-ITEM.
            MOVE '  TOTAL DO ITEM' TO WS-ROTULO-LINHA
            MOVE WS-ACUM-ITEM TO WS-LINHA-QTDS
            PERFORM P350-IMPRIME-QUANTIDADES

            ADD WS-ITE-RECEBIDA   TO WS-GER-RECEBIDA
            ADD WS-ITE-REVENDAVEL TO WS-GER-REVENDAVEL
            ADD WS-ITE-AVARIADA   TO WS-GER-AVARIADA
            ADD WS-ITE-SUCATA     TO WS-GER-SUCATA.

       P350-IMPRIME-QUANTIDADES.
            MOVE WS-LQT-RECEBIDA   TO WS-QTD-ED-1
            MOVE WS-LQT-REVENDAVEL TO WS-QTD-ED-2
            MOVE WS-LQT-AVARIADA   TO WS-QTD-ED-3
            MOVE WS-LQT-SUCATA     TO WS-QTD-ED-4
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING WS-ROTULO-LINHA DELIMITED BY SIZE
                   WS-QTD-ED-1     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-QTD-ED-2     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-QTD-ED-3     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-QTD-ED-4     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P360-IMPRIME-TOTAIS.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'TOTAL DO MES' TO WS-ROTULO-LINHA
            MOVE WS-ACUM-GERAL TO WS-LINHA-QTDS
            PERFORM P350-IMPRIME-QUANTIDADES

            MOVE WS-QTD-ITENS-MES TO WS-CONTA-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'ITENS DEVOLVIDOS NO MES: ' DELIMITED BY SIZE
                   WS-CONTA-ED                DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            IF WS-RMA-ESTOUROU-SIM
               PERFORM P8300-CONTROLA-PAGINA
               MOVE 'AVISO - ARQUIVO DE DEVOLUCOES MAIOR QUE A TABELA '
                    & '- RELATORIO PARCIAL.' TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED

            MOVE SPACES TO REG-RELATORIO
            STRING '===== DEVOLUCOES DE MERCADORIA - COMPETENCIA '
                   DELIMITED BY SIZE
                   WS-COMPETENCIA   DELIMITED BY SIZE
                   ' - PAGINA '     DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE SPACES TO REG-RELATORIO
            STRING 'ITEM / MOTIVO                               '
                   DELIMITED BY SIZE
                   ' RECEBIDA REVENDAV.  AVARIADA    SUCATA'
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY ASOFPA.
           COPY RMAPA.
           COPY PAGECTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM RMA-REPORT.
