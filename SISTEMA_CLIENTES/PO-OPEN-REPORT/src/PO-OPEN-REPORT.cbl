      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Relatorio de pedidos de compra em aberto: toda
      *            linha com saldo a receber de pedido ABERTO ou
      *            PARCIAL (PURCHORD.dat/PURCHLIN.dat), agrupada por
      *            fornecedor e pedido, com quantidade e valor ainda
      *            devidos (saldo x custo unitario negociado) e marca
      *            de ATRASO quando a entrega prevista ja passou.
      *            Subtotal por fornecedor e total geral. Compras usa
      *            o relatorio para cobrar entrega dos fornecedores.
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
       PROGRAM-ID. PO-OPEN-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PCMPSL.
           COPY FRNSEL.

           SELECT WORK-COMPRAS ASSIGN TO
           'src\assets\WKPOOPEN.tmp'.

           SELECT RELATORIO-COMPRAS ASSIGN TO
           'src\assets\POOPEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

           COPY PERFLSL.

       DATA DIVISION.
       FILE SECTION.

       FD  PEDIDOS-COMPRA.
           COPY PCMPF.

       FD  LINHAS-COMPRA.
           COPY PCMLF.

       FD  SUPPLIER-MASTER.
           COPY FRNMAST.

       FD  PERF-LOG.
           COPY PERFLOG.

       SD  WORK-COMPRAS.
       01  REG-WORK-COMPRAS.
           05  WPC-FORNECEDOR          PIC 9(06).
           05  WPC-NUMERO              PIC 9(06).
           05  WPC-SEQUENCIA           PIC 9(03).
           05  WPC-ITEM                PIC X(08).
           05  WPC-DATA-PREVISTA       PIC 9(08).
           05  WPC-QTD-SALDO           PIC 9(07).
           05  WPC-VALOR-SALDO         PIC 9(11)V99.

       FD  RELATORIO-COMPRAS.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-FORNEC-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-FORNEC-OK                    VALUE '00'.

       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.

       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.
       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

      * PEDIDOS DE COMPRA EM MEMORIA (COPYBOOKS PCMP*) - SO LEITURA
           COPY PCMPWS.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-SALDO            PIC 9(07)   VALUE ZEROS.
       01  WS-MARCA-ATRASO         PIC X(07)   VALUE SPACES.

      * CONTROLE DE QUEBRA POR FORNECEDOR
       77  WS-FORNEC-QUEBRA        PIC 9(06)   VALUE ZEROS.
       77  WS-SUBTOTAL-FORNEC      PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-LIN-FORNEC       PIC 9(05)   VALUE ZEROS COMP.

       77  WS-TOTAL-GERAL          PIC 9(11)V99 VALUE ZEROS.
       77  WS-QTD-LIN-GERAL        PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ATRASADAS        PIC 9(07)   VALUE ZEROS COMP.

       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-SALDO-ED             PIC Z.ZZZ.ZZ9.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * CONVERSAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * LOG DE DESEMPENHO POR FASE COMPARTILHADO (COPYBOOKS PERFL*)
           COPY PERFLWS.
       77  WS-PRF-PROGRAMA         PIC X(08)   VALUE 'POOPEN'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - SO LINHAS COM SALDO DE PEDIDO A RECEBER
       S1-EXTRACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            OPEN EXTEND PERF-LOG

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            SORT WORK-COMPRAS
                 ON ASCENDING KEY WPC-FORNECEDOR
                                  WPC-NUMERO
                                  WPC-SEQUENCIA
                 INPUT PROCEDURE IS P200-EXTRAI-PENDENTES
                 OUTPUT PROCEDURE IS P300-EMITE-RELATORIO

            IF WS-PERFLOG-OK
               CLOSE PERF-LOG
            END-IF

            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

       P200-EXTRAI-PENDENTES.
            MOVE 'EXTRACAO' TO WS-PRF-SECAO
            PERFORM P8600-MARCA-INICIO-FASE
            PERFORM P8570-CARREGA-COMPRAS
            IF WS-COMPRAS-ESTOURARAM-SIM
               DISPLAY 'AVISO - TABELA DE PEDIDOS DE COMPRA ESTOURADA '
                       '- RELATORIO PARCIAL.'
            END-IF
            PERFORM P210-CLASSIFICA-LINHA
                    VARYING WS-IDX-LINHA-COMPRA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA-COMPRA > WS-QTD-LINHAS-COMPRA
            PERFORM P8650-GRAVA-DURACAO-FASE.

       P210-CLASSIFICA-LINHA.
            IF WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
               < WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA)
               MOVE WS-PLT-NUMERO(WS-IDX-LINHA-COMPRA)
                    TO WS-PCM-NUMERO
               PERFORM P8575-LOCALIZA-COMPRA
               IF WS-IDX-PCM-ACHADO > ZEROS
                  IF WS-PCT-A-RECEBER(WS-IDX-PCM-ACHADO)
                     COMPUTE WS-QTD-SALDO =
                             WS-PLT-QTD-PEDIDA(WS-IDX-LINHA-COMPRA) -
                             WS-PLT-QTD-RECEBIDA(WS-IDX-LINHA-COMPRA)
                     MOVE WS-PCT-FORNECEDOR(WS-IDX-PCM-ACHADO)
                          TO WPC-FORNECEDOR
                     MOVE WS-PCM-NUMERO TO WPC-NUMERO
                     MOVE WS-PLT-SEQUENCIA(WS-IDX-LINHA-COMPRA)
                          TO WPC-SEQUENCIA
                     MOVE WS-PLT-ITEM(WS-IDX-LINHA-COMPRA)
                          TO WPC-ITEM
                     MOVE WS-PCT-DATA-PREVISTA(WS-IDX-PCM-ACHADO)
                          TO WPC-DATA-PREVISTA
                     MOVE WS-QTD-SALDO TO WPC-QTD-SALDO
                     COMPUTE WPC-VALOR-SALDO = WS-QTD-SALDO *
                             WS-PLT-CUSTO(WS-IDX-LINHA-COMPRA)
                     RELEASE REG-WORK-COMPRAS
                  END-IF
               END-IF
            END-IF.

      * FASE DE EMISSAO - DETALHE E SUBTOTAL POR FORNECEDOR
       S2-EMISSAO SECTION.
       P300-EMITE-RELATORIO.
            MOVE 'EMISSAO' TO WS-PRF-SECAO
            PERFORM P8600-MARCA-INICIO-FASE

            OPEN INPUT SUPPLIER-MASTER
            OPEN OUTPUT RELATORIO-COMPRAS
            IF NOT WS-RELATORIO-OK OR NOT WS-FORNEC-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - RELATORIO: '
                       WS-RELATORIO-STATUS ' FORNECEDORES: '
                       WS-FORNEC-STATUS
               SET WS-SORT-FIM TO TRUE
            ELSE
               PERFORM P8100-IMPRIME-CABECALHO
               PERFORM P310-RETORNA-E-IMPRIME UNTIL WS-SORT-FIM

               IF WS-FORNEC-QUEBRA NOT = ZEROS
                  PERFORM P330-IMPRIME-SUBTOTAL-FORNEC
               END-IF

               PERFORM P340-IMPRIME-TOTAL-GERAL
            END-IF
            IF WS-RELATORIO-OK
               CLOSE RELATORIO-COMPRAS
               MOVE 'PO-OPEN-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\POOPEN.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF
            IF WS-FORNEC-OK
               CLOSE SUPPLIER-MASTER
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.

       P310-RETORNA-E-IMPRIME.
            RETURN WORK-COMPRAS
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WPC-FORNECEDOR NOT = WS-FORNEC-QUEBRA
                  IF WS-FORNEC-QUEBRA NOT = ZEROS
                     PERFORM P330-IMPRIME-SUBTOTAL-FORNEC
                  END-IF
                  MOVE WPC-FORNECEDOR TO WS-FORNEC-QUEBRA
                  PERFORM P315-IMPRIME-FORNECEDOR
               END-IF

               PERFORM P320-IMPRIME-DETALHE
            END-IF.

       P315-IMPRIME-FORNECEDOR.
            MOVE WPC-FORNECEDOR TO FRN-CODIGO
            READ SUPPLIER-MASTER KEY IS FRN-CODIGO
            IF NOT WS-FORNEC-OK
               MOVE '(FORNECEDOR NAO CADASTRADO)' TO FRN-RAZAO-SOCIAL
               MOVE SPACES TO FRN-TELEFONE
               MOVE '00' TO WS-FORNEC-STATUS
            END-IF
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'FORNECEDOR '    DELIMITED BY SIZE
                   WPC-FORNECEDOR   DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   FRN-RAZAO-SOCIAL DELIMITED BY SIZE
                   ' FONE '         DELIMITED BY SIZE
                   FRN-TELEFONE     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P320-IMPRIME-DETALHE.
            MOVE WPC-DATA-PREVISTA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WPC-QTD-SALDO   TO WS-SALDO-ED
            MOVE WPC-VALOR-SALDO TO WS-VALOR-ED
            IF WPC-DATA-PREVISTA < WS-DATA-HOJE
               MOVE 'ATRASO' TO WS-MARCA-ATRASO
               ADD 1 TO WS-QTD-ATRASADAS
            ELSE
               MOVE SPACES TO WS-MARCA-ATRASO
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  PC '          DELIMITED BY SIZE
                   WPC-NUMERO       DELIMITED BY SIZE
                   '/'              DELIMITED BY SIZE
                   WPC-SEQUENCIA    DELIMITED BY SIZE
                   ' ITEM '         DELIMITED BY SIZE
                   WPC-ITEM         DELIMITED BY SIZE
                   ' PREVISTO '     DELIMITED BY SIZE
                   WS-DATA-BR       DELIMITED BY SIZE
                   ' SALDO '        DELIMITED BY SIZE
                   WS-SALDO-ED      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-VALOR-ED      DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   WS-MARCA-ATRASO  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            ADD 1               TO WS-QTD-LIN-FORNEC
            ADD 1               TO WS-QTD-LIN-GERAL
            ADD WPC-VALOR-SALDO TO WS-SUBTOTAL-FORNEC
            ADD WPC-VALOR-SALDO TO WS-TOTAL-GERAL.

       P330-IMPRIME-SUBTOTAL-FORNEC.
            MOVE WS-SUBTOTAL-FORNEC TO WS-TOTAL-ED
            MOVE WS-QTD-LIN-FORNEC  TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  SUBTOTAL FORNECEDOR ' DELIMITED BY SIZE
                   WS-FORNEC-QUEBRA        DELIMITED BY SIZE
                   ': '                    DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   ' LINHA(S), '           DELIMITED BY SIZE
                   WS-TOTAL-ED             DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE ZEROS TO WS-SUBTOTAL-FORNEC
            MOVE ZEROS TO WS-QTD-LIN-FORNEC.

       P340-IMPRIME-TOTAL-GERAL.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-TOTAL-GERAL   TO WS-TOTAL-ED
            MOVE WS-QTD-LIN-GERAL TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'TOTAL A RECEBER: '  DELIMITED BY SIZE
                   WS-QTD-ED            DELIMITED BY SIZE
                   ' LINHA(S), '        DELIMITED BY SIZE
                   WS-TOTAL-ED          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-QTD-ATRASADAS TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'LINHAS EM ATRASO: '  DELIMITED BY SIZE
                   WS-QTD-ED             DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED

            MOVE SPACES TO REG-RELATORIO
            STRING '===== PEDIDOS DE COMPRA EM ABERTO - PAGINA '
                   DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY PCMPPA.
           COPY PAGECTPA.
           COPY DTCONVP.
           COPY PERFLPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM PO-OPEN-REPORT.
