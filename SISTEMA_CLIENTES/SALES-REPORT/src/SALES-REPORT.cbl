      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Incluidas as visoes de margem bruta por fatura
      *                  e por item (passadas 4 e 5), lidas do
      *                  INVMARG.dat gravado pelo INVOICE-GEN com o
      *                  custo medio congelado na emissao: venda, custo,
      *                  margem e percentual por quebra e no total.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-REPORT.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY ITMSEL.
           COPY MRGSL.

           SELECT WORK-VENDAS ASSIGN TO
           'src\assets\WKSALES.tmp'.
       FD  PERF-LOG.
           COPY PERFLOG.

       FD  MARGEM-FATURAS.
           COPY MRGF.

       SD  WORK-VENDAS.
       01  REG-WORK-VENDAS.
           05  WSV-CHAVE-QUEBRA        PIC X(20).
           05  WSV-QUANTIDADE          PIC 9(05).
           05  WSV-VALOR               PIC 9(09)V99.
           05  WSV-CUSTO               PIC 9(11)V99.

       FD  RELATORIO-VENDAS.
       01  REG-RELATORIO               PIC X(80).
      * 2 = QUEBRA POR ITEM, 3 = QUEBRA POR CATEGORIA DO ITEM
      * (ITM-CATEGORIA, dimensao nova do ITMMAST). O MESMO PAR DE
      * PROCEDURES DE SORT SERVE PARA AS TRES, MUDANDO SO A CHAVE
      * LIBERADA. 4 = MARGEM POR FATURA E 5 = MARGEM POR ITEM LEEM
      * O INVMARG.dat (CUSTO MEDIO CONGELADO NO FATURAMENTO) PELO
      * P250, COM AS MESMAS QUEBRAS DO P300.
       77  WS-PASSADA              PIC 9(01)   VALUE 1.
           88  WS-PASSADA-MES                  VALUE 1.
           88  WS-PASSADA-ITEM                 VALUE 2.
           88  WS-PASSADA-CATEGORIA            VALUE 3.
           88  WS-PASSADA-MARGEM-FATURA        VALUE 4.
           88  WS-PASSADA-MARGEM-ITEM          VALUE 5.
           88  WS-PASSADA-MARGEM               VALUE 4 5.

       77  WS-MARGEM-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-MARGEM-OK                    VALUE '00'.
           88  WS-MARGEM-NAO-CRIADO            VALUE '35'.
       77  WS-FIM-MARGEM           PIC X(01)   VALUE 'N'.
           88  WS-FIM-MARGEM-SIM               VALUE 'S'.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-SUBTOTAL-QTD-UNID    PIC 9(09)   VALUE ZEROS COMP.
       77  WS-TOTAL-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-QTD-PED        PIC 9(07)   VALUE ZEROS COMP.
       77  WS-SUBTOTAL-CUSTO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CUSTO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-VENDA         PIC 9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-CUSTO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-PERC          PIC S9(05)V9 VALUE ZEROS.

       77  WS-VALOR-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-QTD-ED               PIC ZZZ.ZZ9.
       77  WS-UNID-ED              PIC ZZZ.ZZZ.ZZ9.
       77  WS-CUSTO-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-MARGEM-ED            PIC -.---.---.--9,99.
       77  WS-PERC-ED              PIC ----9,9.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.
           COPY PERFLWS.
       77  WS-PRF-PROGRAMA         PIC X(08)   VALUE 'SALESREP'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE POR MES - PRIMEIRA PASSADA DO SORT
                    OUTPUT PROCEDURE IS P300-EMITE-QUEBRAS
               PERFORM P8650-GRAVA-DURACAO-FASE

               SET WS-PASSADA-MARGEM-FATURA TO TRUE
               MOVE 'MRG-FAT' TO WS-PRF-SECAO
               PERFORM P8600-MARCA-INICIO-FASE
               SORT WORK-VENDAS
                    ON ASCENDING KEY WSV-CHAVE-QUEBRA
                    INPUT PROCEDURE IS P250-EXTRAI-MARGENS
                    OUTPUT PROCEDURE IS P300-EMITE-QUEBRAS
               PERFORM P8650-GRAVA-DURACAO-FASE

               SET WS-PASSADA-MARGEM-ITEM TO TRUE
               MOVE 'MRG-ITEM' TO WS-PRF-SECAO
               PERFORM P8600-MARCA-INICIO-FASE
               SORT WORK-VENDAS
                    ON ASCENDING KEY WSV-CHAVE-QUEBRA
                    INPUT PROCEDURE IS P250-EXTRAI-MARGENS
                    OUTPUT PROCEDURE IS P300-EMITE-QUEBRAS
               PERFORM P8650-GRAVA-DURACAO-FASE

               CLOSE RELATORIO-VENDAS
               MOVE 'SALES-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\SALESREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            IF WS-PERFLOG-OK
               END-EVALUATE
               MOVE ORD-QUANTIDADE TO WSV-QUANTIDADE
               MOVE ORD-VALOR      TO WSV-VALOR
               MOVE ZEROS          TO WSV-CUSTO
               RELEASE REG-WORK-VENDAS
            END-IF.

      ******************************************************************
      * P250-EXTRAI-MARGENS
      * Passadas de margem: uma linha do INVMARG.dat por item
      * faturado, com o custo congelado na emissao. Arquivo ainda
      * nao criado (nenhum faturamento desde a implantacao do custo)
      * sai como visao vazia, sem erro.
      ******************************************************************
       P250-EXTRAI-MARGENS.
            MOVE 'N' TO WS-SORT-FIM-SW
            MOVE 'N' TO WS-FIM-MARGEM
            OPEN INPUT MARGEM-FATURAS
            IF WS-MARGEM-OK
               PERFORM P260-LE-MARGEM UNTIL WS-FIM-MARGEM-SIM
               CLOSE MARGEM-FATURAS
            ELSE
               IF NOT WS-MARGEM-NAO-CRIADO
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
               DISPLAY 'ARQUIVO DE MARGEM INDISPONIVEL - STATUS '
                       WS-MARGEM-STATUS
            END-IF.

       P260-LE-MARGEM.
            READ MARGEM-FATURAS
                 AT END SET WS-FIM-MARGEM-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-MARGEM-SIM
               MOVE SPACES TO WSV-CHAVE-QUEBRA
               IF WS-PASSADA-MARGEM-FATURA
                  MOVE MRG-FATURA TO WSV-CHAVE-QUEBRA(1:6)
               ELSE
                  MOVE MRG-ITEM TO WSV-CHAVE-QUEBRA
               END-IF
               MOVE MRG-QUANTIDADE  TO WSV-QUANTIDADE
               MOVE MRG-VALOR-VENDA TO WSV-VALOR
               MOVE MRG-CUSTO-TOTAL TO WSV-CUSTO
               RELEASE REG-WORK-VENDAS
            END-IF.

            MOVE ZEROS  TO WS-SUBTOTAL-QTD-UNID
            MOVE ZEROS  TO WS-TOTAL-VALOR
            MOVE ZEROS  TO WS-TOTAL-QTD-PED
            MOVE ZEROS  TO WS-SUBTOTAL-CUSTO
            MOVE ZEROS  TO WS-TOTAL-CUSTO

            PERFORM P8100-IMPRIME-CABECALHO
            PERFORM P310-RETORNA-E-ACUMULA UNTIL WS-SORT-FIM
               ADD WSV-QUANTIDADE TO WS-SUBTOTAL-QTD-UNID
               ADD WSV-VALOR      TO WS-SUBTOTAL-VALOR
               ADD WSV-VALOR      TO WS-TOTAL-VALOR
               ADD WSV-CUSTO      TO WS-SUBTOTAL-CUSTO
               ADD WSV-CUSTO      TO WS-TOTAL-CUSTO
            END-IF.

       P320-IMPRIME-SUBTOTAL.

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            EVALUATE TRUE
                WHEN WS-PASSADA-MES
                     STRING 'MES '         DELIMITED BY SIZE
                            WS-CHAVE-QUEBRA(1:6) DELIMITED BY SIZE
                            ': '           DELIMITED BY SIZE
                            WS-QTD-ED      DELIMITED BY SIZE
                            ' PEDIDO(S), ' DELIMITED BY SIZE
                            WS-VALOR-ED    DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                WHEN WS-PASSADA-MARGEM-FATURA
                     STRING 'FATURA '      DELIMITED BY SIZE
                            WS-CHAVE-QUEBRA(1:6) DELIMITED BY SIZE
                            ': '           DELIMITED BY SIZE
                            WS-QTD-ED      DELIMITED BY SIZE
                            ' ITEM(NS), VENDA ' DELIMITED BY SIZE
                            WS-VALOR-ED    DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                WHEN WS-PASSADA-MARGEM-ITEM
                     STRING 'ITEM '        DELIMITED BY SIZE
                            WS-CHAVE-QUEBRA(1:8) DELIMITED BY SIZE
                            ': '           DELIMITED BY SIZE
                            WS-UNID-ED     DELIMITED BY SIZE
                            ' UNID, VENDA ' DELIMITED BY SIZE
                            WS-VALOR-ED    DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                WHEN OTHER
                     STRING 'ITEM '        DELIMITED BY SIZE
                            WS-CHAVE-QUEBRA DELIMITED BY SIZE
                            ': '           DELIMITED BY SIZE
                            WS-UNID-ED     DELIMITED BY SIZE
                            ' UNID EM '    DELIMITED BY SIZE
                            WS-QTD-ED      DELIMITED BY SIZE
                            ' PEDIDO(S), ' DELIMITED BY SIZE
                            WS-VALOR-ED    DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
            END-EVALUATE
            WRITE REG-RELATORIO

            IF WS-PASSADA-MARGEM
               MOVE WS-SUBTOTAL-VALOR TO WS-MARGEM-VENDA
               MOVE WS-SUBTOTAL-CUSTO TO WS-MARGEM-CUSTO
               PERFORM P340-IMPRIME-MARGEM
            END-IF

            MOVE ZEROS TO WS-SUBTOTAL-CUSTO
            MOVE ZEROS TO WS-SUBTOTAL-VALOR
            MOVE ZEROS TO WS-SUBTOTAL-QTD-PED
            MOVE ZEROS TO WS-SUBTOTAL-QTD-UNID.
            END-STRING
            WRITE REG-RELATORIO

            IF WS-PASSADA-MARGEM
               MOVE WS-TOTAL-VALOR TO WS-MARGEM-VENDA
               MOVE WS-TOTAL-CUSTO TO WS-MARGEM-CUSTO
               PERFORM P340-IMPRIME-MARGEM
            END-IF

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO.

      ******************************************************************
      * P340-IMPRIME-MARGEM
      * Linha de custo e margem bruta sob o subtotal/total das
      * passadas de margem: margem = venda - custo congelado, e o
      * percentual sobre a venda (venda zerada sai com 0,0%).
      ******************************************************************
       P340-IMPRIME-MARGEM.
            COMPUTE WS-MARGEM-VALOR = WS-MARGEM-VENDA - WS-MARGEM-CUSTO
            IF WS-MARGEM-VENDA > ZEROS
               COMPUTE WS-MARGEM-PERC ROUNDED =
                       WS-MARGEM-VALOR * 100 / WS-MARGEM-VENDA
                       ON SIZE ERROR MOVE -9999,9 TO WS-MARGEM-PERC
               END-COMPUTE
            ELSE
               MOVE ZEROS TO WS-MARGEM-PERC
            END-IF
            MOVE WS-MARGEM-CUSTO TO WS-CUSTO-ED
            MOVE WS-MARGEM-VALOR TO WS-MARGEM-ED
            MOVE WS-MARGEM-PERC  TO WS-PERC-ED

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '    CUSTO '    DELIMITED BY SIZE
                   WS-CUSTO-ED     DELIMITED BY SIZE
                   '  MARGEM '     DELIMITED BY SIZE
                   WS-MARGEM-ED    DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   WS-PERC-ED      DELIMITED BY SIZE
                   '%)'            DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P8100-IMPRIME-CABECALHO.
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED

            MOVE SPACES TO REG-RELATORIO
            EVALUATE TRUE
                WHEN WS-PASSADA-MES
                     STRING '===== VENDAS POR MES - PAGINA '
                            DELIMITED BY SIZE
                            WS-NUM-PAGINA-ED DELIMITED BY SIZE
                            ' ====='          DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                WHEN WS-PASSADA-MARGEM-FATURA
                     STRING '===== MARGEM BRUTA POR FATURA - PAGINA '
                            DELIMITED BY SIZE
                            WS-NUM-PAGINA-ED DELIMITED BY SIZE
                            ' ====='          DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                WHEN WS-PASSADA-MARGEM-ITEM
                     STRING '===== MARGEM BRUTA POR ITEM - PAGINA '
                            DELIMITED BY SIZE
                            WS-NUM-PAGINA-ED DELIMITED BY SIZE
                            ' ====='          DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                WHEN OTHER
                     STRING '===== VENDAS POR ITEM - PAGINA '
                            DELIMITED BY SIZE
                            WS-NUM-PAGINA-ED DELIMITED BY SIZE
                            ' ====='          DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
            END-EVALUATE
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.
           COPY PAGECTPA.
           COPY PERFLPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM SALES-REPORT.
