      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  O valor faturado da UF passou a incluir o frete
      *                  da fatura (FAT-VALOR-FRETE, novo no
      *                  INVFILE.txt), que o INVOICE-GEN tributa junto
      *                  com as mercadorias. Fatura anterior ao frete
      *                  (campo nao numerico) entra sem ele.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REPORT.
           05  FAT-VALOR-TOTAL         PIC 9(11)V99.
           05  FAT-VALOR-IMPOSTO       PIC 9(09)V99.
           05  FAT-UF                  PIC X(02).
           05  FAT-VALOR-FRETE         PIC 9(07)V99.
           05  FAT-TRANSPORTADORA      PIC X(04).

       FD  RELATORIO-IMPOSTO.
       01  REG-RELATORIO               PIC X(80).

       77  WS-QTD-FATURAS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-IMPOSTO        PIC 9(11)V99 VALUE ZEROS.
      * BASE DA FATURA - MERCADORIAS MAIS FRETE, QUE O INVOICE-GEN
      * TRIBUTA PELA MESMA ALIQUOTA
       77  WS-BASE-FATURA          PIC 9(11)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-FATURADO-ED          PIC $$.$$$.$$$.$$9,99.
       77  WS-IMPOSTO-ED           PIC $$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF FAT-VALOR-IMPOSTO NOT NUMERIC
               MOVE ZEROS TO FAT-VALOR-IMPOSTO
            END-IF
            IF FAT-VALOR-FRETE NOT NUMERIC
               MOVE ZEROS TO FAT-VALOR-FRETE
            END-IF
            ADD FAT-VALOR-IMPOSTO TO WS-TOTAL-IMPOSTO
            COMPUTE WS-BASE-FATURA = FAT-VALOR-TOTAL + FAT-VALOR-FRETE

            MOVE 'N' TO WS-UF-ACHADA
            PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                IF WS-UF-SIGLA(WS-IDX-UF) = FAT-UF
                   SET WS-UF-ACHADA-SIM TO TRUE
                   ADD 1 TO WS-UF-QTD(WS-IDX-UF)
                   ADD WS-BASE-FATURA
                       TO WS-UF-FATURADO(WS-IDX-UF)
                   ADD FAT-VALOR-IMPOSTO
                       TO WS-UF-IMPOSTO(WS-IDX-UF)
                  ADD 1 TO WS-QTD-UFS-TAB
                  MOVE FAT-UF TO WS-UF-SIGLA(WS-QTD-UFS-TAB)
                  MOVE 1 TO WS-UF-QTD(WS-QTD-UFS-TAB)
                  MOVE WS-BASE-FATURA
                       TO WS-UF-FATURADO(WS-QTD-UFS-TAB)
                  MOVE FAT-VALOR-IMPOSTO
                       TO WS-UF-IMPOSTO(WS-QTD-UFS-TAB)
                  CLOSE ARQUIVO-FATURAS
               END-IF
               CLOSE RELATORIO-IMPOSTO
               MOVE 'TAX-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\TAXSUMM.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'APURACAO DE IMPOSTO GERADA - '
                       WS-QTD-FATURAS ' FATURA(S) NO MES.'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY RPTSPLPA.
       END PROGRAM TAX-REPORT.
