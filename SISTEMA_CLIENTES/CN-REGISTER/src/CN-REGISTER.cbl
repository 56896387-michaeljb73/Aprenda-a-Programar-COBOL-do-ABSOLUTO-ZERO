      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Total reembolsado no resumo.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CN-REGISTER.
       77  WS-TOTAL-NOTAS          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ABATIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-SALDO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-REEMBOLSADO    PIC 9(11)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
                  ADD CNT-VALOR          TO WS-TOTAL-NOTAS
                  ADD CNT-VALOR-ABATIDO  TO WS-TOTAL-ABATIDO
                  ADD CNT-SALDO-RESTANTE TO WS-TOTAL-SALDO
                  IF CNT-VALOR-REEMBOLSADO IS NUMERIC
                     ADD CNT-VALOR-REEMBOLSADO TO WS-TOTAL-REEMBOLSADO
                  END-IF
                  PERFORM P300-LISTA-NOTA
               END-IF
            END-IF.
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-TOTAL-REEMBOLSADO TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'REEMBOLSADO........: ' DELIMITED BY SIZE
                   WS-TOTAL-ED             DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-TOTAL-SALDO TO WS-TOTAL-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'SALDO A COMPENSAR..: ' DELIMITED BY SIZE
                  CLOSE ARQUIVO-NOTAS
               END-IF
               CLOSE RELATORIO-NOTAS
               MOVE 'CN-REGISTER' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CNREGIST.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'LIVRO DE NOTAS GERADO - ' WS-QTD-NOTAS
                       ' NOTA(S) NO MES.'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY RPTSPLPA.
       END PROGRAM CN-REGISTER.
