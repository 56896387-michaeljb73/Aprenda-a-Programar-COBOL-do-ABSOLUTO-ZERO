      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHURN-REPORT.
       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
                  CLOSE EVENTOS-CANCEL
               END-IF
               CLOSE RELATORIO-CHURN
               MOVE 'CHURN-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CHURNREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RELATORIO DE CHURN GERADO - '
                       WS-QTD-CANCELAMENTOS
                       ' CANCELAMENTO(S) NO MES.'
            END-IF.

           COPY ASOFPA.
           COPY RPTSPLPA.
       END PROGRAM CHURN-REPORT.
