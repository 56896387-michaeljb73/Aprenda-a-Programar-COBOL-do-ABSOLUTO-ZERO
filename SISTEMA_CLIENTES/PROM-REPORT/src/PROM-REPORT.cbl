      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROM-REPORT.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-PROMESSAS
               MOVE 'PROM-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\PROMREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PROMESSAS QUEBRADAS: ' WS-QTD-QUEBRADAS
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY RPTSPLPA.
       END PROGRAM PROM-REPORT.
