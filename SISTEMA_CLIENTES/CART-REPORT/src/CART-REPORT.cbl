      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CART-REPORT.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-QTD-ED               PIC ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-CARTEIRAS
               MOVE 'CART-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CARTREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'CARTEIRAS LISTADAS - ' WS-QTD-LISTADOS
                       ' CLIENTE(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CART-REPORT.
