      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Demonstrativo de comissoes (COMMSTMT.txt)
      *                  guardado no spool e no catalogo (RPT-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                  CLOSE ORDER-MASTER
                  CLOSE OPERADOR-MASTER
                  CLOSE DEMONSTRATIVO
                  MOVE 'COMMISSION' TO WS-SPL-PROGRAMA
                  MOVE 'src\assets\COMMSTMT.txt'
                       TO WS-SPL-ARQUIVO
                  PERFORM P8930-CATALOGA-RELATORIO
                  DISPLAY 'COMISSOES: ' WS-QTD-APURADOS
                          ' PEDIDO(S) APURADO(S).'
               END-IF
           COPY ASOFPA.
           COPY OPERTBPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM COMMISSION.
