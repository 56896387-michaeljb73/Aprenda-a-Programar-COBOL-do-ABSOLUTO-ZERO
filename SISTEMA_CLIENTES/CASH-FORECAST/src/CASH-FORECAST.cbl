      *                  fim de mes num fim de semana convertia todo
      *                  contrato USD/EUR pela paridade 1,00 em
      *                  silencio.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.
       77  WS-VALOR-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-PROJECAO
               MOVE 'CASH-FORECAST' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CASHFCST.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PROJECAO GERADA: ' WS-QTD-PARCELAS-PROJ
                       ' PARCELA(S) E ' WS-QTD-RENOVACOES
                       ' RENOVACAO(OES) NA JANELA.'

           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CASH-FORECAST.
