      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-REPORT.
       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
                  CLOSE VALORES-SUSPENSOS
               END-IF
               CLOSE RELATORIO-SUSPENSO
               MOVE 'SUSP-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\SUSPREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RELATORIO DE SUSPENSOS GERADO - '
                       WS-QTD-SALDOS ' SALDO(S) PENDENTE(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RPTSPLPA.
       END PROGRAM SUSP-REPORT.
