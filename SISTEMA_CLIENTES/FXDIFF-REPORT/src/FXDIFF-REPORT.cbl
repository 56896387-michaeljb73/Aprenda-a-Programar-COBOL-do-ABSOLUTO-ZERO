      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXDIFF-REPORT.
       77  WS-PAGO-ED              PIC $$.$$$.$$$.$$9,99.
       77  WS-DIF-ED               PIC -$$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
                  CLOSE DIFERENCAS-CAMBIO
               END-IF
               CLOSE RELATORIO-DIFERENCAS
               MOVE 'FXDIFF-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\FXDIFREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'FECHAMENTO CAMBIAL: ' WS-QTD-LANCAMENTOS
                       ' LANCAMENTO(S) NO MES.'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY RPTSPLPA.
       END PROGRAM FXDIFF-REPORT.
