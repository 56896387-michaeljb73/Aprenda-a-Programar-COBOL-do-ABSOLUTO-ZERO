      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT.
       77  WS-QTD-VENCIDAS         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
                  CLOSE ARQUIVO-SUSPENSOES
               END-IF
               CLOSE RELATORIO-SUSPENSOES
               MOVE 'HOLD-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\HOLDEXP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'SUSPENSOES VENCIDAS: ' WS-QTD-VENCIDAS
               IF WS-QTD-VENCIDAS > 0
                  MOVE 4 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY RPTSPLPA.
       END PROGRAM HOLD-REPORT.
