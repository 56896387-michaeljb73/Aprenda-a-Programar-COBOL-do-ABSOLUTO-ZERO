      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP-OPEN-REPORT.
      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE ORDER-MASTER
               CLOSE RELATORIO-EMBARQUES
               MOVE 'SHIP-OPEN-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\SHIPOPEN.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'FATURADOS SEM EMBARQUE: ' WS-QTD-PARADOS
               IF WS-QTD-PARADOS > 0
                  MOVE 4 TO RETURN-CODE
           COPY DTCONVP.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM SHIP-OPEN-REPORT.
