      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-REPORT.
       77  WS-QTD-EXCLUIDOS        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-AGENDA
               MOVE 'AGENDA-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\AGENDREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'PAUTA GERADA - ' WS-QTD-PAUTA
                       ' ENTRADA(S).'
               MOVE 0 TO RETURN-CODE

           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM AGENDA-REPORT.
