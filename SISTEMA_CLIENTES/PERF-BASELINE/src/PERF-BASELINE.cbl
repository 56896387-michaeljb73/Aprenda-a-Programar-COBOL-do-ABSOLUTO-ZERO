      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-BASELINE.
       77  WS-DURACAO-ED           PIC ZZZ.ZZ9.
       77  WS-MEDIA-ED             PIC ZZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-VIGIA
               MOVE 'PERF-BASELINE' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\PRFWATCH.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'VIGIA DE DESEMPENHO: ' WS-QTD-AVALIADAS
                       ' FASES AVALIADAS, ' WS-QTD-ESTOUROS
                       ' ACIMA DA BASE.'

           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM PERF-BASELINE.
