      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMP-RESULTS.
       77  WS-TAXA-ED              PIC ZZ9,99.
       77  WS-QTD-ED               PIC ZZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
                  CLOSE RESULTADOS-CAMPANHA
               END-IF
               CLOSE RELATORIO-RESULTADOS
               MOVE 'CAMP-RESULTS' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CAMPRES.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RESULTADOS DE CAMPANHA GERADOS - '
                       WS-QTD-CAMPANHAS-TAB ' CAMPANHA(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RPTSPLPA.
       END PROGRAM CAMP-RESULTS.
