      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUQ-SUMMARY.
       77  WS-QTD-ED-1             PIC ZZ.ZZ9.
       77  WS-QTD-ED-2             PIC ZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               PERFORM P100-ACUMULA-FILA
               PERFORM P300-IMPRIME-RESUMO
               CLOSE RELATORIO-FILA
               MOVE 'FUQ-SUMMARY' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\FUQSUMM.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF
            PERFORM P900-FINAL
            GOBACK.
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM FUQ-SUMMARY.
