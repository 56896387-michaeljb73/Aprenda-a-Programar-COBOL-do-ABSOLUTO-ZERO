      *                  sufixo da particao - varias instancias
      *                  rodam lado a lado e o REPORT-MERGE junta as
      *                  parciais no relatorio final.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECTORY-PRINT.
       77  WS-ARQ-WORK-SORT        PIC X(64)   VALUE
           'src\assets\WKDIR.tmp'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               MOVE WS-MAX-LINHAS-PAGINA TO WS-LINHAS-PAGINA
               PERFORM P310-RETORNA-E-IMPRIME UNTIL WS-SORT-FIM
               CLOSE RELATORIO
               MOVE 'DIRECTORY-PRINT' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-SAIDA TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF.

       P310-RETORNA-E-IMPRIME.

           COPY PARTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM DIRECTORY-PRINT.
