      *                  sufixo da particao - varias instancias
      *                  rodam lado a lado e o REPORT-MERGE junta as
      *                  parciais no relatorio final.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-GEN.
       77  WS-ARQ-WORK-SORT        PIC X(64)   VALUE
           'src\assets\WKUF.tmp'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - LE O CADASTRO-MESTRE E ALIMENTA O SORT

               PERFORM P330-IMPRIME-TOTAL-GERAL
               CLOSE RELATORIO
               MOVE 'REPORT-GEN' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-SAIDA TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.

           COPY PARTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM REPORT-GEN.
