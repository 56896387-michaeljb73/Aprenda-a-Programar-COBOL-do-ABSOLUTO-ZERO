      *                  Esta varredura so vale sobre o retrato
      *                  INTEIRO, e e assim que ela volta a rodar
      *                  sempre.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUPE-SCAN.
       77  WS-ARQ-WORK-SORT        PIC X(64)   VALUE
           'src\assets\WKDUP.tmp'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                    OUTPUT PROCEDURE IS P300-DETECTA-DUP

               CLOSE RELATORIO
               MOVE 'DEDUPE-SCAN' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-SAIDA TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'POSSIVEIS DUPLICADOS (MESMO TELEFONE E '
                       'SOBRENOME): ' WS-QTD-DUP

            END-STRING
            WRITE REG-RELATORIO.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM DEDUPE-SCAN.
