      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-XFER.
           COPY ORDLGWS.
       77  WS-OTL-PROGRAMA         PIC X(08)   VALUE 'BRXFER'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               CLOSE ORDER-MASTER
               CLOSE EVENTOS-TRANSFERENCIA
               CLOSE RELATORIO-TRANSFERENCIA
               MOVE 'BRANCH-XFER' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\XFERREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               IF WS-ORDLOG-OK
                  CLOSE ORDER-TRANS-LOG
               END-IF
           COPY ORDLGPA.
           COPY OPERTBPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM BRANCH-XFER.
