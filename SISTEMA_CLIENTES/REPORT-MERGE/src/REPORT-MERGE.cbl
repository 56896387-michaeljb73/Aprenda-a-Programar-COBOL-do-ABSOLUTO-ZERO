      *                  partir das FUQUEU1..4.dat da rodada
      *                  particionada, para o CONTACT-LOG e o
      *                  AGENDA-REPORT lerem como sempre.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-MERGE.
       77  WS-JUNCAO-DADOS         PIC X(01)   VALUE 'N'.
           88  WS-JUNCAO-DADOS-SIM             VALUE 'S'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
               END-STRING
               WRITE REG-FINAL
            END-IF
            CLOSE RELATORIO-FINAL
            MOVE 'REPORT-MERGE' TO WS-SPL-PROGRAMA
            MOVE WS-ARQ-FINAL TO WS-SPL-ARQUIVO
            PERFORM P8930-CATALOGA-RELATORIO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
                       ' PARCIAL(IS).'
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RPTSPLPA.
       END PROGRAM REPORT-MERGE.
