      * 22/08/2026  MJB  Excecao de integridade passa a gerar alerta
      *                  operacional critico no ALERTAS.txt
      *                  (copybooks ALERT*), alem do RETURN-CODE 8.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-VERIFY.
      * DTCONVP) - A DATA AAAAMMDD E DESMEMBRADA NOS TRES CAMPOS
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-VERIF
               MOVE 'MASTER-VERIFY' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\MVERIF.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'VERIFICACAO DOS MESTRES: ' WS-QTD-EXCECOES
                       ' EXCECAO(OES).'
               IF WS-QTD-EXCECOES > 0
               END-IF
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
           COPY ALERTPA.

