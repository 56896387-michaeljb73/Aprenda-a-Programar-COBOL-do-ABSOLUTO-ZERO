      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INST-AGING.
      * CONVERSAO DE DATA E CALCULO DE DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                  CLOSE ARQUIVO-PARCELAS
               END-IF
               CLOSE RELATORIO-PARCELAS
               MOVE 'INST-AGING' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\INSTAGIN.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'AGING DE PARCELAS GERADO - ' WS-QTD-ABERTAS
                       ' PARCELA(S) EM ABERTO.'
               MOVE 0 TO RETURN-CODE
           COPY DTCONVP.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM INST-AGING.
