      *                  operador - logins, falhas de senha e
      *                  bloqueios - ao lado das movimentacoes do
      *                  TRANS-LOG.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-ACTIVITY.
       77  WS-SES-ED-2             PIC ZZ.ZZ9.
       77  WS-SES-ED-3             PIC ZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               PERFORM P300-IMPRIME-RELATORIO
               PERFORM P350-IMPRIME-SESSOES
               CLOSE RELATORIO-ATIVIDADE
               MOVE 'OPER-ACTIVITY' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\OPERATIV.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF
            PERFORM P900-FINAL
            GOBACK.
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM OPER-ACTIVITY.
