      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP-AUDIT.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-AUDITORIA
               MOVE 'CEP-AUDIT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CEPAUDIT.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               CLOSE DQ-TRABALHO
               DISPLAY 'AUDITORIA DE CEP: ' WS-QTD-AUDITADOS
                       ' AUDITADO(S), ' WS-QTD-DIVERGENTES

           COPY CEPRGPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CEP-AUDIT.
