      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHAN-ORDERS.
       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-VALOR-ED             PIC $$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               CLOSE CUSTOMER-MASTER
               CLOSE ORDER-MASTER
               CLOSE RELATORIO-ORFAOS
               MOVE 'ORPHAN-ORDERS' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\ORPHANS.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'VARREDURA DE ORFAOS: ' WS-QTD-ORFAOS
                       ' PEDIDO(S) ORFAO(S) EM ' WS-QTD-PEDIDOS
                       ' LIDO(S).'
               END-IF
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.

       END PROGRAM ORPHAN-ORDERS.
