      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Disponivel do item somado em todos os depositos
      *                  (STOCKF passou a ter um saldo por deposito).
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORD-REPORT.
       77  WS-FIM-ESTOQUE          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ESTOQUE-SIM              VALUE 'S'.

      * SALDOS EM MEMORIA (UM POR DEPOSITO E ITEM) - SO PARA MOSTRAR
      * O DISPONIVEL ATUAL, SOMADO EM TODOS OS DEPOSITOS
       77  WS-MAX-SALDOS           PIC 9(03)   VALUE 500.
       77  WS-QTD-SALDOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-SALDO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-BACKORDERS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            MOVE 'N' TO WS-SALDO-ACHADO
            PERFORM VARYING WS-IDX-SALDO FROM 1 BY 1
                    UNTIL WS-IDX-SALDO > WS-QTD-SALDOS-TAB
                IF WS-STK-ITEM(WS-IDX-SALDO) = ORD-ITEM(1:8)
                   SET WS-SALDO-ACHADO-SIM TO TRUE
                   ADD WS-STK-DISPONIVEL(WS-IDX-SALDO)
                       TO WS-SALDO-DISPONIVEL
                END-IF
            END-PERFORM.

            ELSE
               CLOSE ORDER-MASTER
               CLOSE RELATORIO-BACKORDER
               MOVE 'BACKORD-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\BACKORD.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'BACKORDERS LISTADOS: ' WS-QTD-BACKORDERS
               IF WS-QTD-BACKORDERS > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM BACKORD-REPORT.
