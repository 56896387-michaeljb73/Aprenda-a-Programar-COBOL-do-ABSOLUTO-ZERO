      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-AGING.
           COPY PERFLWS.
       77  WS-PRF-PROGRAMA         PIC X(08)   VALUE 'ORDAGING'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - SO PEDIDOS EM ABERTO ENTRAM NO SORT

               PERFORM P340-IMPRIME-RESUMO-FAIXAS
               CLOSE RELATORIO-AGING
               MOVE 'ORDER-AGING' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\ORDAGING.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            PERFORM P8650-GRAVA-DURACAO-FASE.
           COPY DTCONVP.
           COPY PERFLPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM ORDER-AGING.
