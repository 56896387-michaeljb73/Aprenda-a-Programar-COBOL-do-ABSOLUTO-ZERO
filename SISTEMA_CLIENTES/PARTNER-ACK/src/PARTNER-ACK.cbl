      *                  anteriores (ate onde o LOG-RETENTION
      *                  preserva o log) e o cliente rejeitado de
      *                  novo sai destacado no relatorio.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-ACK.
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'PRTNRACK'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE CLASSIFICACAO - ORDENA O RETORNO POR CODIGO PARA
               PERFORM P340-FECHA-CLIENTE
               PERFORM P350-IMPRIME-RESUMO
               CLOSE RELATORIO-ACK
               MOVE 'PARTNER-ACK' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\PTACKREL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF

            CLOSE CUSTOMER-MASTER

           COPY ERRLOGPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM PARTNER-ACK.
