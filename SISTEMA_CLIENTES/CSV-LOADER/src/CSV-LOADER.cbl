      *                  - a carga V2 passa o campo para o registro,
      *                  ja que o registro novo vindo do V2 preserva o
      *                  carimbo de origem em vez de carimbar de novo.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-LOADER.
      * CARIMBO DE AUDITORIA PARA OS REGISTROS INCLUIDOS
           COPY AUDSTAMP.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE

               CLOSE ARQCSV
               CLOSE RELATORIO
               MOVE 'CSV-LOADER' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CARGACSV.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               CLOSE ERROR-LOG
            END-IF.

           COPY ERRLOGPA.
           COPY LOCKPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CSV-LOADER.
