      *            com a quantidade de registros do CUSTOMER-MASTER, e
      *            um checksum dos telefones dos dois lados.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Cliente anonimizado (LGPD-ANONYMIZE) fica fora
      *                  da contagem do mestre, como fica fora do
      *                  ARQCSV.csv.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON-CSV-MASTER.
       77  WS-QTD-ED                PIC ZZZ,ZZ9.
       77  WS-CHECKSUM-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ

      *    O CSV-EXPORT DEIXA DE FORA O CLIENTE ANONIMIZADO (LGPD) -
      *    O LADO DO MESTRE PULA O MESMO CLIENTE PARA CONTINUAR BATENDO
            IF NOT WS-CUST-FIM-ARQUIVO AND NOT CSV-ANONIMIZADO
               ADD 1 TO WS-QTD-MASTER
               MOVE CSV-FONE TO WS-FONE-MASTER-ALFA
               ADD WS-FONE-MASTER-NUM TO WS-CHECKSUM-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE ARQCSV
               CLOSE RELATORIO
               MOVE 'RECON-CSV-MASTER' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\RECON.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'REGISTROS MASTER.....: ' WS-QTD-MASTER
               DISPLAY 'REGISTROS ARQCSV.....: ' WS-QTD-DETALHE-CSV

               END-IF
            END-IF.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
           COPY ALERTPA.

