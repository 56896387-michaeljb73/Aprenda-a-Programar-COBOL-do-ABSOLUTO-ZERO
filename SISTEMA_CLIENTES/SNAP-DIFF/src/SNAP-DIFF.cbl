      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAP-DIFF.
       FILE SECTION.

       FD  CUSTOMER-SNAPSHOT.
       01  REG-SNAPSHOT            PIC X(189).

       FD  SNAPSHOT-ANTERIOR.
       01  REG-SNAPSHOT-ANT        PIC X(189).

       FD  TRANS-LOG.
           COPY TRANSLOG.
       77  WS-QTD-SEM-TRILHA       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC ZZ.ZZ9.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                  CLOSE SNAPSHOT-ANTERIOR
               END-IF
               CLOSE RELATORIO-DIFF
               MOVE 'SNAP-DIFF' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\SNAPDIFF.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'DETECTOR DE TRILHA: ' WS-QTD-DIFERENCAS
                       ' DIFERENCA(S), ' WS-QTD-SEM-TRILHA
                       ' SEM TRILHA.'

           COPY ALERTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM SNAP-DIFF.
