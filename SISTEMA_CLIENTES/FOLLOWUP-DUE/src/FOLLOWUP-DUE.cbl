      *                  CSNAPSL): a cadeia deixa de varrer o indexado
      *                  seis vezes e todos os relatorios da noite
      *                  descrevem a mesma populacao.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
      * 02/09/2026  MJB  O item novo da fila passou a ser roteado
      *                  primeiro para o operador dono da conta
       77  WS-ARQ-RELATORIO-SAIDA  PIC X(64)   VALUE
           'src\assets\FOLLOWUP.txt'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE CUSTOMER-SNAPSHOT
               CLOSE RELATORIO
               MOVE 'FOLLOWUP-DUE' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-SAIDA TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'REGISTROS LIDOS.....: ' WS-QTD-LIDOS
               DISPLAY 'CLIENTES ATIVOS.....: ' WS-QTD-ATIVOS
               DISPLAY 'ATRASADOS P/ CONTATO: ' WS-QTD-ATRASADOS

           COPY PARTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM FOLLOWUP-DUE.
