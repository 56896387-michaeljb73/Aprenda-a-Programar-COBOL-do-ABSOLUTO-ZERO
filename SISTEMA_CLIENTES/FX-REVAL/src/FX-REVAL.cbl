      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  INSTFILE.dat ganhou no fim a sequencia do
      *                  contrato (PCL-CONTRATO); tabela de parcelas em
      *                  memoria alargada.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVAL.
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.

      * SALDO E VARIACAO DO CLIENTE CORRENTE
       77  WS-SALDO-ABERTO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TAXA-ANT-ED          PIC ZZ9,99.
       77  WS-TAXA-REF-ED          PIC ZZ9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-REAVALIACAO
               MOVE 'FX-REVAL' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\FXREVAL.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'REAVALIACAO CAMBIAL: ' WS-QTD-REAVALIADOS
                       ' CLIENTE(S) REAVALIADO(S).'
               MOVE 0 TO RETURN-CODE

           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM FX-REVAL.
