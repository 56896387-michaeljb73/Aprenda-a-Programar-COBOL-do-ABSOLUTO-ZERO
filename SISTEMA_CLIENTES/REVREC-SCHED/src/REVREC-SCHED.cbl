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
       PROGRAM-ID. REVREC-SCHED.

      * IMAGEM EM DECODIFICACAO - O CONTEUDO CORRENTE DO FD E
      * PRESERVADO EM VOLTA DA CRITICA (TECNICA DO TRANS-UNDO)
       01  WS-REGISTRO-SALVO       PIC X(189)  VALUE SPACES.
       77  WS-VALOR-ANTIGO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-IMAGEM-VALIDA        PIC X(01)   VALUE 'N'.
           88  WS-IMAGEM-VALIDA-SIM            VALUE 'S'.
       77  WS-VALOR-ED             PIC -$$$.$$$.$$9,99.
       77  WS-TOTAL-ED             PIC -$$.$$$.$$$.$$9,99.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               CLOSE CUSTOMER-MASTER
               CLOSE AGENDA-RECEITA
               CLOSE RELATORIO-RECEITA
               MOVE 'REVREC-SCHED' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\REVRECON.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'AGENDA DE RECEITA: ' WS-QTD-CLIENTES
                       ' CLIENTE(S), ' WS-QTD-AGENDADAS
                       ' COMPETENCIA(S), ' WS-QTD-CATCHUPS

           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM REVREC-SCHED.
