      *                  sufixo da particao - varias instancias
      *                  rodam lado a lado e o REPORT-MERGE junta as
      *                  parciais no relatorio final.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Rodada sob demanda pela fila do BATCH-QUEUE
      *                  (copybooks BTQP*): com o BATCHPRM.dat gravado
      *                  pelo BATCH-DISPATCH, a UF, filial e faixa de
      *                  data de cadastro da solicitacao substituem o
      *                  filtro do RPTPARM.dat, e o eco do cabecalho
      *                  passa a mostrar a solicitacao.
      * 15/10/2026  MJB  Parametros da solicitacao sob demanda so
      *                  valem com a solicitacao EM EXECUCAO na fila
      *                  (BATCHREQ.dat) - BATCHPRM.dat que sobrou de
      *                  rodada interrompida e ignorado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-MONTH-XTAB.

           COPY PARTSL.

           COPY BTQPSL.
           COPY BTQSL.

       DATA DIVISION.
       FILE SECTION.


           COPY PARTFD.

       FD  PARAMETRO-SOLICITACAO.
           COPY BTQPF.

       FD  FILA-SOLICITACOES.
           COPY BTQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-ARQ-WORK-SORT        PIC X(64)   VALUE
           'src\assets\WKXTAB.tmp'.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

      * PARAMETROS DA SOLICITACAO SOB DEMANDA (COPYBOOKS BTQP*) - QUANDO
      * HA SOLICITACAO EM EXECUCAO, O FILTRO DELA VALE NO LUGAR DO
      * RPTPARM.dat
           COPY BTQPWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8430-DEFINE-PARTICAO
            PERFORM P8435-AJUSTA-SAIDAS
            PERFORM P8360-LE-PARAMETROS-RELATORIO
            PERFORM P8160-LE-PARAMETRO-SOLICITACAO
            IF WS-BTP-ATIVA-SIM
               MOVE WS-BTP-ECO TO WS-RPT-ECO
            END-IF

            SORT WORK-XTAB ON ASCENDING KEY WXT-UF WXT-MES
                 INPUT PROCEDURE IS P200-EXTRAI-CLIENTES
            END-READ

            IF NOT WS-SNAP-FIM-ARQUIVO
               IF WS-BTP-ATIVA-SIM
                  PERFORM P215-FILTRA-SOLICITACAO
               ELSE
                  PERFORM P8370-FILTRA-REGISTRO
               END-IF
               IF WS-RPT-PASSA-SIM
                  MOVE CSV-UF                    TO WXT-UF
                  MOVE CSV-DATA-CRIACAO(5:2)     TO WXT-MES
               END-IF
            END-IF.

      *     RODADA SOB DEMANDA - UF/FILIAL DO CLIENTE E DATA DE CADASTRO
      *     DENTRO DA SOLICITACAO - SAI EM WS-RPT-PASSA, COMO NO P8370
       P215-FILTRA-SOLICITACAO.
            PERFORM P8165-FILTRA-CLIENTE-SOLIC
            IF WS-BTP-PASSA-SIM
               MOVE CSV-DATA-CRIACAO TO WS-BTP-DATA-TESTE
               PERFORM P8167-FILTRA-DATA-SOLIC
            END-IF
            MOVE WS-BTP-PASSA TO WS-RPT-PASSA.

       P220-CONTA-FILIAL.
            MOVE 'N' TO WS-FILIAL-ACHADA
            PERFORM VARYING WS-IDX-FILIAL FROM 1 BY 1

               PERFORM P330-IMPRIME-TOTAL-GERAL
               CLOSE RELATORIO
               MOVE 'STATE-MONTH-XTAB' TO WS-SPL-PROGRAMA
               MOVE WS-ARQ-RELATORIO-SAIDA TO WS-SPL-ARQUIVO
               MOVE WS-BTP-FILIAL TO WS-SPL-FILIAL
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF.

       P8100-IMPRIME-CABECALHO.

           COPY PARTPA.

           COPY RPTSPLPA.

           COPY BTQPPA.

           COPY ENVCFGPA.
       END PROGRAM STATE-MONTH-XTAB.
