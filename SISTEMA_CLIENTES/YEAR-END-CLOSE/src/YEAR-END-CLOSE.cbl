      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  O fechamento passou a fechar no PERCTL.dat
      *                  (controle de periodos contabeis) as doze
      *                  competencias do ano encerrado que ainda estavam
      *                  abertas.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY ASOFSL.
           COPY PERCTLSL.

           SELECT RESUMO-ANUAL ASSIGN TO
           'src\assets\YRSUMM.dat'
       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

      * UMA LINHA POR ANO / TIPO / CHAVE: UF (CLIENTES POR ESTADO),
      * MS (CLIENTES POR MES DE ENTRADA), MO (VALOR POR MOEDA) E
      * PM (PEDIDOS POR MES)
       01  WS-TIPO-COMPARA         PIC X(02)   VALUE SPACES.
       01  WS-CHAVE-COMPARA        PIC X(06)   VALUE SPACES.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) - O
      * FECHAMENTO DO EXERCICIO FECHA OS DOZE MESES DO ANO
           COPY PERCTLWS.
       77  WS-QTD-MESES-FECHADOS   PIC 9(02)   VALUE ZEROS COMP.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               PERFORM P300-ACUMULA-PEDIDOS
               PERFORM P400-REGRAVA-RESUMO
               PERFORM P500-IMPRIME-COMPARATIVO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P600-FECHA-PERIODOS
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.
               END-PERFORM

               CLOSE RELATORIO-COMPARATIVO
               MOVE 'YEAR-END-CLOSE' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\YRCOMP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF.

       P510-COMPARA-LINHA.
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P600-FECHA-PERIODOS
      * Fecha no PERCTL.dat as competencias 01 a 12 do ano encerrado
      * que ainda estejam abertas - mes ja fechado pelo supervisor
      * guarda a data e o operador originais. Dali em diante o
      * CASH-APPLY, o INVOICE-GEN e o WOFF-QUEUE lancam no ano novo
      * e o CREDIT-NOTE e o LATE-FEE recusam, como em qualquer mes
      * fechado pelo PERIOD-MAINT.
      ******************************************************************
       P600-FECHA-PERIODOS.
            MOVE ZEROS TO WS-QTD-MESES-FECHADOS
            PERFORM P8520-CARREGA-PERIODOS
            IF WS-PERIODOS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'PERIODOS CONTABEIS NAO FECHADOS - TABELA '
                       'CHEIA.'
            ELSE
               MOVE WS-ANO-FECHAMENTO TO WS-PER-COMP-AAAA
               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 12
                   MOVE WS-IDX-MES TO WS-PER-COMP-MM
                   PERFORM P8525-LOCALIZA-PERIODO
                   IF WS-IDX-PER-ACHADO = ZEROS
                      OR NOT WS-PTB-FECHADO(WS-IDX-PER-ACHADO)
                      MOVE 'F'                TO WS-PER-NOVA-SITUACAO
                      MOVE WS-DATA-REFERENCIA TO WS-PER-DATA-ALTERACAO
                      MOVE 'YRCLOSE'          TO WS-PER-OPERADOR
                      PERFORM P8535-ATUALIZA-PERIODO
                      IF WS-PER-ATUALIZOU-SIM
                         ADD 1 TO WS-QTD-MESES-FECHADOS
                      ELSE
                         MOVE 'S' TO WS-ERRO-ABERTURA
                      END-IF
                   END-IF
               END-PERFORM
               IF WS-ERRO-ABERTURA-SIM
                  DISPLAY 'PERIODOS CONTABEIS NAO FECHADOS - TABELA '
                          'CHEIA.'
               ELSE
                  IF WS-QTD-MESES-FECHADOS > ZEROS
                     PERFORM P8540-GRAVA-PERIODOS
                     IF NOT WS-PERCTL-OK
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        DISPLAY 'ERRO AO REGRAVAR OS PERIODOS - STATUS '
                                WS-PERCTL-STATUS
                     END-IF
                  END-IF
                  DISPLAY WS-QTD-MESES-FECHADOS ' COMPETENCIA(S) DE '
                          WS-ANO-FECHAMENTO ' FECHADA(S).'
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY PERCTLPA.
           COPY RPTSPLPA.

           COPY ENVCFGPA.

       END PROGRAM YEAR-END-CLOSE.
