      *                  TREND-REPORT para comparar os ultimos 7 e 30
      *                  dias - antes os numeros de cada noite eram
      *                  sobrescritos na rodada seguinte.
      * 15/10/2026  MJB  Incluida a secao de metas de venda por filial,
      *                  lida do METAFIL.dat gravado pelo novo
      *                  TARGET-REPORT - meta, atingido no mes (faturado
      *                  menos notas de credito), percentual e gap
      *                  contra o esperado pro rata dos dias uteis, com
      *                  o consolidado.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Cada job da lista sai com a situacao gravada
      *                  pelo JOB-SEQUENCER (executada, falhou, pulada
      *                  ou pulada por dependencia de etapa que nao
      *                  terminou bem), e o bloco de totais ganhou a
      *                  contagem de etapas puladas por dependencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-SUMMARY.

           COPY DQWORKSL.

           COPY MTFSL.

       DATA DIVISION.
       FILE SECTION.

       FD  DQ-TRABALHO.
           COPY DQWORKF.

       FD  RESUMO-METAS.
           COPY MTFF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-QTD-EXC-ED-1         PIC ZZ,ZZ9.
       77  WS-QTD-EXC-ED-2         PIC ZZ,ZZ9.

      * METAS DE VENDA POR FILIAL (METAFIL.dat, GRAVADO PELO
      * TARGET-REPORT) - ATINGIDO E GAP CONTRA O ESPERADO PRO RATA
       77  WS-RESUMO-METAS-STATUS  PIC X(02)   VALUE SPACES.
           88  WS-RESUMO-METAS-OK              VALUE '00'.
       77  WS-FIM-METAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-METAS-SIM                VALUE 'S'.
       77  WS-QTD-FILIAIS-META     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-MET-ATINGIDO         PIC S9(11)V99 VALUE ZEROS.
       77  WS-MET-GAP              PIC S9(11)V99 VALUE ZEROS.
       77  WS-MET-PERCENTUAL       PIC S9(05)V9 VALUE ZEROS.
       77  WS-MET-TOT-META         PIC 9(11)V99 VALUE ZEROS.
       77  WS-MET-TOT-ATINGIDO     PIC S9(11)V99 VALUE ZEROS.
       77  WS-MET-TOT-ESPERADO     PIC 9(11)V99 VALUE ZEROS.
       77  WS-MET-META-ED          PIC ZZZ,ZZZ,ZZ9.
       77  WS-MET-ATINGIDO-ED      PIC -ZZZ,ZZZ,ZZ9.
       77  WS-MET-PERCENTUAL-ED    PIC -ZZZZ9.9.
       77  WS-MET-GAP-ED           PIC -ZZZ,ZZZ,ZZ9.
       01  WS-MET-FILIAL-TXT       PIC X(02)   VALUE SPACES.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM             VALUE 'S'.

       77  WS-QTD-JOBS              PIC 9(03)  VALUE ZEROS COMP.
       77  WS-QTD-JOBS-FALHA        PIC 9(03)  VALUE ZEROS COMP.
       77  WS-QTD-JOBS-AVISO        PIC 9(03)  VALUE ZEROS COMP.
       77  WS-QTD-JOBS-DEPEND       PIC 9(03)  VALUE ZEROS COMP.
       77  WS-QTD-REJEICOES         PIC 9(07)  VALUE ZEROS COMP.
       77  WS-QTD-MOVIMENTACOES     PIC 9(07)  VALUE ZEROS COMP.
       77  WS-QTD-ALTERACOES        PIC 9(07)  VALUE ZEROS COMP.
       77  WS-QTD-JOBS-ED           PIC ZZ9.
       77  WS-QTD-JOBS-FALHA-ED     PIC ZZ9.
       77  WS-QTD-JOBS-AVISO-ED     PIC ZZ9.
       77  WS-QTD-JOBS-DEPEND-ED    PIC ZZ9.
       77  WS-QTD-REJEICOES-ED      PIC ZZZ,ZZ9.
       77  WS-QTD-MOVIMENT-ED       PIC ZZZ,ZZ9.
       77  WS-QTD-ALTERACOES-ED     PIC ZZZ,ZZ9.
       77  WS-QTD-RENOVACOES-ED     PIC ZZZ,ZZ9.
       77  WS-MAIOR-DURACAO-ED      PIC ZZZ,ZZ9.
       77  WS-JBL-RETCODE-ED        PIC Z9.
       77  WS-JBL-SITUACAO-TXT      PIC X(11)  VALUE SPACES.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                      WHEN 8 ADD 1 TO WS-QTD-JOBS-FALHA
                      WHEN 4 ADD 1 TO WS-QTD-JOBS-AVISO
                  END-EVALUATE
                  IF JBL-PULADA-DEPENDENCIA
                     ADD 1 TO WS-QTD-JOBS-DEPEND
                  END-IF
                  PERFORM P215-IMPRIME-JOB
               END-IF
            END-IF.

      *     LINHA ANTIGA, SEM SITUACAO, SAI PELO RETURN-CODE
       P215-IMPRIME-JOB.
            MOVE JBL-RETCODE TO WS-JBL-RETCODE-ED
            EVALUATE TRUE
                WHEN JBL-PULADA-DEPENDENCIA
                     MOVE 'PULADA-DEP.' TO WS-JBL-SITUACAO-TXT
                WHEN JBL-PULADA
                     MOVE 'PULADA'      TO WS-JBL-SITUACAO-TXT
                WHEN JBL-FALHOU
                     MOVE 'FALHOU'      TO WS-JBL-SITUACAO-TXT
                WHEN JBL-EXECUTADA
                     MOVE 'EXECUTADA'   TO WS-JBL-SITUACAO-TXT
                WHEN JBL-RETCODE = 8
                     MOVE 'FALHOU'      TO WS-JBL-SITUACAO-TXT
                WHEN OTHER
                     MOVE 'EXECUTADA'   TO WS-JBL-SITUACAO-TXT
            END-EVALUATE
            PERFORM P8300-CONTROLA-PAGINA

            MOVE SPACES TO REG-RELATORIO
                   '  RETURN-CODE '     DELIMITED BY SIZE
                   WS-JBL-RETCODE-ED    DELIMITED BY SIZE
                   '  '                 DELIMITED BY SIZE
                   WS-JBL-SITUACAO-TXT  DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   JBL-DESCRICAO        DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-QTD-JOBS-DEPEND  TO WS-QTD-JOBS-DEPEND-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'ETAPAS PULADAS POR DEPENDENCIA: ' DELIMITED BY SIZE
                   WS-QTD-JOBS-DEPEND-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-QTD-MOVIMENTACOES TO WS-QTD-MOVIMENT-ED
            MOVE WS-QTD-ALTERACOES    TO WS-QTD-ALTERACOES-ED
            MOVE WS-QTD-EXCLUSOES     TO WS-QTD-EXCLUSOES-ED
            WRITE REG-RELATORIO

            PERFORM P810-IMPRIME-FILIAIS
            PERFORM P840-IMPRIME-METAS

            IF WS-MAIOR-DURACAO > ZEROS
               MOVE WS-MAIOR-DURACAO TO WS-MAIOR-DURACAO-ED
               END-IF
            END-IF.

      *----------------------------------------------------------------
      * METAS DE VENDA DO MES POR FILIAL (METAFIL.dat) - ATINGIDO =
      * FATURADO - DEVOLVIDO; GAP CONTRA O ESPERADO PRO RATA DOS DIAS
      * UTEIS. SEM O ARQUIVO (TARGET-REPORT NAO RODOU) A SECAO NAO SAI.
      *----------------------------------------------------------------
       P840-IMPRIME-METAS.
            OPEN INPUT RESUMO-METAS
            IF WS-RESUMO-METAS-OK
               PERFORM P845-LE-META-FILIAL UNTIL WS-FIM-METAS-SIM
               CLOSE RESUMO-METAS
               IF WS-QTD-FILIAIS-META > ZEROS
                  COMPUTE WS-MET-GAP =
                          WS-MET-TOT-ATINGIDO - WS-MET-TOT-ESPERADO
                  MOVE WS-MET-TOT-META     TO WS-MET-META-ED
                  MOVE WS-MET-TOT-ATINGIDO TO WS-MET-ATINGIDO-ED
                  MOVE WS-MET-GAP          TO WS-MET-GAP-ED
                  PERFORM P8300-CONTROLA-PAGINA
                  MOVE SPACES TO REG-RELATORIO
                  STRING '  CONSOLIDADO: META '  DELIMITED BY SIZE
                         WS-MET-META-ED           DELIMITED BY SIZE
                         ' ATING '                DELIMITED BY SIZE
                         WS-MET-ATINGIDO-ED       DELIMITED BY SIZE
                         ' GAP '                  DELIMITED BY SIZE
                         WS-MET-GAP-ED            DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
               END-IF
            ELSE
               DISPLAY 'RESUMO DE METAS NAO ENCONTRADO - '
                       'TARGET-REPORT AINDA NAO RODOU.'
            END-IF.

       P845-LE-META-FILIAL.
            READ RESUMO-METAS
                 AT END SET WS-FIM-METAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-METAS-SIM
               IF WS-QTD-FILIAIS-META = ZEROS
                  PERFORM P8300-CONTROLA-PAGINA
                  MOVE SPACES TO REG-RELATORIO
                  STRING 'METAS DE VENDA - COMPETENCIA '
                                              DELIMITED BY SIZE
                         MTF-COMPETENCIA      DELIMITED BY SIZE
                         ' - POSICAO EM '     DELIMITED BY SIZE
                         MTF-DATA-REFERENCIA  DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
               END-IF
               ADD 1 TO WS-QTD-FILIAIS-META
               IF MTF-VALOR-DEVOLVIDO NOT NUMERIC
                  MOVE ZEROS TO MTF-VALOR-DEVOLVIDO
               END-IF
               COMPUTE WS-MET-ATINGIDO =
                       MTF-VALOR-FATURADO - MTF-VALOR-DEVOLVIDO
               ADD MTF-VALOR-META     TO WS-MET-TOT-META
               ADD WS-MET-ATINGIDO    TO WS-MET-TOT-ATINGIDO
               ADD MTF-VALOR-ESPERADO TO WS-MET-TOT-ESPERADO
               MOVE MTF-FILIAL TO WS-MET-FILIAL-TXT
               IF WS-MET-FILIAL-TXT = SPACES
                  MOVE '--' TO WS-MET-FILIAL-TXT
               END-IF
               MOVE WS-MET-ATINGIDO TO WS-MET-ATINGIDO-ED
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               IF MTF-VALOR-META = ZEROS
                  STRING '  FILIAL '         DELIMITED BY SIZE
                         WS-MET-FILIAL-TXT   DELIMITED BY SIZE
                         ': SEM META   ATING ' DELIMITED BY SIZE
                         WS-MET-ATINGIDO-ED  DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
               ELSE
                  COMPUTE WS-MET-GAP =
                          WS-MET-ATINGIDO - MTF-VALOR-ESPERADO
                  COMPUTE WS-MET-PERCENTUAL ROUNDED =
                          WS-MET-ATINGIDO * 100 / MTF-VALOR-META
                  MOVE MTF-VALOR-META    TO WS-MET-META-ED
                  MOVE WS-MET-PERCENTUAL TO WS-MET-PERCENTUAL-ED
                  MOVE WS-MET-GAP        TO WS-MET-GAP-ED
                  STRING '  FILIAL '         DELIMITED BY SIZE
                         WS-MET-FILIAL-TXT   DELIMITED BY SIZE
                         ': META '           DELIMITED BY SIZE
                         WS-MET-META-ED      DELIMITED BY SIZE
                         ' ATING '           DELIMITED BY SIZE
                         WS-MET-ATINGIDO-ED  DELIMITED BY SIZE
                         WS-MET-PERCENTUAL-ED DELIMITED BY SIZE
                         '% GAP '            DELIMITED BY SIZE
                         WS-MET-GAP-ED       DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
               END-IF
               WRITE REG-RELATORIO
            END-IF.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO
               MOVE 'EOD-SUMMARY' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\EODSUM.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'RESUMO DE FIM DE DIA GERADO - JOBS: '
                       WS-QTD-JOBS ' REJEICOES: ' WS-QTD-REJEICOES
                       ' MOVIMENTACOES: ' WS-QTD-MOVIMENTACOES

           COPY PAGECTPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM EOD-SUMMARY.
