      *                  cruza com o retorno da casa de mala direta e
      *                  o CAMP-RESULTS fecha por campanha. Saber se
      *                  alguem respondia era folclore.
      * 15/10/2026  MJB  Filtro por segmento RFM: ate 5 codigos de
      *                  segmento no fim do CAMPPARM.dat (em branco =
      *                  sem filtro). O segmento e o da ultima
      *                  competencia do RFMHIST.dat, gravado pelo
      *                  RFM-SCORE; cliente sem pontuacao nela fica fora
      *                  quando ha filtro.
      * 15/10/2026  MJB  Resumo da campanha (CAMPSUM.txt) guardado no
      *                  spool e no catalogo (RPT-SPOOL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-EXTRACT.
           FILE STATUS IS WS-RESUMO-STATUS.

           COPY MANIFSL.
           COPY RFMSL.

      * REGISTRO DE CONTROLE COM O PROXIMO NUMERO DE CAMPANHA
           SELECT CAMPANHA-CONTROLE ASSIGN TO
           COPY CUSTMAST.

      * LISTAS DE ATE 10 UF / 10 DDD (EM BRANCO = SEM FILTRO), STATUS
      * DE PAGAMENTO (0 = TODOS), FAIXA DE VALOR (MAXIMO 0 = SEM
      * TETO) E ATE 5 SEGMENTOS RFM (EM BRANCO = SEM FILTRO - O
      * REGISTRO ANTIGO, MAIS CURTO, CHEGA COM A LISTA EM BRANCO),
      * TUDO NUM REGISTRO SO
       FD  CAMPANHA-PARM.
       01  REG-CAMPANHA-PARM.
           05  CMP-UF-LISTA.
           05  CMP-STATUS-PAGTO        PIC 9(01).
           05  CMP-VALOR-MIN           PIC 9(09).
           05  CMP-VALOR-MAX           PIC 9(09).
           05  CMP-SEGMENTO-LISTA.
               10  CMP-SEGMENTO-FILTRO PIC X(04)  OCCURS 5 TIMES.

       FD  LISTA-SUPRESSAO.
       01  REG-LISTA-SUPRESSAO.
       FD  ARQUIVO-MANIFESTO.
           COPY MANIF.

       FD  HISTORICO-RFM.
           COPY RFMF.

       FD  CAMPANHA-CONTROLE.
       01  REG-CAMPANHA-CONTROLE.
           05  CTL-PROX-CAMPANHA       PIC 9(06).
           05  WS-STATUS-FILTRO    PIC 9(01)  VALUE ZEROS.
           05  WS-VALOR-MIN        PIC 9(09)  VALUE ZEROS.
           05  WS-VALOR-MAX        PIC 9(09)  VALUE ZEROS.
           05  WS-SEGMENTO-FILTRO  PIC X(04)  OCCURS 5 TIMES.
       77  WS-IDX-FILTRO           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-FILTRO-CASA          PIC X(01)   VALUE 'N'.
           88  WS-FILTRO-CASA-SIM              VALUE 'S'.
       01  WS-TAB-BOUNCES.
           05  WS-CODIGO-BOUNCE    PIC 9(06)  OCCURS 500 TIMES.

      * SEGMENTO RFM DE CADA CLIENTE NA ULTIMA COMPETENCIA DO
      * RFMHIST.dat, EM ORDEM DE CLIENTE (ORDEM DE GRAVACAO DO
      * RFM-SCORE) - CASADO COM A LEITURA DO MESTRE POR PONTEIRO.
      * SO CARREGADO QUANDO HA FILTRO DE SEGMENTO
       77  WS-RFM-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-RFM-OK                       VALUE '00'.
       77  WS-FIM-RFM              PIC X(01)   VALUE 'N'.
           88  WS-FIM-RFM-SIM                  VALUE 'S'.
       77  WS-COMPETENCIA-RFM      PIC 9(06)   VALUE ZEROS.
       77  WS-MAX-SEGMENTOS        PIC 9(04)   VALUE 5000.
       77  WS-QTD-SEGMENTOS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-SEGMENTO         PIC 9(04)   VALUE 1     COMP.
       77  WS-QTD-RFM-FORA         PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-SEGMENTOS.
           05  WS-SEGMENTO-ENTRADA OCCURS 5000 TIMES.
               10  WS-SGC-CODIGO       PIC 9(06).
               10  WS-SGC-SEGMENTO     PIC X(04).

      * NUMERO DA CAMPANHA DESTA RODADA (CAMPCTL.dat)
       77  WS-CTLCAMP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CTLCAMP-OK                   VALUE '00'.
      * MANIFESTO DE TRANSMISSAO (COPYBOOKS MANIF*)
           COPY MANIFWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
                           WS-DDD-FILTRO(5) WS-DDD-FILTRO(6)
                           WS-DDD-FILTRO(7) WS-DDD-FILTRO(8)
                           WS-DDD-FILTRO(9) WS-DDD-FILTRO(10)
                           WS-SEGMENTO-FILTRO(1) WS-SEGMENTO-FILTRO(2)
                           WS-SEGMENTO-FILTRO(3) WS-SEGMENTO-FILTRO(4)
                           WS-SEGMENTO-FILTRO(5)

            OPEN INPUT CAMPANHA-PARM
            IF WS-PARM-OK
                  IF CMP-VALOR-MAX IS NUMERIC
                     MOVE CMP-VALOR-MAX TO WS-VALOR-MAX
                  END-IF
                  PERFORM VARYING WS-IDX-FILTRO FROM 1 BY 1
                          UNTIL WS-IDX-FILTRO > 5
                      MOVE CMP-SEGMENTO-FILTRO(WS-IDX-FILTRO)
                           TO WS-SEGMENTO-FILTRO(WS-IDX-FILTRO)
                  END-PERFORM
               END-IF
               CLOSE CAMPANHA-PARM
            ELSE
               DISPLAY 'SEM CAMPPARM.dat - CAMPANHA SEM FILTRO '
                       '(TODOS OS CLIENTES ATIVOS).'
            END-IF

            IF WS-SEGMENTO-FILTRO(1) NOT = SPACES
               PERFORM P140-CARREGA-SEGMENTOS
            END-IF.

      ******************************************************************
      * P140-CARREGA-SEGMENTOS
      * Primeira passada acha a ultima competencia pontuada pelo
      * RFM-SCORE; a segunda carrega os segmentos dela. Sem historico
      * nenhum cliente casa o filtro de segmento. Estouro da tabela
      * deixa os clientes excedentes fora da campanha e a rodada
      * termina com RC 4.
      ******************************************************************
       P140-CARREGA-SEGMENTOS.
            OPEN INPUT HISTORICO-RFM
            IF WS-RFM-OK
               PERFORM P145-LE-COMPETENCIA-RFM UNTIL WS-FIM-RFM-SIM
               CLOSE HISTORICO-RFM
               MOVE 'N' TO WS-FIM-RFM
               OPEN INPUT HISTORICO-RFM
               PERFORM P150-LE-SEGMENTO UNTIL WS-FIM-RFM-SIM
               CLOSE HISTORICO-RFM
               DISPLAY 'FILTRO DE SEGMENTO PELA COMPETENCIA RFM '
                       WS-COMPETENCIA-RFM ' - '
                       WS-QTD-SEGMENTOS-TAB ' CLIENTES PONTUADOS.'
               IF WS-QTD-RFM-FORA > ZEROS
                  DISPLAY 'AVISO - ' WS-QTD-RFM-FORA ' CLIENTES DO '
                          'RFMHIST.dat ALEM DA TABELA DE '
                          WS-MAX-SEGMENTOS ' - FICAM FORA DA CAMPANHA.'
               END-IF
            ELSE
               DISPLAY 'AVISO - RFMHIST.dat INDISPONIVEL (STATUS '
                       WS-RFM-STATUS ') - NENHUM CLIENTE CASA O '
                       'FILTRO DE SEGMENTO.'
            END-IF.

       P145-LE-COMPETENCIA-RFM.
            READ HISTORICO-RFM
                 AT END SET WS-FIM-RFM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RFM-SIM
               AND RFM-COMPETENCIA > WS-COMPETENCIA-RFM
               MOVE RFM-COMPETENCIA TO WS-COMPETENCIA-RFM
            END-IF.

       P150-LE-SEGMENTO.
            READ HISTORICO-RFM
                 AT END SET WS-FIM-RFM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RFM-SIM
               AND RFM-COMPETENCIA = WS-COMPETENCIA-RFM
               IF WS-QTD-SEGMENTOS-TAB < WS-MAX-SEGMENTOS
                  ADD 1 TO WS-QTD-SEGMENTOS-TAB
                  MOVE RFM-CODIGO-CLIENTE
                       TO WS-SGC-CODIGO(WS-QTD-SEGMENTOS-TAB)
                  MOVE RFM-SEGMENTO
                       TO WS-SGC-SEGMENTO(WS-QTD-SEGMENTOS-TAB)
               ELSE
                  ADD 1 TO WS-QTD-RFM-FORA
               END-IF
            END-IF.

      ******************************************************************
                  AND CSV-VALOR-CONTRATO > WS-VALOR-MAX
                  MOVE 'N' TO WS-FILTRO-CASA
               END-IF
            END-IF

            IF WS-FILTRO-CASA-SIM
               AND WS-SEGMENTO-FILTRO(1) NOT = SPACES
               PERFORM P320-FILTRA-SEGMENTO
            END-IF.

      ******************************************************************
      * P320-FILTRA-SEGMENTO
      * Mestre e tabela estao na mesma ordem de codigo - o ponteiro
      * so avanca. Cliente sem pontuacao na competencia (cadastrado
      * depois dela) nao casa filtro de segmento nenhum.
      ******************************************************************
       P320-FILTRA-SEGMENTO.
            PERFORM UNTIL WS-IDX-SEGMENTO > WS-QTD-SEGMENTOS-TAB
                    OR WS-SGC-CODIGO(WS-IDX-SEGMENTO)
                       NOT < CSV-CODIGO
                ADD 1 TO WS-IDX-SEGMENTO
            END-PERFORM

            MOVE 'N' TO WS-FILTRO-CASA
            IF WS-IDX-SEGMENTO NOT > WS-QTD-SEGMENTOS-TAB
               IF WS-SGC-CODIGO(WS-IDX-SEGMENTO) = CSV-CODIGO
                  PERFORM VARYING WS-IDX-FILTRO FROM 1 BY 1
                          UNTIL WS-IDX-FILTRO > 5
                     IF WS-SEGMENTO-FILTRO(WS-IDX-FILTRO)
                        = WS-SGC-SEGMENTO(WS-IDX-SEGMENTO)
                        MOVE 'S' TO WS-FILTRO-CASA
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.

       P315-FILTRA-BOUNCE.
                   WS-QTD-ED                      DELIMITED BY SIZE
                   INTO REG-RESUMO
            END-STRING
            WRITE REG-RESUMO

            IF WS-SEGMENTO-FILTRO(1) NOT = SPACES
               MOVE SPACES TO REG-RESUMO
               STRING 'SEGMENTOS RFM ' DELIMITED BY SIZE
                      WS-SEGMENTO-FILTRO(1) DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-SEGMENTO-FILTRO(2) DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-SEGMENTO-FILTRO(3) DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-SEGMENTO-FILTRO(4) DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-SEGMENTO-FILTRO(5) DELIMITED BY SIZE
                      ' - COMPETENCIA '     DELIMITED BY SIZE
                      WS-COMPETENCIA-RFM    DELIMITED BY SIZE
                      INTO REG-RESUMO
               END-STRING
               WRITE REG-RESUMO
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-CAMPANHA
               CLOSE RESUMO-CAMPANHA
               MOVE 'CAMPAIGN-EXTRACT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\CAMPSUM.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               IF WS-ENVIADOS-OK
                  CLOSE ENVIADOS-CAMPANHA
               END-IF
               MOVE ZEROS               TO WS-MAN-HASH
               PERFORM P8950-GRAVA-MANIFESTO

               IF WS-QTD-RFM-FORA > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY MANIFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CAMPAIGN-EXTRACT.
