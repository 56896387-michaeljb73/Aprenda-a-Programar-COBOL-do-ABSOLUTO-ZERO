      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga do retorno mensal das agencias de cobranca
      *            externa (AGYRET.txt - uma linha por recuperacao ou
      *            devolucao de conta). Cada linha e validada contra o
      *            encaminhamento EM COBRANCA do cliente na agencia
      *            (COLLPLAC.dat, gravado pelo COLL-PLACE). A
      *            recuperacao vira uma linha de pagamento no
      *            BANKRET.txt - com o nosso-numero da parcela
      *            indicada pela agencia, quando ainda aberta - e a
      *            baixa segue pelo CASH-APPLY com a mesma regra de
      *            parcela, pagamento parcial e suspenso do retorno
      *            bancario; o encaminhamento acumula o recuperado e
      *            a comissao pelo percentual da agencia
      *            (AGENCIAS.dat) e fecha QUITADO quando a agencia
      *            recupera o valor encaminhado. A devolucao fecha o
      *            encaminhamento DEVOLVIDO - o proximo COLL-PLACE
      *            entrega a conta a outra agencia. Rejeicoes vao para
      *            o ERROR-LOG. Roda antes do CASH-APPLY.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL-RETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INSTSL.
           COPY ERRLOGSL.
           COPY AGYSL.
           COPY CPLSL.

           SELECT RETORNO-AGENCIA ASSIGN TO
           'src\assets\AGYRET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.

           SELECT RETORNO-BANCO ASSIGN TO
           'src\assets\BANKRET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANCO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  CADASTRO-AGENCIAS.
           COPY AGYF.

       FD  ENCAMINHAMENTOS.
           COPY CPLF.

      * RETORNO DA AGENCIA - TIPO R = RECUPERACAO (VALOR E, QUANDO A
      * AGENCIA SABE, A PARCELA QUE O DEVEDOR QUITOU), D = DEVOLUCAO
      * DA CONTA (VALOR E PARCELA EM ZEROS)
       FD  RETORNO-AGENCIA.
       01  REG-RETORNO-AGENCIA.
           05  ART-AGENCIA             PIC X(04).
           05  ART-CODIGO              PIC 9(06).
           05  ART-TIPO                PIC X(01).
               88  ART-RECUPERACAO             VALUE 'R'.
               88  ART-DEVOLUCAO               VALUE 'D'.
           05  ART-DATA                PIC 9(08).
           05  ART-VALOR               PIC 9(09)V99.
           05  ART-PARCELA             PIC 9(02).

      * MESMO LAYOUT LIDO PELO CASH-APPLY
       FD  RETORNO-BANCO.
       01  REG-RETORNO-BANCO.
           05  BRT-CODIGO              PIC 9(06).
           05  BRT-VALOR-PAGO          PIC 9(09)V99.
           05  BRT-DATA-PAGTO          PIC 9(08).
           05  BRT-NOSSO-NUMERO        PIC 9(10).
           05  BRT-TIPO-MOVIMENTO      PIC X(01).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-RETORNO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RETORNO-OK                   VALUE '00'.
       77  WS-BANCO-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-BANCO-OK                     VALUE '00'.
           88  WS-BANCO-NAO-CRIADO             VALUE '35'.
       77  WS-ENCAMINHAMENTOS-STATUS PIC X(02) VALUE SPACES.
           88  WS-ENCAMINHAMENTOS-OK           VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-ARQUIVOS-ABERTOS     PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVOS-ABERTOS-SIM         VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-FIM-RETORNO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETORNO-SIM              VALUE 'S'.
       77  WS-LINHA-REJEITADA      PIC X(01)   VALUE 'N'.
           88  WS-LINHA-REJEITADA-SIM          VALUE 'S'.

      * CONVERSAO E VALIDACAO DE DATA (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'COLLRETN'.

      * CADASTRO DE AGENCIAS (COPYBOOKS AGY*) - PERCENTUAL DE COMISSAO
           COPY AGYWS.

      * ENCAMINHAMENTOS EM MEMORIA - REGRAVADOS NO FIM; ARQUIVO MAIOR
      * QUE A TABELA ABORTA A CARGA ANTES DE QUALQUER GRAVACAO
       77  WS-MAX-ENCAMINHAMENTOS  PIC 9(04)   VALUE 2000.
       77  WS-QTD-CPL-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CPL              PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CPL-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-ENCAMINHAMENTOS.
           05  WS-CPL-LINHA        PIC X(64)  OCCURS 2000 TIMES.

       77  WS-NOSSO-NUMERO         PIC 9(10)   VALUE ZEROS.
       77  WS-VALOR-COMISSAO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-RECUPERACOES     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-QUITADOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DEVOLVIDOS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-RECUPERADO     PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-COMISSAO       PIC 9(11)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-TOTAL-ED             PIC $$$.$$$.$$$.$$9,99.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-RETORNO
                       UNTIL WS-FIM-RETORNO-SIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P8830-CARREGA-AGENCIAS
            IF WS-AGY-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM P110-CARREGA-ENCAMINHAMENTOS
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT RETORNO-AGENCIA
               OPEN EXTEND RETORNO-BANCO
               IF WS-BANCO-NAO-CRIADO
                  OPEN OUTPUT RETORNO-BANCO
               END-IF
               OPEN EXTEND ERROR-LOG
               IF NOT WS-RETORNO-OK OR NOT WS-BANCO-OK
                  OR NOT WS-ERRLOG-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - AGYRET: '
                          WS-RETORNO-STATUS ' BANKRET: '
                          WS-BANCO-STATUS ' LOG DE ERROS: '
                          WS-ERRLOG-STATUS
                  IF WS-RETORNO-OK
                     CLOSE RETORNO-AGENCIA
                  END-IF
                  IF WS-BANCO-OK
                     CLOSE RETORNO-BANCO
                  END-IF
                  IF WS-ERRLOG-OK
                     CLOSE ERROR-LOG
                  END-IF
               ELSE
                  SET WS-ARQUIVOS-ABERTOS-SIM TO TRUE
               END-IF
            END-IF.

       P110-CARREGA-ENCAMINHAMENTOS.
            OPEN INPUT ENCAMINHAMENTOS
            IF NOT WS-ENCAMINHAMENTOS-OK
               DISPLAY 'COLLPLAC.dat INDISPONIVEL (STATUS '
                       WS-ENCAMINHAMENTOS-STATUS ') - RODE O '
                       'COLL-PLACE ANTES.'
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM P115-LE-ENCAMINHAMENTO UNTIL WS-FIM-ARQUIVO-SIM
               CLOSE ENCAMINHAMENTOS
            END-IF.

       P115-LE-ENCAMINHAMENTO.
            READ ENCAMINHAMENTOS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF WS-QTD-CPL-TAB < WS-MAX-ENCAMINHAMENTOS
                  ADD 1 TO WS-QTD-CPL-TAB
                  MOVE REG-ENCAMINHAMENTO
                       TO WS-CPL-LINHA(WS-QTD-CPL-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-ENCAMINHAMENTOS
                          ' ENCAMINHAMENTOS NO COLLPLAC.dat - CARGA '
                          'ABORTADA PARA NAO PERDER LINHAS NA '
                          'REGRAVACAO.'
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P200-PROCESSA-RETORNO.
            READ RETORNO-AGENCIA
                 AT END SET WS-FIM-RETORNO-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-RETORNO-SIM
               ADD 1 TO WS-QTD-LIDAS
               PERFORM P300-VALIDA-LINHA
               IF WS-LINHA-REJEITADA-SIM
                  ADD 1 TO WS-QTD-REJEITADAS
                  PERFORM P8200-GRAVA-ERRO-LOG
               ELSE
                  IF ART-RECUPERACAO
                     PERFORM P400-APLICA-RECUPERACAO
                  ELSE
                     PERFORM P500-APLICA-DEVOLUCAO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P300-VALIDA-LINHA
      * Cada teste so roda se os anteriores passaram; o primeiro
      * motivo encontrado vai para o ERROR-LOG com o cliente na
      * chave. Recuperacao acima do saldo em cobranca e rejeitada -
      * e tambem o que segura um retorno carregado duas vezes.
      ******************************************************************
       P300-VALIDA-LINHA.
            MOVE 'N' TO WS-LINHA-REJEITADA
            MOVE ART-CODIGO TO WS-ERL-CHAVE

            EVALUATE TRUE
                WHEN NOT (ART-RECUPERACAO OR ART-DEVOLUCAO)
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'TIPO DE RETORNO INVALIDO (R OU D)'
                          TO WS-ERL-MOTIVO
                WHEN ART-CODIGO NOT NUMERIC
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'CODIGO DO CLIENTE INVALIDO'
                          TO WS-ERL-MOTIVO
                WHEN ART-RECUPERACAO
                     AND (ART-VALOR NOT NUMERIC OR ART-VALOR = ZEROS)
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'VALOR RECUPERADO INVALIDO'
                          TO WS-ERL-MOTIVO
            END-EVALUATE

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM P310-VALIDA-DATA
            END-IF

            IF NOT WS-LINHA-REJEITADA-SIM
               PERFORM P320-LOCALIZA-ENCAMINHAMENTO
            END-IF.

       P310-VALIDA-DATA.
            MOVE 'N' TO WS-DATA-CONV-SW
            IF ART-DATA IS NUMERIC
               MOVE ART-DATA TO WS-DATA-ISO
               CALL 'DATE-VALID' USING WS-DATA-ISO-DD
                                        WS-DATA-ISO-MM
                                        WS-DATA-ISO-AAAA
                                        WS-DATA-CONV-SW
            END-IF

            EVALUATE TRUE
                WHEN NOT WS-DATA-CONV-OK
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO RETORNO INVALIDA'
                          TO WS-ERL-MOTIVO
                WHEN ART-DATA > WS-DATA-HOJE
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'DATA DO RETORNO NO FUTURO'
                          TO WS-ERL-MOTIVO
            END-EVALUATE.

       P320-LOCALIZA-ENCAMINHAMENTO.
            MOVE ZEROS TO WS-IDX-CPL-ACHADO
            PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                    UNTIL WS-IDX-CPL > WS-QTD-CPL-TAB
                       OR WS-IDX-CPL-ACHADO > ZEROS
                MOVE WS-CPL-LINHA(WS-IDX-CPL) TO REG-ENCAMINHAMENTO
                IF CPL-CODIGO = ART-CODIGO
                   AND CPL-AGENCIA = ART-AGENCIA
                   AND CPL-EM-COBRANCA
                   MOVE WS-IDX-CPL TO WS-IDX-CPL-ACHADO
                END-IF
            END-PERFORM

            MOVE ART-AGENCIA TO WS-AGY-PROCURADA
            PERFORM P8835-LOCALIZA-AGENCIA

            EVALUATE TRUE
                WHEN WS-IDX-CPL-ACHADO = ZEROS
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'CLIENTE NAO ESTA EM COBRANCA NA AGENCIA'
                          TO WS-ERL-MOTIVO
                WHEN WS-IDX-AGY-ACHADA = ZEROS
                     SET WS-LINHA-REJEITADA-SIM TO TRUE
                     MOVE 'AGENCIA NAO CADASTRADA'
                          TO WS-ERL-MOTIVO
                WHEN OTHER
                     MOVE WS-CPL-LINHA(WS-IDX-CPL-ACHADO)
                          TO REG-ENCAMINHAMENTO
                     IF ART-RECUPERACAO
                        AND ART-VALOR > CPL-VALOR-ENVIADO
                                      - CPL-VALOR-RECUPERADO
                        SET WS-LINHA-REJEITADA-SIM TO TRUE
                        MOVE 'RECUPERADO ACIMA DO SALDO ENCAMINHADO'
                             TO WS-ERL-MOTIVO
                     END-IF
            END-EVALUATE.

      ******************************************************************
      * P400-APLICA-RECUPERACAO
      * Linha de pagamento no BANKRET.txt para o CASH-APPLY baixar;
      * comissao arredondada sobre o valor desta linha pelo
      * percentual da agencia hoje.
      ******************************************************************
       P400-APLICA-RECUPERACAO.
            PERFORM P410-BUSCA-NOSSO-NUMERO

            MOVE SPACES TO REG-RETORNO-BANCO
            MOVE ART-CODIGO      TO BRT-CODIGO
            MOVE ART-VALOR       TO BRT-VALOR-PAGO
            MOVE ART-DATA        TO BRT-DATA-PAGTO
            MOVE WS-NOSSO-NUMERO TO BRT-NOSSO-NUMERO
            WRITE REG-RETORNO-BANCO

            COMPUTE WS-VALOR-COMISSAO ROUNDED =
                    ART-VALOR * WS-AGT-PCT-COMISSAO(WS-IDX-AGY-ACHADA)
                    / 100
            ADD ART-VALOR TO CPL-VALOR-RECUPERADO
            ADD WS-VALOR-COMISSAO TO CPL-VALOR-COMISSAO
            IF CPL-VALOR-RECUPERADO NOT < CPL-VALOR-ENVIADO
               SET CPL-QUITADO TO TRUE
               MOVE ART-DATA TO CPL-DATA-SITUACAO
               ADD 1 TO WS-QTD-QUITADOS
            END-IF
            MOVE REG-ENCAMINHAMENTO TO WS-CPL-LINHA(WS-IDX-CPL-ACHADO)

            ADD 1 TO WS-QTD-RECUPERACOES
            ADD ART-VALOR TO WS-TOTAL-RECUPERADO
            ADD WS-VALOR-COMISSAO TO WS-TOTAL-COMISSAO.

      *     PARCELA INDICADA AINDA ABERTA DA O NOSSO-NUMERO; SEM ELA O
      *     CASH-APPLY CASA POR VALOR OU PARCELA MAIS ANTIGA
       P410-BUSCA-NOSSO-NUMERO.
            MOVE ZEROS TO WS-NOSSO-NUMERO
            IF ART-PARCELA IS NUMERIC AND ART-PARCELA > ZEROS
               OPEN INPUT ARQUIVO-PARCELAS
               IF WS-PARCELAS-OK
                  MOVE 'N' TO WS-FIM-ARQUIVO
                  PERFORM P415-LE-PARCELA UNTIL WS-FIM-ARQUIVO-SIM
                  CLOSE ARQUIVO-PARCELAS
               END-IF
            END-IF.

       P415-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF PCL-CODIGO = ART-CODIGO
                  AND PCL-NUMERO = ART-PARCELA
                  AND PCL-ABERTA
                  AND PCL-NOSSO-NUMERO IS NUMERIC
                  MOVE PCL-NOSSO-NUMERO TO WS-NOSSO-NUMERO
                  SET WS-FIM-ARQUIVO-SIM TO TRUE
               END-IF
            END-IF.

       P500-APLICA-DEVOLUCAO.
            SET CPL-DEVOLVIDO TO TRUE
            MOVE ART-DATA TO CPL-DATA-SITUACAO
            MOVE REG-ENCAMINHAMENTO TO WS-CPL-LINHA(WS-IDX-CPL-ACHADO)
            ADD 1 TO WS-QTD-DEVOLVIDOS.

       P800-REGRAVA-ENCAMINHAMENTOS.
            MOVE SPACES TO WS-ENCAMINHAMENTOS-STATUS
            OPEN OUTPUT ENCAMINHAMENTOS
            IF NOT WS-ENCAMINHAMENTOS-OK
               DISPLAY 'ERRO AO REGRAVAR COLLPLAC.dat - STATUS '
                       WS-ENCAMINHAMENTOS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                       UNTIL WS-IDX-CPL > WS-QTD-CPL-TAB
                   MOVE WS-CPL-LINHA(WS-IDX-CPL) TO REG-ENCAMINHAMENTO
                   WRITE REG-ENCAMINHAMENTO
               END-PERFORM
               CLOSE ENCAMINHAMENTOS
            END-IF.

       P900-FINAL.
            IF WS-ARQUIVOS-ABERTOS-SIM
               CLOSE RETORNO-AGENCIA
               CLOSE RETORNO-BANCO
               CLOSE ERROR-LOG
               IF WS-QTD-RECUPERACOES > ZEROS
                  OR WS-QTD-DEVOLVIDOS > ZEROS
                  PERFORM P800-REGRAVA-ENCAMINHAMENTOS
               END-IF
            END-IF

            MOVE WS-QTD-LIDAS TO WS-QTD-ED
            DISPLAY 'LINHAS DO RETORNO LIDAS......: ' WS-QTD-ED
            MOVE WS-QTD-RECUPERACOES TO WS-QTD-ED
            MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-ED
            DISPLAY 'RECUPERACOES PARA O BANKRET..: ' WS-QTD-ED
                    ' - ' WS-TOTAL-ED
            MOVE WS-TOTAL-COMISSAO TO WS-TOTAL-ED
            DISPLAY 'COMISSAO DEVIDA NO RETORNO...: ' WS-TOTAL-ED
            MOVE WS-QTD-QUITADOS TO WS-QTD-ED
            DISPLAY 'ENCAMINHAMENTOS QUITADOS.....: ' WS-QTD-ED
            MOVE WS-QTD-DEVOLVIDOS TO WS-QTD-ED
            DISPLAY 'CONTAS DEVOLVIDAS............: ' WS-QTD-ED
            IF WS-QTD-REJEITADAS > ZEROS
               MOVE WS-QTD-REJEITADAS TO WS-QTD-ED
               DISPLAY WS-QTD-ED ' LINHA(S) REJEITADA(S) - VER '
                       'ERROR-LOG.'
            END-IF

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-REJEITADAS > ZEROS
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.

           COPY ERRLOGPA.
           COPY AGYPA.

           COPY ENVCFGPA.
       END PROGRAM COLL-RETURN.
