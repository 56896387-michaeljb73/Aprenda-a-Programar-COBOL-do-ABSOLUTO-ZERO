      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Conversao mensal de cotacoes (QUOTECNV.txt): as
      *            cotacoes EMITIDAS na competencia da data de
      *            referencia, com o desfecho que tiverem hoje -
      *            ganhas (convertidas em pedido), perdidas (motivo
      *            da tabela MOTPERDA.dat), expiradas e ainda abertas
      *            - quebradas por operador e filial da emissao e por
      *            categoria do item (ITM-CATEGORIA). Cada quebra traz
      *            a taxa de acerto (ganhas sobre as decididas -
      *            ganhas, perdidas e expiradas; aberta ainda nao
      *            conta), o valor cotado e o valor ganho. Fecha com
      *            as perdas por motivo e por concorrente, quantidade
      *            e valor - e o retrato de por que perdemos negocio.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-CONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ITMSEL.

           SELECT ARQUIVO-COTACOES ASSIGN TO
           'src\assets\QUOTMAST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COTACOES-STATUS.

           SELECT TABELA-MOTIVOS ASSIGN TO
           'src\assets\MOTPERDA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOTIVOS-STATUS.

           SELECT RELATORIO-CONVERSAO ASSIGN TO
           'src\assets\QUOTECNV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ARQUIVO-COTACOES.
           COPY QUOTF.

       FD  TABELA-MOTIVOS.
           COPY MOTPF.

       FD  RELATORIO-CONVERSAO.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
       77  WS-COTACOES-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-COTACOES-OK                  VALUE '00'.
       77  WS-MOTIVOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-MOTIVOS-OK                   VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-COTACOES         PIC X(01)   VALUE 'N'.
           88  WS-FIM-COTACOES-SIM             VALUE 'S'.
       77  WS-FIM-MOTIVOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-MOTIVOS-SIM              VALUE 'S'.

      * DATA DE REFERENCIA - COMPETENCIA DA EMISSAO
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.

      * MOTIVOS DE PERDA (MOTPERDA.dat) - SO PARA A DESCRICAO
       77  WS-MAX-MOTIVOS          PIC 9(03)   VALUE 100.
       77  WS-QTD-MOTIVOS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MOTIVO           PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-MOTIVOS.
           05  WS-MOTIVO-LINHA     PIC X(35)  OCCURS 100 TIMES.
       01  WS-MOTIVO-DESC          PIC X(30)   VALUE SPACES.

      * ACUMULADORES POR QUEBRA. DIMENSAO: O = OPERADOR, F = FILIAL,
      * C = CATEGORIA DO ITEM, M = MOTIVO DA PERDA, K = CONCORRENTE,
      * T = TOTAL DA COMPETENCIA
       77  WS-MAX-QUEBRAS          PIC 9(03)   VALUE 400.
       77  WS-QTD-QUEBRAS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-QUEBRA           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-QUEBRA-ACHADA    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-FORA-TABELA      PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-QUEBRAS.
           05  WS-QUEBRA-ENTRADA   OCCURS 400 TIMES.
               10  WS-QBR-DIMENSAO     PIC X(01).
               10  WS-QBR-CHAVE        PIC X(20).
               10  WS-QBR-EMITIDAS     PIC 9(05)  COMP.
               10  WS-QBR-GANHAS       PIC 9(05)  COMP.
               10  WS-QBR-PERDIDAS     PIC 9(05)  COMP.
               10  WS-QBR-EXPIRADAS    PIC 9(05)  COMP.
               10  WS-QBR-ABERTAS      PIC 9(05)  COMP.
               10  WS-QBR-VALOR-EMITIDO PIC 9(11)V99.
               10  WS-QBR-VALOR-GANHO  PIC 9(11)V99.
               10  WS-QBR-VALOR-PERDIDO PIC 9(11)V99.

      * QUEBRA EM ACUMULACAO OU IMPRESSAO
       01  WS-DIMENSAO-PROC        PIC X(01)   VALUE SPACE.
       01  WS-CHAVE-PROC           PIC X(20)   VALUE SPACES.
       01  WS-CATEGORIA-COTACAO    PIC X(04)   VALUE SPACES.
       01  WS-TITULO-SECAO         PIC X(40)   VALUE SPACES.

       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DA-COMPETENCIA   PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-DECIDIDAS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TAXA-ACERTO          PIC 9(03)V9 VALUE ZEROS.
       77  WS-TOTAL-PERDIDAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOTAL-VALOR-PERDIDO  PIC 9(11)V99 VALUE ZEROS.
       77  WS-PCT-PERDAS           PIC 9(03)V9 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZZZZ9.
       77  WS-QTD-ED2              PIC ZZZZZ9.
       77  WS-QTD-ED3              PIC ZZZZZ9.
       77  WS-QTD-ED4              PIC ZZZZZ9.
       77  WS-QTD-ED5              PIC ZZZZZ9.
       77  WS-TAXA-ED              PIC ZZ9,9.
       77  WS-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01  WS-TAXA-TXT             PIC X(06)   VALUE SPACES.
       01  WS-CHAVE-TXT            PIC X(12)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-LE-COTACAO UNTIL WS-FIM-COTACOES-SIM
               PERFORM P400-IMPRIME-RELATORIO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Sem QUOTMAST.dat o relatorio sai com o cabecalho e os totais
      * zerados. Sem tabela de motivos a quebra por motivo sai so com
      * o codigo.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA

            OPEN OUTPUT RELATORIO-CONVERSAO
            OPEN INPUT ITEM-MASTER
            IF NOT WS-RELATORIO-OK OR NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - RELATORIO: '
                       WS-RELATORIO-STATUS ' ITENS: ' WS-ITEM-STATUS
            ELSE
               PERFORM P110-CARREGA-MOTIVOS
               OPEN INPUT ARQUIVO-COTACOES
               IF NOT WS-COTACOES-OK
                  DISPLAY 'ARQUIVO DE COTACOES AUSENTE - RELATORIO '
                          'SAI VAZIO.'
                  SET WS-FIM-COTACOES-SIM TO TRUE
               END-IF
               MOVE SPACES TO REG-RELATORIO
               STRING '===== CONVERSAO DE COTACOES - COMPETENCIA '
                      DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE 'COTACOES EMITIDAS NO MES, COM O DESFECHO ATUAL. '
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'TAXA = GANHAS / (GANHAS + PERDIDAS + EXPIRADAS).'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

       P110-CARREGA-MOTIVOS.
            OPEN INPUT TABELA-MOTIVOS
            IF WS-MOTIVOS-OK
               PERFORM P115-LE-MOTIVO UNTIL WS-FIM-MOTIVOS-SIM
               CLOSE TABELA-MOTIVOS
            END-IF.

       P115-LE-MOTIVO.
            READ TABELA-MOTIVOS
                 AT END SET WS-FIM-MOTIVOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-MOTIVOS-SIM
               IF WS-QTD-MOTIVOS-TAB < WS-MAX-MOTIVOS
                  ADD 1 TO WS-QTD-MOTIVOS-TAB
                  MOVE REG-MOTIVO-PERDA
                       TO WS-MOTIVO-LINHA(WS-QTD-MOTIVOS-TAB)
               ELSE
                  SET WS-FIM-MOTIVOS-SIM TO TRUE
               END-IF
            END-IF.

       P200-LE-COTACAO.
            READ ARQUIVO-COTACOES
                 AT END SET WS-FIM-COTACOES-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-COTACOES-SIM
               ADD 1 TO WS-QTD-LIDAS
               IF QTE-DATA-EMISSAO(1:6) = WS-COMPETENCIA
                  ADD 1 TO WS-QTD-DA-COMPETENCIA
                  PERFORM P300-CLASSIFICA-COTACAO
               END-IF
            END-IF.

      ******************************************************************
      * P300-CLASSIFICA-COTACAO
      * Uma cotacao entra no total, no operador, na filial e na
      * categoria do item; perdida entra tambem no motivo e no
      * concorrente. Cotacao anterior ao operador/filial gravados
      * cai na chave '(SEM)'; item fora do cadastro, em '????'.
      ******************************************************************
       P300-CLASSIFICA-COTACAO.
            MOVE QTE-ITEM TO ITM-CODIGO
            READ ITEM-MASTER KEY IS ITM-CODIGO
            IF WS-ITEM-OK
               MOVE ITM-CATEGORIA TO WS-CATEGORIA-COTACAO
            ELSE
               MOVE '????' TO WS-CATEGORIA-COTACAO
            END-IF

            MOVE 'T' TO WS-DIMENSAO-PROC
            MOVE 'TOTAL' TO WS-CHAVE-PROC
            PERFORM P310-ACUMULA-QUEBRA

            MOVE 'O' TO WS-DIMENSAO-PROC
            MOVE QTE-OPERADOR TO WS-CHAVE-PROC
            IF QTE-OPERADOR = SPACES
               MOVE '(SEM)' TO WS-CHAVE-PROC
            END-IF
            PERFORM P310-ACUMULA-QUEBRA

            MOVE 'F' TO WS-DIMENSAO-PROC
            MOVE QTE-FILIAL TO WS-CHAVE-PROC
            IF QTE-FILIAL = SPACES
               MOVE '(SEM)' TO WS-CHAVE-PROC
            END-IF
            PERFORM P310-ACUMULA-QUEBRA

            MOVE 'C' TO WS-DIMENSAO-PROC
            MOVE WS-CATEGORIA-COTACAO TO WS-CHAVE-PROC
            PERFORM P310-ACUMULA-QUEBRA

            IF QTE-PERDIDA
               ADD 1 TO WS-TOTAL-PERDIDAS
               ADD QTE-VALOR TO WS-TOTAL-VALOR-PERDIDO
               MOVE 'M' TO WS-DIMENSAO-PROC
               MOVE QTE-MOTIVO-PERDA TO WS-CHAVE-PROC
               PERFORM P310-ACUMULA-QUEBRA
               MOVE 'K' TO WS-DIMENSAO-PROC
               MOVE QTE-CONCORRENTE TO WS-CHAVE-PROC
               IF QTE-CONCORRENTE = SPACES
                  MOVE 'NAO INFORMADO' TO WS-CHAVE-PROC
               END-IF
               PERFORM P310-ACUMULA-QUEBRA
            END-IF.

       P310-ACUMULA-QUEBRA.
            MOVE ZEROS TO WS-IDX-QUEBRA-ACHADA
            PERFORM VARYING WS-IDX-QUEBRA FROM 1 BY 1
                    UNTIL WS-IDX-QUEBRA > WS-QTD-QUEBRAS-TAB
                    OR WS-IDX-QUEBRA-ACHADA > ZEROS
                IF WS-QBR-DIMENSAO(WS-IDX-QUEBRA) = WS-DIMENSAO-PROC
                   AND WS-QBR-CHAVE(WS-IDX-QUEBRA) = WS-CHAVE-PROC
                   MOVE WS-IDX-QUEBRA TO WS-IDX-QUEBRA-ACHADA
                END-IF
            END-PERFORM

            IF WS-IDX-QUEBRA-ACHADA = ZEROS
               IF WS-QTD-QUEBRAS-TAB < WS-MAX-QUEBRAS
                  ADD 1 TO WS-QTD-QUEBRAS-TAB
                  MOVE WS-QTD-QUEBRAS-TAB TO WS-IDX-QUEBRA-ACHADA
                  INITIALIZE WS-QUEBRA-ENTRADA(WS-IDX-QUEBRA-ACHADA)
                  MOVE WS-DIMENSAO-PROC
                       TO WS-QBR-DIMENSAO(WS-IDX-QUEBRA-ACHADA)
                  MOVE WS-CHAVE-PROC
                       TO WS-QBR-CHAVE(WS-IDX-QUEBRA-ACHADA)
               ELSE
                  ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
            END-IF

            IF WS-IDX-QUEBRA-ACHADA > ZEROS
               ADD 1 TO WS-QBR-EMITIDAS(WS-IDX-QUEBRA-ACHADA)
               ADD QTE-VALOR
                   TO WS-QBR-VALOR-EMITIDO(WS-IDX-QUEBRA-ACHADA)
               EVALUATE TRUE
                   WHEN QTE-CONVERTIDA
                        ADD 1 TO WS-QBR-GANHAS(WS-IDX-QUEBRA-ACHADA)
                        ADD QTE-VALOR
                            TO WS-QBR-VALOR-GANHO(WS-IDX-QUEBRA-ACHADA)
                   WHEN QTE-PERDIDA
                        ADD 1 TO WS-QBR-PERDIDAS(WS-IDX-QUEBRA-ACHADA)
                        ADD QTE-VALOR TO
                            WS-QBR-VALOR-PERDIDO(WS-IDX-QUEBRA-ACHADA)
                   WHEN QTE-EXPIRADA
                        ADD 1
                            TO WS-QBR-EXPIRADAS(WS-IDX-QUEBRA-ACHADA)
                   WHEN OTHER
                        ADD 1 TO WS-QBR-ABERTAS(WS-IDX-QUEBRA-ACHADA)
               END-EVALUATE
            END-IF.

      ******************************************************************
      * P400-IMPRIME-RELATORIO
      * Tres quebras de conversao (operador, filial, categoria), as
      * duas de perda (motivo, concorrente) e o total do mes.
      ******************************************************************
       P400-IMPRIME-RELATORIO.
            MOVE 'O' TO WS-DIMENSAO-PROC
            MOVE '--- POR OPERADOR DA EMISSAO ---' TO WS-TITULO-SECAO
            PERFORM P410-IMPRIME-CONVERSAO
            MOVE 'F' TO WS-DIMENSAO-PROC
            MOVE '--- POR FILIAL DA EMISSAO ---' TO WS-TITULO-SECAO
            PERFORM P410-IMPRIME-CONVERSAO
            MOVE 'C' TO WS-DIMENSAO-PROC
            MOVE '--- POR CATEGORIA DO ITEM ---' TO WS-TITULO-SECAO
            PERFORM P410-IMPRIME-CONVERSAO

            MOVE 'M' TO WS-DIMENSAO-PROC
            MOVE '--- PERDAS POR MOTIVO ---' TO WS-TITULO-SECAO
            PERFORM P420-IMPRIME-PERDAS
            MOVE 'K' TO WS-DIMENSAO-PROC
            MOVE '--- PERDAS POR CONCORRENTE ---' TO WS-TITULO-SECAO
            PERFORM P420-IMPRIME-PERDAS

            MOVE 'T' TO WS-DIMENSAO-PROC
            MOVE '--- TOTAL DA COMPETENCIA ---' TO WS-TITULO-SECAO
            PERFORM P410-IMPRIME-CONVERSAO

            IF WS-QTD-FORA-TABELA > ZEROS
               MOVE WS-QTD-FORA-TABELA TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING 'AVISO - '       DELIMITED BY SIZE
                      WS-QTD-ED        DELIMITED BY SIZE
                      ' ACUMULACAO(OES) FORA DA TABELA DE QUEBRAS.'
                                       DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

       P410-IMPRIME-CONVERSAO.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-TITULO-SECAO TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'QUEBRA        EMIT  GANH  PERD  EXPI  ABER TAXA%'
                 TO REG-RELATORIO
            MOVE '  VALOR COTADO   VALOR GANHO' TO REG-RELATORIO(49:)
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-QUEBRA FROM 1 BY 1
                    UNTIL WS-IDX-QUEBRA > WS-QTD-QUEBRAS-TAB
                IF WS-QBR-DIMENSAO(WS-IDX-QUEBRA) = WS-DIMENSAO-PROC
                   PERFORM P415-LINHA-CONVERSAO
                END-IF
            END-PERFORM.

       P415-LINHA-CONVERSAO.
            COMPUTE WS-QTD-DECIDIDAS =
                    WS-QBR-GANHAS(WS-IDX-QUEBRA)
                    + WS-QBR-PERDIDAS(WS-IDX-QUEBRA)
                    + WS-QBR-EXPIRADAS(WS-IDX-QUEBRA)
            IF WS-QTD-DECIDIDAS = ZEROS
               MOVE '   -- ' TO WS-TAXA-TXT
            ELSE
               COMPUTE WS-TAXA-ACERTO ROUNDED =
                       WS-QBR-GANHAS(WS-IDX-QUEBRA) * 100
                       / WS-QTD-DECIDIDAS
               MOVE WS-TAXA-ACERTO TO WS-TAXA-ED
               MOVE SPACES TO WS-TAXA-TXT
               MOVE WS-TAXA-ED TO WS-TAXA-TXT(2:)
            END-IF
            MOVE WS-QBR-CHAVE(WS-IDX-QUEBRA)     TO WS-CHAVE-TXT
            MOVE WS-QBR-EMITIDAS(WS-IDX-QUEBRA)  TO WS-QTD-ED
            MOVE WS-QBR-GANHAS(WS-IDX-QUEBRA)    TO WS-QTD-ED2
            MOVE WS-QBR-PERDIDAS(WS-IDX-QUEBRA)  TO WS-QTD-ED3
            MOVE WS-QBR-EXPIRADAS(WS-IDX-QUEBRA) TO WS-QTD-ED4
            MOVE WS-QBR-ABERTAS(WS-IDX-QUEBRA)   TO WS-QTD-ED5
            MOVE WS-QBR-VALOR-EMITIDO(WS-IDX-QUEBRA) TO WS-VALOR-ED
            MOVE WS-QBR-VALOR-GANHO(WS-IDX-QUEBRA)   TO WS-VALOR-ED2
            MOVE SPACES TO REG-RELATORIO
            STRING WS-CHAVE-TXT DELIMITED BY SIZE
                   WS-QTD-ED    DELIMITED BY SIZE
                   WS-QTD-ED2   DELIMITED BY SIZE
                   WS-QTD-ED3   DELIMITED BY SIZE
                   WS-QTD-ED4   DELIMITED BY SIZE
                   WS-QTD-ED5   DELIMITED BY SIZE
                   WS-TAXA-TXT  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-VALOR-ED  DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   WS-VALOR-ED2 DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P420-IMPRIME-PERDAS.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-TITULO-SECAO TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-TOTAL-PERDIDAS = ZEROS
               MOVE 'NENHUMA COTACAO PERDIDA NA COMPETENCIA.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            ELSE
               PERFORM VARYING WS-IDX-QUEBRA FROM 1 BY 1
                       UNTIL WS-IDX-QUEBRA > WS-QTD-QUEBRAS-TAB
                   IF WS-QBR-DIMENSAO(WS-IDX-QUEBRA)
                      = WS-DIMENSAO-PROC
                      PERFORM P425-LINHA-PERDA
                   END-IF
               END-PERFORM
            END-IF.

       P425-LINHA-PERDA.
            MOVE SPACES TO WS-MOTIVO-DESC
            IF WS-DIMENSAO-PROC = 'M'
               PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                       UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS-TAB
                   MOVE WS-MOTIVO-LINHA(WS-IDX-MOTIVO)
                        TO REG-MOTIVO-PERDA
                   IF MTP-CODIGO = WS-QBR-CHAVE(WS-IDX-QUEBRA)(1:4)
                      MOVE MTP-DESCRICAO TO WS-MOTIVO-DESC
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-CHAVE-PROC
               STRING WS-QBR-CHAVE(WS-IDX-QUEBRA)(1:4)
                      DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WS-MOTIVO-DESC DELIMITED BY SIZE
                      INTO WS-CHAVE-PROC
               END-STRING
            ELSE
               MOVE WS-QBR-CHAVE(WS-IDX-QUEBRA) TO WS-CHAVE-PROC
            END-IF
            COMPUTE WS-PCT-PERDAS ROUNDED =
                    WS-QBR-PERDIDAS(WS-IDX-QUEBRA) * 100
                    / WS-TOTAL-PERDIDAS
            MOVE WS-PCT-PERDAS TO WS-TAXA-ED
            MOVE WS-QBR-PERDIDAS(WS-IDX-QUEBRA) TO WS-QTD-ED
            MOVE WS-QBR-VALOR-PERDIDO(WS-IDX-QUEBRA) TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING WS-CHAVE-PROC DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   WS-QTD-ED     DELIMITED BY SIZE
                   ' PERDIDA(S) ' DELIMITED BY SIZE
                   WS-TAXA-ED    DELIMITED BY SIZE
                   '% '          DELIMITED BY SIZE
                   WS-VALOR-ED   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-COTACOES-OK
                  CLOSE ARQUIVO-COTACOES
               END-IF
               CLOSE ITEM-MASTER
               CLOSE RELATORIO-CONVERSAO
               MOVE 'QUOTE-CONV' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\QUOTECNV.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'COTACOES LIDAS.........: ' WS-QTD-LIDAS
               DISPLAY 'EMITIDAS NA COMPETENCIA: '
                       WS-QTD-DA-COMPETENCIA
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM QUOTE-CONV.
