      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Varredura semanal de integridade referencial dos
      *            arquivos secundarios contra os pais - o que o
      *            MASTER-VERIFY (mestres indexados) e o ORPHAN-ORDERS
      *            (pedido x cliente) nao olham:
      *              INSTFILE  parcela sem cliente no CUSTMAST
      *              RCPTREG   recibo de parcela que nao existe
      *              CREDNOTE  nota de credito de pedido inexistente
      *              GRUPECO   membro de grupo economico purgado
      *              CARTEIRA  cliente de carteira purgado
      *              FUQUEUE   follow-up aberto de cliente excluido
      *              DQWORK    pendencia DQ aberta de cliente excluido
      *              AGENDA    agenda aberta de cliente excluido
      *              ORDLINES  linha sem pedido no ORDMAST e linha
      *                        com item fora do ITMMAST
      *            Cada excecao sai no REFINT.txt por arquivo e
      *            regra, com o resumo das contagens contra a
      *            varredura de 7 ou mais dias atras (historico
      *            REFHIST.dat, no molde do FILEHIST do FILE-GROWTH).
      *            Regra cuja contagem cresceu na semana sobe alerta
      *            de AVISO no ALERTAS.txt. Arquivo secundario
      *            ausente nao e erro - a regra sai como NAO AVALIADA
      *            e nao entra no historico. RETURN-CODE 4 com
      *            qualquer excecao, 8 sem os mestres ou o relatorio.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINT-SWEEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY ITMSEL.
           COPY INSTSL.
           COPY FUQSL.
           COPY DQWORKSL.
           COPY ALERTSL.
           COPY ASOFSL.

           SELECT REGISTRO-RECIBOS ASSIGN TO
           'src\assets\RCPTREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO
           'src\assets\CREDNOTE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.

           SELECT ARQUIVO-GRUPOS ASSIGN TO
           'src\assets\GRUPECO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPOS-STATUS.

           SELECT ARQUIVO-CARTEIRA ASSIGN TO
           'src\assets\CARTEIRA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT AGENDA-CONTATOS ASSIGN TO
           'src\assets\AGENDA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENDA-STATUS.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

           SELECT HISTORICO-INTEGRIDADE ASSIGN TO
           'src\assets\REFHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RELATORIO-INTEGRIDADE ASSIGN TO
           'src\assets\REFINT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  FILA-FOLLOWUP.
           COPY FUQF.

       FD  DQ-TRABALHO.
           COPY DQWORKF.

       FD  ARQUIVO-ALERTAS.
           COPY ALERTF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  REGISTRO-RECIBOS.
           COPY RCPTF.

       FD  ARQUIVO-NOTAS.
           COPY CREDNF.

       FD  ARQUIVO-GRUPOS.
           COPY GRPF.

       FD  ARQUIVO-CARTEIRA.
           COPY CARTF.

       FD  AGENDA-CONTATOS.
           COPY SCHEDF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  HISTORICO-INTEGRIDADE.
       01  REG-HISTORICO-INTEGRIDADE.
           05  RFH-DATA                PIC 9(08).
           05  RFH-ARQUIVO             PIC X(10).
           05  RFH-REGRA               PIC X(04).
           05  RFH-QTD-EXCECOES        PIC 9(07).

       FD  RELATORIO-INTEGRIDADE.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
           88  WS-ORD-NAO-EXISTE               VALUE '23'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.
           88  WS-ITEM-NAO-EXISTE              VALUE '23'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-FILA-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-FILA-OK                      VALUE '00'.
       77  WS-DQWORK-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-DQWORK-OK                    VALUE '00'.
       77  WS-RECIBOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RECIBOS-OK                   VALUE '00'.
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.
       77  WS-GRUPOS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-GRUPOS-OK                    VALUE '00'.
       77  WS-CARTEIRA-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CARTEIRA-OK                  VALUE '00'.
       77  WS-AGENDA-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-AGENDA-OK                    VALUE '00'.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-LINHAS-OK                    VALUE '00'.
       77  WS-HISTORICO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-HISTORICO-OK                 VALUE '00'.
           88  WS-HISTORICO-NAO-CRIADO         VALUE '35'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-LEITURA          PIC X(01)   VALUE 'N'.
           88  WS-FIM-LEITURA-SIM              VALUE 'S'.

      * ALERTA OPERACIONAL (COPYBOOKS ALERT*)
           COPY ALERTWS.
       77  WS-ALT-PROGRAMA         PIC X(08)   VALUE 'REFINT'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * REGRAS VERIFICADAS - ARQUIVO SECUNDARIO, CODIGO DA REGRA (A
      * CHAVE NO REFHIST.dat) E DESCRICAO NO RELATORIO
       77  WS-QTD-REGRAS           PIC 9(02)   VALUE 10.
       77  WS-IDX-REGRA            PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-REGRAS-DADOS.
           05  FILLER PIC X(44) VALUE
               'INSTFILE  PSCLPARCELA SEM CLIENTE           '.
           05  FILLER PIC X(44) VALUE
               'RCPTREG   RSPCRECIBO DE PARCELA INEXISTENTE '.
           05  FILLER PIC X(44) VALUE
               'CREDNOTE  NSPDNOTA DE PEDIDO INEXISTENTE    '.
           05  FILLER PIC X(44) VALUE
               'GRUPECO   GSCLMEMBRO DE GRUPO PURGADO       '.
           05  FILLER PIC X(44) VALUE
               'CARTEIRA  CSCLCLIENTE DE CARTEIRA PURGADO   '.
           05  FILLER PIC X(44) VALUE
               'FUQUEUE   FCEXFOLLOW-UP DE CLIENTE EXCLUIDO '.
           05  FILLER PIC X(44) VALUE
               'DQWORK    DCEXPENDENCIA DE CLIENTE EXCLUIDO '.
           05  FILLER PIC X(44) VALUE
               'AGENDA    ACEXAGENDA DE CLIENTE EXCLUIDO    '.
           05  FILLER PIC X(44) VALUE
               'ORDLINES  LSPDLINHA SEM PEDIDO              '.
           05  FILLER PIC X(44) VALUE
               'ORDLINES  LSITLINHA COM ITEM INEXISTENTE    '.
       01  WS-TAB-REGRAS REDEFINES WS-TAB-REGRAS-DADOS.
           05  WS-REGRA-ENTRADA    OCCURS 10 TIMES.
               10  WS-RGR-ARQUIVO      PIC X(10).
               10  WS-RGR-CODIGO       PIC X(04).
               10  WS-RGR-DESCRICAO    PIC X(30).

      * CONTAGEM DE HOJE E DA VARREDURA DE 7 OU MAIS DIAS ATRAS,
      * POR REGRA
       01  WS-TAB-CONTAGENS.
           05  WS-CONTAGEM-ENTRADA OCCURS 10 TIMES.
               10  WS-CNT-HOJE         PIC 9(07).
               10  WS-CNT-SEMANA       PIC 9(07).
               10  WS-CNT-DATA-SEMANA  PIC 9(08).
               10  WS-CNT-AVALIADA     PIC X(01).
                   88  WS-CNT-AVALIADA-SIM     VALUE 'S'.

      * NUMERACAO DAS REGRAS PELO ARQUIVO VARRIDO
       77  WS-REGRA-PARCELA        PIC 9(02)   VALUE 01.
       77  WS-REGRA-RECIBO         PIC 9(02)   VALUE 02.
       77  WS-REGRA-NOTA           PIC 9(02)   VALUE 03.
       77  WS-REGRA-GRUPO          PIC 9(02)   VALUE 04.
       77  WS-REGRA-CARTEIRA       PIC 9(02)   VALUE 05.
       77  WS-REGRA-FOLLOWUP       PIC 9(02)   VALUE 06.
       77  WS-REGRA-DQWORK         PIC 9(02)   VALUE 07.
       77  WS-REGRA-AGENDA         PIC 9(02)   VALUE 08.
       77  WS-REGRA-LINHA-PEDIDO   PIC 9(02)   VALUE 09.
       77  WS-REGRA-LINHA-ITEM     PIC 9(02)   VALUE 10.

      * CHAVES DAS PARCELAS (CLIENTE + NUMERO + VENCIMENTO), GUARDADAS
      * NA VARREDURA DO INSTFILE PARA A CONFERENCIA DOS RECIBOS
       77  WS-MAX-PARCELAS         PIC 9(05)   VALUE 10000.
       77  WS-QTD-PARCELAS-TAB     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-PARCELAS-ESTOURO     PIC X(01)   VALUE 'N'.
           88  WS-PARCELAS-ESTOURO-SIM         VALUE 'S'.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-CHAVE    PIC X(16)  OCCURS 10000 TIMES.
       01  WS-CHAVE-PROCURADA.
           05  WS-CHP-CODIGO       PIC 9(06).
           05  WS-CHP-NUMERO       PIC 9(02).
           05  WS-CHP-VENCIMENTO   PIC 9(08).

      * CLIENTE DA LINHA CORRENTE: INEXISTENTE OU EXCLUIDO
       77  WS-CLIENTE-SITUACAO     PIC X(01)   VALUE SPACES.
           88  WS-CLIENTE-PRESENTE             VALUE 'P'.
           88  WS-CLIENTE-INEXISTENTE          VALUE 'I'.
           88  WS-CLIENTE-EXCLUIDO             VALUE 'E'.
       01  WS-CLIENTE-SITUACAO-TXT PIC X(12)   VALUE SPACES.

       01  WS-DETALHE              PIC X(80)   VALUE SPACES.
       77  WS-QTD-EXCECOES         PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ALERTAS          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-NAO-AVALIADAS    PIC 9(02)   VALUE ZEROS COMP.

      * COMPARACAO COM A SEMANA ANTERIOR
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-ATRAS           PIC S9(05)  VALUE ZEROS COMP.
       77  WS-VARIACAO             PIC S9(07)  VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC Z.ZZZ.ZZ9.
       77  WS-SEMANA-ED            PIC Z.ZZZ.ZZ9.
       77  WS-VARIACAO-ED          PIC -Z.ZZZ.ZZ9.
       77  WS-ALERTA-ED            PIC ZZZZZZ9.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P150-BUSCA-SEMANA-PASSADA
               PERFORM P200-VARRE-PARCELAS
               PERFORM P220-VARRE-RECIBOS
               PERFORM P240-VARRE-NOTAS
               PERFORM P260-VARRE-GRUPOS
               PERFORM P280-VARRE-CARTEIRA
               PERFORM P300-VARRE-FOLLOWUP
               PERFORM P320-VARRE-DQWORK
               PERFORM P340-VARRE-AGENDA
               PERFORM P360-VARRE-LINHAS
               PERFORM P600-IMPRIME-RESUMO
               PERFORM P700-GRAVA-HISTORICO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
                MOVE ZEROS TO WS-CNT-HOJE(WS-IDX-REGRA)
                MOVE ZEROS TO WS-CNT-SEMANA(WS-IDX-REGRA)
                MOVE ZEROS TO WS-CNT-DATA-SEMANA(WS-IDX-REGRA)
                MOVE 'S'   TO WS-CNT-AVALIADA(WS-IDX-REGRA)
            END-PERFORM

            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ORDER-MASTER
            OPEN INPUT ITEM-MASTER
            OPEN OUTPUT RELATORIO-INTEGRIDADE

            IF NOT WS-CUST-OK OR NOT WS-ORD-OK OR NOT WS-ITEM-OK
               OR NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' PEDIDOS: ' WS-ORD-STATUS-ARQ
                       ' ITENS: ' WS-ITEM-STATUS
                       ' RELATORIO: ' WS-RELATORIO-STATUS
            ELSE
               MOVE '===== INTEGRIDADE REFERENCIAL DOS ARQUIVOS '
                    & 'SECUNDARIOS ====='
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING 'DATA DE REFERENCIA: ' DELIMITED BY SIZE
                      WS-DATA-BR             DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P150-BUSCA-SEMANA-PASSADA
      * Contagem mais recente de cada regra com 7 dias ou mais de
      * idade no REFHIST.dat - a base da comparacao semanal. Sem
      * historico, nenhuma regra tem base e nao ha alerta.
      ******************************************************************
       P150-BUSCA-SEMANA-PASSADA.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT HISTORICO-INTEGRIDADE
            IF WS-HISTORICO-OK
               PERFORM P155-LE-HISTORICO UNTIL WS-FIM-LEITURA-SIM
               CLOSE HISTORICO-INTEGRIDADE
            END-IF.

       P155-LE-HISTORICO.
            READ HISTORICO-INTEGRIDADE
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               IF RFH-DATA IS NUMERIC AND RFH-DATA > ZEROS
                  MOVE RFH-DATA TO WS-DATA-ISO
                  PERFORM P8500-CALCULA-DIA-JULIANO
                  COMPUTE WS-DIAS-ATRAS =
                          WS-DIA-JULIANO-REF - WS-DIA-JULIANO
                  IF WS-DIAS-ATRAS >= 7
                     PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                             UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
                         IF WS-RGR-ARQUIVO(WS-IDX-REGRA) = RFH-ARQUIVO
                            AND WS-RGR-CODIGO(WS-IDX-REGRA) = RFH-REGRA
                            AND RFH-DATA >= WS-CNT-DATA-SEMANA
                                            (WS-IDX-REGRA)
                            MOVE RFH-DATA
                                 TO WS-CNT-DATA-SEMANA(WS-IDX-REGRA)
                            MOVE RFH-QTD-EXCECOES
                                 TO WS-CNT-SEMANA(WS-IDX-REGRA)
                         END-IF
                     END-PERFORM
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P200-VARRE-PARCELAS
      * Parcela cujo cliente nao existe mais no CUSTMAST. As chaves
      * ficam guardadas para a conferencia dos recibos.
      ******************************************************************
       P200-VARRE-PARCELAS.
            MOVE WS-REGRA-PARCELA TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               PERFORM P205-LE-PARCELA UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-PARCELAS
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
      *        SEM PARCELAS NAO HA COMO CONFERIR OS RECIBOS
               MOVE 'N' TO WS-CNT-AVALIADA(WS-REGRA-RECIBO)
            END-IF.

       P205-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               IF WS-QTD-PARCELAS-TAB < WS-MAX-PARCELAS
                  ADD 1 TO WS-QTD-PARCELAS-TAB
                  MOVE PCL-CODIGO     TO WS-CHP-CODIGO
                  MOVE PCL-NUMERO     TO WS-CHP-NUMERO
                  MOVE PCL-VENCIMENTO TO WS-CHP-VENCIMENTO
                  MOVE WS-CHAVE-PROCURADA
                       TO WS-PARCELA-CHAVE(WS-QTD-PARCELAS-TAB)
               ELSE
                  SET WS-PARCELAS-ESTOURO-SIM TO TRUE
               END-IF

               MOVE PCL-CODIGO TO CSV-CODIGO
               PERFORM P850-SITUACAO-CLIENTE
               IF WS-CLIENTE-INEXISTENTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'CLIENTE '       DELIMITED BY SIZE
                         PCL-CODIGO       DELIMITED BY SIZE
                         ' PARCELA '      DELIMITED BY SIZE
                         PCL-NUMERO       DELIMITED BY SIZE
                         ' CONTRATO '     DELIMITED BY SIZE
                         PCL-CONTRATO     DELIMITED BY SIZE
                         ' VENCIMENTO '   DELIMITED BY SIZE
                         PCL-VENCIMENTO   DELIMITED BY SIZE
                         ' STATUS '       DELIMITED BY SIZE
                         PCL-STATUS       DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      ******************************************************************
      * P220-VARRE-RECIBOS
      * Recibo de parcela (RCP-PARCELA > 0) sem parcela de mesmo
      * cliente, numero e vencimento no INSTFILE. Com a tabela de
      * parcelas estourada a regra nao e avaliada - sairia recibo bom
      * como excecao.
      ******************************************************************
       P220-VARRE-RECIBOS.
            MOVE WS-REGRA-RECIBO TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            EVALUATE TRUE
                WHEN NOT WS-CNT-AVALIADA-SIM(WS-IDX-REGRA)
                     MOVE '  INSTFILE AUSENTE - REGRA NAO AVALIADA.'
                          TO REG-RELATORIO
                     WRITE REG-RELATORIO
                     ADD 1 TO WS-QTD-NAO-AVALIADAS
                WHEN WS-PARCELAS-ESTOURO-SIM
                     MOVE 'N' TO WS-CNT-AVALIADA(WS-IDX-REGRA)
                     MOVE SPACES TO REG-RELATORIO
                     STRING '  INSTFILE COM MAIS DE ' DELIMITED BY SIZE
                            WS-MAX-PARCELAS           DELIMITED BY SIZE
                            ' PARCELAS - REGRA NAO AVALIADA.'
                                                      DELIMITED BY SIZE
                            INTO REG-RELATORIO
                     END-STRING
                     WRITE REG-RELATORIO
                     ADD 1 TO WS-QTD-NAO-AVALIADAS
                WHEN OTHER
                     MOVE 'N' TO WS-FIM-LEITURA
                     OPEN INPUT REGISTRO-RECIBOS
                     IF WS-RECIBOS-OK
                        PERFORM P225-LE-RECIBO UNTIL WS-FIM-LEITURA-SIM
                        CLOSE REGISTRO-RECIBOS
                     ELSE
                        PERFORM P820-ARQUIVO-AUSENTE
                     END-IF
            END-EVALUATE.

       P225-LE-RECIBO.
            READ REGISTRO-RECIBOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               AND RCP-PARCELA IS NUMERIC AND RCP-PARCELA > ZEROS
               MOVE RCP-CODIGO     TO WS-CHP-CODIGO
               MOVE RCP-PARCELA    TO WS-CHP-NUMERO
               MOVE RCP-VENCIMENTO TO WS-CHP-VENCIMENTO
               PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                       UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                       OR WS-PARCELA-CHAVE(WS-IDX-PARCELA)
                          = WS-CHAVE-PROCURADA
                   CONTINUE
               END-PERFORM
               IF WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                  MOVE SPACES TO WS-DETALHE
                  STRING 'RECIBO '        DELIMITED BY SIZE
                         RCP-NUMERO       DELIMITED BY SIZE
                         ' CLIENTE '      DELIMITED BY SIZE
                         RCP-CODIGO       DELIMITED BY SIZE
                         ' PARCELA '      DELIMITED BY SIZE
                         RCP-PARCELA      DELIMITED BY SIZE
                         ' VENCIMENTO '   DELIMITED BY SIZE
                         RCP-VENCIMENTO   DELIMITED BY SIZE
                         ' PAGO EM '      DELIMITED BY SIZE
                         RCP-DATA-PAGTO   DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      *     NOTA DE CREDITO CUJO PEDIDO NAO ESTA NO ORDMAST
       P240-VARRE-NOTAS.
            MOVE WS-REGRA-NOTA TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-NOTAS
            IF WS-NOTAS-OK
               PERFORM P245-LE-NOTA UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-NOTAS
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
            END-IF.

       P245-LE-NOTA.
            READ ARQUIVO-NOTAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               MOVE CNT-NUMERO-PEDIDO TO ORD-NUMERO
               READ ORDER-MASTER KEY IS ORD-NUMERO
               IF WS-ORD-NAO-EXISTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'NOTA '          DELIMITED BY SIZE
                         CNT-NUMERO       DELIMITED BY SIZE
                         ' PEDIDO '       DELIMITED BY SIZE
                         CNT-NUMERO-PEDIDO DELIMITED BY SIZE
                         ' CLIENTE '      DELIMITED BY SIZE
                         CNT-CODIGO-CLIENTE DELIMITED BY SIZE
                         ' EMITIDA EM '   DELIMITED BY SIZE
                         CNT-DATA-EMISSAO DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      *     MEMBRO DE GRUPO ECONOMICO QUE JA SAIU DO CUSTMAST
       P260-VARRE-GRUPOS.
            MOVE WS-REGRA-GRUPO TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-GRUPOS
            IF WS-GRUPOS-OK
               PERFORM P265-LE-GRUPO UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-GRUPOS
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
            END-IF.

       P265-LE-GRUPO.
            READ ARQUIVO-GRUPOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               MOVE GRP-CODIGO TO CSV-CODIGO
               PERFORM P850-SITUACAO-CLIENTE
               IF WS-CLIENTE-INEXISTENTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'GRUPO '         DELIMITED BY SIZE
                         GRP-GRUPO        DELIMITED BY SIZE
                         ' CLIENTE '      DELIMITED BY SIZE
                         GRP-CODIGO       DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      *     CLIENTE DE CARTEIRA QUE JA SAIU DO CUSTMAST
       P280-VARRE-CARTEIRA.
            MOVE WS-REGRA-CARTEIRA TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-CARTEIRA
            IF WS-CARTEIRA-OK
               PERFORM P285-LE-CARTEIRA UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-CARTEIRA
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
            END-IF.

       P285-LE-CARTEIRA.
            READ ARQUIVO-CARTEIRA
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               MOVE CRT-CODIGO-CLIENTE TO CSV-CODIGO
               PERFORM P850-SITUACAO-CLIENTE
               IF WS-CLIENTE-INEXISTENTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'CLIENTE '       DELIMITED BY SIZE
                         CRT-CODIGO-CLIENTE DELIMITED BY SIZE
                         ' OPERADOR '     DELIMITED BY SIZE
                         CRT-OPERADOR     DELIMITED BY SIZE
                         ' ATRIBUIDO EM ' DELIMITED BY SIZE
                         CRT-DATA-ATRIBUICAO DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      *     FOLLOW-UP EM ABERTO DE CLIENTE EXCLUIDO OU INEXISTENTE - O
      *     CONCLUIDO E HISTORICO E FICA COMO ESTA
       P300-VARRE-FOLLOWUP.
            MOVE WS-REGRA-FOLLOWUP TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT FILA-FOLLOWUP
            IF WS-FILA-OK
               PERFORM P305-LE-FOLLOWUP UNTIL WS-FIM-LEITURA-SIM
               CLOSE FILA-FOLLOWUP
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
            END-IF.

       P305-LE-FOLLOWUP.
            READ FILA-FOLLOWUP
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM AND FUQ-ABERTO
               MOVE FUQ-CODIGO TO CSV-CODIGO
               PERFORM P850-SITUACAO-CLIENTE
               IF NOT WS-CLIENTE-PRESENTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'CLIENTE '       DELIMITED BY SIZE
                         FUQ-CODIGO       DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         WS-CLIENTE-SITUACAO-TXT DELIMITED BY SPACE
                         ' OPERADOR '     DELIMITED BY SIZE
                         FUQ-OPERADOR     DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      *     PENDENCIA DE QUALIDADE AINDA EM TRABALHO (ABERTA OU EM
      *     CORRECAO) DE CLIENTE EXCLUIDO OU INEXISTENTE
       P320-VARRE-DQWORK.
            MOVE WS-REGRA-DQWORK TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT DQ-TRABALHO
            IF WS-DQWORK-OK
               PERFORM P325-LE-DQWORK UNTIL WS-FIM-LEITURA-SIM
               CLOSE DQ-TRABALHO
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
            END-IF.

       P325-LE-DQWORK.
            READ DQ-TRABALHO
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               AND (DQW-ABERTA OR DQW-EM-CORRECAO)
               MOVE DQW-CODIGO TO CSV-CODIGO
               PERFORM P850-SITUACAO-CLIENTE
               IF NOT WS-CLIENTE-PRESENTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'CLIENTE '       DELIMITED BY SIZE
                         DQW-CODIGO       DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         WS-CLIENTE-SITUACAO-TXT DELIMITED BY SPACE
                         ' '              DELIMITED BY SIZE
                         DQW-TIPO         DELIMITED BY SIZE
                         ' OPERADOR '     DELIMITED BY SIZE
                         DQW-OPERADOR     DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      *     CONTATO AGENDADO EM ABERTO PARA CLIENTE EXCLUIDO OU
      *     INEXISTENTE
       P340-VARRE-AGENDA.
            MOVE WS-REGRA-AGENDA TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT AGENDA-CONTATOS
            IF WS-AGENDA-OK
               PERFORM P345-LE-AGENDA UNTIL WS-FIM-LEITURA-SIM
               CLOSE AGENDA-CONTATOS
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
            END-IF.

       P345-LE-AGENDA.
            READ AGENDA-CONTATOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM AND AGD-ABERTA
               MOVE AGD-CODIGO TO CSV-CODIGO
               PERFORM P850-SITUACAO-CLIENTE
               IF NOT WS-CLIENTE-PRESENTE
                  MOVE SPACES TO WS-DETALHE
                  STRING 'CLIENTE '       DELIMITED BY SIZE
                         AGD-CODIGO       DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         WS-CLIENTE-SITUACAO-TXT DELIMITED BY SPACE
                         ' PREVISTO '     DELIMITED BY SIZE
                         AGD-DATA-PREVISTA DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         AGD-ASSUNTO      DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      ******************************************************************
      * P360-VARRE-LINHAS
      * Linha de pedido sem o cabecalho no ORDMAST e linha cujo item
      * nao esta no ITMMAST - duas regras na mesma leitura.
      ******************************************************************
       P360-VARRE-LINHAS.
            MOVE WS-REGRA-LINHA-PEDIDO TO WS-IDX-REGRA
            PERFORM P800-TITULO-ARQUIVO
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT LINHAS-PEDIDO
            IF WS-LINHAS-OK
               PERFORM P365-LE-LINHA UNTIL WS-FIM-LEITURA-SIM
               CLOSE LINHAS-PEDIDO
            ELSE
               PERFORM P820-ARQUIVO-AUSENTE
               MOVE WS-REGRA-LINHA-ITEM TO WS-IDX-REGRA
               MOVE 'N' TO WS-CNT-AVALIADA(WS-IDX-REGRA)
               ADD 1 TO WS-QTD-NAO-AVALIADAS
            END-IF.

       P365-LE-LINHA.
            READ LINHAS-PEDIDO
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               MOVE ORL-NUMERO TO ORD-NUMERO
               READ ORDER-MASTER KEY IS ORD-NUMERO
               IF WS-ORD-NAO-EXISTE
                  MOVE WS-REGRA-LINHA-PEDIDO TO WS-IDX-REGRA
                  MOVE SPACES TO WS-DETALHE
                  STRING 'PEDIDO '        DELIMITED BY SIZE
                         ORL-NUMERO       DELIMITED BY SIZE
                         ' LINHA '        DELIMITED BY SIZE
                         ORL-SEQUENCIA    DELIMITED BY SIZE
                         ' ITEM '         DELIMITED BY SIZE
                         ORL-ITEM         DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF

               MOVE ORL-ITEM TO ITM-CODIGO
               READ ITEM-MASTER KEY IS ITM-CODIGO
               IF WS-ITEM-NAO-EXISTE
                  MOVE WS-REGRA-LINHA-ITEM TO WS-IDX-REGRA
                  MOVE SPACES TO WS-DETALHE
                  STRING 'PEDIDO '        DELIMITED BY SIZE
                         ORL-NUMERO       DELIMITED BY SIZE
                         ' LINHA '        DELIMITED BY SIZE
                         ORL-SEQUENCIA    DELIMITED BY SIZE
                         ' ITEM '         DELIMITED BY SIZE
                         ORL-ITEM         DELIMITED BY SIZE
                         ' QTD '          DELIMITED BY SIZE
                         ORL-QUANTIDADE   DELIMITED BY SIZE
                         INTO WS-DETALHE
                  END-STRING
                  PERFORM P810-GRAVA-EXCECAO
               END-IF
            END-IF.

      ******************************************************************
      * P600-IMPRIME-RESUMO
      * Uma linha por regra: contagem de hoje, a da varredura de uma
      * semana atras e a variacao. Regra que cresceu sobe alerta.
      ******************************************************************
       P600-IMPRIME-RESUMO.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '===== RESUMO POR ARQUIVO E REGRA ====='
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'ARQUIVO    REGRA DESCRICAO                          '
               & '      HOJE  SEMANA ANT.   VARIACAO'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P610-LINHA-RESUMO
                    VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRAS

            MOVE WS-QTD-EXCECOES TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING 'TOTAL DE EXCECOES: ' DELIMITED BY SIZE
                   WS-QTD-ED             DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P610-LINHA-RESUMO.
            MOVE SPACES TO REG-RELATORIO
            IF NOT WS-CNT-AVALIADA-SIM(WS-IDX-REGRA)
               STRING WS-RGR-ARQUIVO(WS-IDX-REGRA)   DELIMITED BY SIZE
                      ' '                            DELIMITED BY SIZE
                      WS-RGR-CODIGO(WS-IDX-REGRA)    DELIMITED BY SIZE
                      '  '                           DELIMITED BY SIZE
                      WS-RGR-DESCRICAO(WS-IDX-REGRA) DELIMITED BY SIZE
                      '   NAO AVALIADA'              DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
            ELSE
               MOVE WS-CNT-HOJE(WS-IDX-REGRA) TO WS-QTD-ED
               IF WS-CNT-DATA-SEMANA(WS-IDX-REGRA) = ZEROS
                  STRING WS-RGR-ARQUIVO(WS-IDX-REGRA)
                                                DELIMITED BY SIZE
                         ' '                    DELIMITED BY SIZE
                         WS-RGR-CODIGO(WS-IDX-REGRA)
                                                DELIMITED BY SIZE
                         '  '                   DELIMITED BY SIZE
                         WS-RGR-DESCRICAO(WS-IDX-REGRA)
                                                DELIMITED BY SIZE
                         ' '                    DELIMITED BY SIZE
                         WS-QTD-ED              DELIMITED BY SIZE
                         '     SEM BASE'        DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
               ELSE
                  MOVE WS-CNT-SEMANA(WS-IDX-REGRA) TO WS-SEMANA-ED
                  COMPUTE WS-VARIACAO =
                          WS-CNT-HOJE(WS-IDX-REGRA)
                          - WS-CNT-SEMANA(WS-IDX-REGRA)
                  MOVE WS-VARIACAO TO WS-VARIACAO-ED
                  STRING WS-RGR-ARQUIVO(WS-IDX-REGRA)
                                                DELIMITED BY SIZE
                         ' '                    DELIMITED BY SIZE
                         WS-RGR-CODIGO(WS-IDX-REGRA)
                                                DELIMITED BY SIZE
                         '  '                   DELIMITED BY SIZE
                         WS-RGR-DESCRICAO(WS-IDX-REGRA)
                                                DELIMITED BY SIZE
                         ' '                    DELIMITED BY SIZE
                         WS-QTD-ED              DELIMITED BY SIZE
                         '    '                 DELIMITED BY SIZE
                         WS-SEMANA-ED           DELIMITED BY SIZE
                         ' '                    DELIMITED BY SIZE
                         WS-VARIACAO-ED         DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  IF WS-VARIACAO > ZEROS
                     PERFORM P620-ALERTA-CRESCIMENTO
                  END-IF
               END-IF
            END-IF
            WRITE REG-RELATORIO.

       P620-ALERTA-CRESCIMENTO.
            ADD 1 TO WS-QTD-ALERTAS
            MOVE WS-VARIACAO TO WS-ALERTA-ED
            MOVE SPACES TO WS-ALT-MENSAGEM
            STRING WS-RGR-ARQUIVO(WS-IDX-REGRA) DELIMITED BY SPACE
                   ' '                          DELIMITED BY SIZE
                   WS-RGR-CODIGO(WS-IDX-REGRA)  DELIMITED BY SIZE
                   ' CRESCEU '                  DELIMITED BY SIZE
                   WS-ALERTA-ED                 DELIMITED BY SIZE
                   ' NA SEMANA'                 DELIMITED BY SIZE
                   INTO WS-ALT-MENSAGEM
            END-STRING
            MOVE 'A' TO WS-ALT-SEVERIDADE
            PERFORM P8970-GRAVA-ALERTA.

      *     SO AS REGRAS AVALIADAS ENTRAM NO HISTORICO - ARQUIVO
      *     AUSENTE NAO VIRA 'ZERO EXCECOES' NA BASE DA SEMANA SEGUINTE
       P700-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO-INTEGRIDADE
            IF WS-HISTORICO-NAO-CRIADO
               OPEN OUTPUT HISTORICO-INTEGRIDADE
            END-IF
            IF WS-HISTORICO-OK
               PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                       UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
                   IF WS-CNT-AVALIADA-SIM(WS-IDX-REGRA)
                      MOVE WS-DATA-REFERENCIA TO RFH-DATA
                      MOVE WS-RGR-ARQUIVO(WS-IDX-REGRA) TO RFH-ARQUIVO
                      MOVE WS-RGR-CODIGO(WS-IDX-REGRA)  TO RFH-REGRA
                      MOVE WS-CNT-HOJE(WS-IDX-REGRA)
                           TO RFH-QTD-EXCECOES
                      WRITE REG-HISTORICO-INTEGRIDADE
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-INTEGRIDADE
            ELSE
               DISPLAY 'AVISO - HISTORICO REFHIST.dat NAO GRAVADO '
                       '(STATUS ' WS-HISTORICO-STATUS ').'
            END-IF.

       P800-TITULO-ARQUIVO.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING '--- '                          DELIMITED BY SIZE
                   WS-RGR-ARQUIVO(WS-IDX-REGRA)    DELIMITED BY SPACE
                   ' ---'                          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P810-GRAVA-EXCECAO.
            ADD 1 TO WS-CNT-HOJE(WS-IDX-REGRA)
            ADD 1 TO WS-QTD-EXCECOES
            MOVE SPACES TO REG-RELATORIO
            STRING '  '                            DELIMITED BY SIZE
                   WS-RGR-CODIGO(WS-IDX-REGRA)     DELIMITED BY SIZE
                   '  '                            DELIMITED BY SIZE
                   WS-DETALHE                      DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P820-ARQUIVO-AUSENTE.
            MOVE 'N' TO WS-CNT-AVALIADA(WS-IDX-REGRA)
            ADD 1 TO WS-QTD-NAO-AVALIADAS
            MOVE '  ARQUIVO AUSENTE OU ILEGIVEL - REGRA NAO AVALIADA.'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P850-SITUACAO-CLIENTE.
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     SET WS-CLIENTE-INEXISTENTE TO TRUE
                     MOVE 'INEXISTENTE' TO WS-CLIENTE-SITUACAO-TXT
                WHEN WS-CUST-OK AND CSV-REGISTRO-EXCLUIDO
                     SET WS-CLIENTE-EXCLUIDO TO TRUE
                     MOVE 'EXCLUIDO'    TO WS-CLIENTE-SITUACAO-TXT
                WHEN OTHER
                     SET WS-CLIENTE-PRESENTE TO TRUE
                     MOVE SPACES        TO WS-CLIENTE-SITUACAO-TXT
            END-EVALUATE.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ORDER-MASTER
               CLOSE ITEM-MASTER
               CLOSE RELATORIO-INTEGRIDADE
               MOVE 'REFINT-SWEEP' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\REFINT.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'INTEGRIDADE REFERENCIAL: ' WS-QTD-EXCECOES
                       ' EXCECAO(OES), ' WS-QTD-ALERTAS
                       ' ALERTA(S) DE CRESCIMENTO, '
                       WS-QTD-NAO-AVALIADAS ' REGRA(S) NAO AVALIADA(S).'
               IF WS-QTD-EXCECOES > 0 OR WS-QTD-NAO-AVALIADAS > 0
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DTCONVP.
           COPY ALERTPA.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM REFINT-SWEEP.
