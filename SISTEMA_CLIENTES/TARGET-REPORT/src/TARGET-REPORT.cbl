      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Acompanhamento das metas mensais de venda
      *            (METATING.txt): para a competencia da data de
      *            referencia, confronta a tabela de metas (METAS.dat,
      *            TARGET-MAINT) com o faturado do mes ate a data -
      *            faturas do INVFILE.txt menos as notas de credito
      *            emitidas no mes (CREDNOTE.dat). Cada fatura e
      *            aberta pelos pedidos do INVMARG.dat: a filial e a
      *            do pedido (ORD-FILIAL) e o operador e quem o
      *            lancou (acao INCLUIR do ORDTRLOG.dat, mesmo
      *            criterio do COMMISSION); fatura anterior ao
      *            INVMARG fica com a filial do cliente e operador
      *            SEMDONO. Por filial e por operador: meta,
      *            atingido, percentual, esperado pro rata dos dias
      *            uteis da filial ja decorridos (BUSDAY-FIL, com
      *            feriado municipal) e o gap. Filial sem meta
      *            propria usa a soma das metas dos seus operadores.
      *            O resumo por filial vai para o METAFIL.dat, lido
      *            pelo EOD-SUMMARY.
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
       PROGRAM-ID. TARGET-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ORDSEL.
           COPY CUSTSEL.
           COPY ORDLGSL.
           COPY MRGSL.
           COPY MTFSL.

           SELECT TABELA-METAS ASSIGN TO
           'src\assets\METAS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METAS-STATUS.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATURAS-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO
           'src\assets\CREDNOTE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.

           SELECT RELATORIO-METAS ASSIGN TO
           'src\assets\METATING.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ORDER-TRANS-LOG.
           COPY ORDLOG.

       FD  MARGEM-FATURAS.
           COPY MRGF.

       FD  RESUMO-METAS.
           COPY MTFF.

       FD  TABELA-METAS.
           COPY METF.

       FD  ARQUIVO-FATURAS.
       01  REG-ARQUIVO-FATURAS.
           05  FAT-NUMERO              PIC 9(06).
           05  FAT-CODIGO-CLIENTE      PIC 9(06).
           05  FAT-DATA-EMISSAO        PIC 9(08).
           05  FAT-QTD-PEDIDOS         PIC 9(05).
           05  FAT-VALOR-TOTAL         PIC 9(11)V99.
           05  FAT-VALOR-IMPOSTO       PIC 9(09)V99.
           05  FAT-UF                  PIC X(02).
           05  FAT-VALOR-FRETE         PIC 9(07)V99.
           05  FAT-TRANSPORTADORA      PIC X(04).

       FD  NOTAS-CREDITO.
           COPY CREDNF.

       FD  RELATORIO-METAS.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-ORDLOG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-ORDLOG-OK                    VALUE '00'.
       77  WS-MARGEM-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-MARGEM-OK                    VALUE '00'.
       77  WS-RESUMO-METAS-STATUS  PIC X(02)   VALUE SPACES.
           88  WS-RESUMO-METAS-OK              VALUE '00'.
       77  WS-METAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-METAS-OK                     VALUE '00'.
       77  WS-FATURAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-FATURAS-OK                   VALUE '00'.
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ORDLOG           PIC X(01)   VALUE 'N'.
           88  WS-FIM-ORDLOG-SIM               VALUE 'S'.
       77  WS-FIM-MARGEM           PIC X(01)   VALUE 'N'.
           88  WS-FIM-MARGEM-SIM               VALUE 'S'.
       77  WS-FIM-METAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-METAS-SIM                VALUE 'S'.
       77  WS-FIM-FATURAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-FATURAS-SIM              VALUE 'S'.
       77  WS-FIM-NOTAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-NOTAS-SIM                VALUE 'S'.

      * DATA DE REFERENCIA - COMPETENCIA E POSICAO DO ACOMPANHAMENTO
           COPY ASOFWS.
       77  WS-COMPETENCIA          PIC 9(06)   VALUE ZEROS.
       01  WS-DATA-BR-REF          PIC X(10)   VALUE SPACES.

      * CONVERSAO DE DATA (COPYBOOKS DTCONV*) - SO PARA O CABECALHO
           COPY DTCONVW.

      * ATRIBUICAO PEDIDO -> OPERADOR (ACAO INCLUIR DO ORDTRLOG)
       77  WS-MAX-ATRIB            PIC 9(04)   VALUE 2000.
       77  WS-QTD-ATRIB-TAB        PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-ATRIB            PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-ATRIB.
           05  WS-ATRIB-ENTRADA    OCCURS 2000 TIMES.
               10  WS-ATR-PEDIDO       PIC 9(06).
               10  WS-ATR-OPERADOR     PIC X(08).

      * FATURAS DA COMPETENCIA ATE A DATA DE REFERENCIA, COM O QUANTO
      * DE CADA UMA JA FOI ATRIBUIDO PELOS PEDIDOS DO INVMARG
       77  WS-MAX-FATURAS          PIC 9(04)   VALUE 3000.
       77  WS-QTD-FATURAS-TAB      PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-FATURA           PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-FATURA-ACHADA    PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-FATURAS.
           05  WS-FATURA-ENTRADA   OCCURS 3000 TIMES.
               10  WS-FTM-NUMERO       PIC 9(06).
               10  WS-FTM-CLIENTE      PIC 9(06).
               10  WS-FTM-VALOR        PIC 9(11)V99.
               10  WS-FTM-ATRIBUIDO    PIC 9(11)V99.

      * APURACAO POR FILIAL (OPERADOR EM BRANCO) E POR OPERADOR
      * DENTRO DA FILIAL. TEM-META = 'S' QUANDO A LINHA VEIO DO
      * METAS.dat; FILIAL SEM META PROPRIA FICA COM META-OPER = 'S'
      * (SOMA DAS METAS DOS OPERADORES)
       77  WS-MAX-APURACAO         PIC 9(03)   VALUE 300.
       77  WS-QTD-APURACAO-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-APURACAO         PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-APU-ACHADA       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-APU-FILIAL       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-FORA-TABELA      PIC 9(05)   VALUE ZEROS COMP.
       01  WS-TAB-APURACAO.
           05  WS-APURACAO-ENTRADA OCCURS 300 TIMES.
               10  WS-APU-FILIAL       PIC X(02).
               10  WS-APU-OPERADOR     PIC X(08).
               10  WS-APU-TEM-META     PIC X(01).
               10  WS-APU-META-OPER    PIC X(01).
               10  WS-APU-META         PIC 9(11)V99.
               10  WS-APU-FATURADO     PIC 9(11)V99.
               10  WS-APU-DEVOLVIDO    PIC 9(11)V99.
               10  WS-APU-DIAS-MES     PIC 9(02).
               10  WS-APU-DIAS-DECORR  PIC 9(02).

      * LANCAMENTO EM APURACAO
       01  WS-FILIAL-PROC          PIC X(02)   VALUE SPACES.
       01  WS-OPERADOR-PROC        PIC X(08)   VALUE SPACES.
       01  WS-OPERADOR-SALVO       PIC X(08)   VALUE SPACES.
       77  WS-VALOR-PROC           PIC 9(11)V99 VALUE ZEROS.
       01  WS-TIPO-PROC            PIC X(01)   VALUE SPACE.
           88  WS-TIPO-FATURADO                VALUE 'F'.
           88  WS-TIPO-DEVOLVIDO               VALUE 'D'.
           88  WS-TIPO-META                    VALUE 'M'.
       77  WS-PEDIDO-PROC          PIC 9(06)   VALUE ZEROS.
       77  WS-CLIENTE-PROC         PIC 9(06)   VALUE ZEROS.
       77  WS-SALDO-FATURA         PIC 9(11)V99 VALUE ZEROS.

      * VARREDURA DOS DIAS DA COMPETENCIA (BUSDAY-FIL POR FILIAL)
       01  WS-DATA-VARRE           PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-VARRE-R REDEFINES WS-DATA-VARRE.
           05  WS-VAR-AAAA             PIC 9(04).
           05  WS-VAR-MM               PIC 9(02).
           05  WS-VAR-DD               PIC 9(02).
       77  WS-ULTIMO-DIA-MES       PIC 9(02)   VALUE ZEROS.
       77  WS-QUOCIENTE-BISSEXTO   PIC 9(04)   VALUE ZEROS COMP.
       77  WS-RESTO-BISSEXTO       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DIA-UTIL             PIC X(01)   VALUE 'S'.
           88  WS-DIA-UTIL-SIM                 VALUE 'S'.

      * CALCULO DA LINHA IMPRESSA
       77  WS-ATINGIDO             PIC S9(11)V99 VALUE ZEROS.
       77  WS-ESPERADO             PIC 9(11)V99 VALUE ZEROS.
       77  WS-GAP                  PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERCENTUAL           PIC S9(05)V9 VALUE ZEROS.
       77  WS-DIAS-MES-LINHA       PIC 9(02)   VALUE ZEROS.
       77  WS-DIAS-DECORR-LINHA    PIC 9(02)   VALUE ZEROS.
       77  WS-TOT-META             PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-ATINGIDO         PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-ESPERADO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-GAP              PIC S9(11)V99 VALUE ZEROS.

       77  WS-QTD-FATURAS-MES      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-MARGEM       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-NOTAS-MES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-METAS-MES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-VALOR-FATURADO-MES   PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-DEVOLVIDO-MES  PIC 9(11)V99 VALUE ZEROS.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-DIAS-ED              PIC Z9.
       77  WS-DIAS-ED2             PIC Z9.
       77  WS-META-ED              PIC ZZZ.ZZZ.ZZ9.
       77  WS-ATINGIDO-ED          PIC -ZZZ.ZZZ.ZZ9.
       77  WS-PERCENTUAL-ED        PIC -ZZZZ9,9.
       77  WS-ESPERADO-ED          PIC ZZZ.ZZZ.ZZ9.
       77  WS-GAP-ED               PIC -ZZZ.ZZZ.ZZ9.
       77  WS-VALOR-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-FILIAL-TXT           PIC X(02)   VALUE SPACES.
       01  WS-OPERADOR-TXT         PIC X(08)   VALUE SPACES.
       01  WS-PERCENTUAL-TXT       PIC X(08)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P150-CARREGA-ATRIBUICOES
               PERFORM P160-CARREGA-METAS
               PERFORM P200-CARREGA-FATURAS
               PERFORM P300-ATRIBUI-FATURAS
               PERFORM P350-ATRIBUI-SEM-MARGEM
               PERFORM P400-APURA-NOTAS
               PERFORM P500-CONTA-DIAS-UTEIS
               PERFORM P600-IMPRIME-RELATORIO
               PERFORM P700-GRAVA-RESUMO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Relatorio e mestres de pedidos e clientes sao obrigatorios; os
      * demais arquivos ausentes so zeram a parte que lhes cabe.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA(1:6) TO WS-COMPETENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-DATA-BR TO WS-DATA-BR-REF

            OPEN OUTPUT RELATORIO-METAS
            OPEN INPUT ORDER-MASTER
            OPEN INPUT CUSTOMER-MASTER
            IF NOT WS-RELATORIO-OK OR NOT WS-ORD-OK OR NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - RELATORIO: '
                       WS-RELATORIO-STATUS ' PEDIDOS: '
                       WS-ORD-STATUS-ARQ ' CLIENTES: ' WS-CUST-STATUS
            ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING '===== METAS DE VENDA - COMPETENCIA '
                      DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      ' - POSICAO EM ' DELIMITED BY SIZE
                      WS-DATA-BR-REF DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE 'ATINGIDO = FATURADO - NOTAS DE CREDITO DO MES. ESPE
      -             'RADO = META X DIAS UTEIS'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'DECORRIDOS / DIAS UTEIS DO MES. GAP = ATINGIDO - ES
      -             'PERADO.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

       P150-CARREGA-ATRIBUICOES.
            OPEN INPUT ORDER-TRANS-LOG
            IF WS-ORDLOG-OK
               PERFORM P155-LE-ORDLOG UNTIL WS-FIM-ORDLOG-SIM
               CLOSE ORDER-TRANS-LOG
            END-IF.

       P155-LE-ORDLOG.
            READ ORDER-TRANS-LOG
                 AT END SET WS-FIM-ORDLOG-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ORDLOG-SIM
               IF OTL-ACAO = 'INCLUIR'
                  AND WS-QTD-ATRIB-TAB < WS-MAX-ATRIB
                  ADD 1 TO WS-QTD-ATRIB-TAB
                  MOVE OTL-CHAVE(1:6)
                       TO WS-ATR-PEDIDO(WS-QTD-ATRIB-TAB)
                  MOVE OTL-OPERADOR
                       TO WS-ATR-OPERADOR(WS-QTD-ATRIB-TAB)
               END-IF
            END-IF.

      ******************************************************************
      * P160-CARREGA-METAS
      * So as metas da competencia. Cada uma abre a sua linha de
      * apuracao; meta de operador abre tambem a linha da filial
      * (sem meta, ate que apareca a da propria filial).
      ******************************************************************
       P160-CARREGA-METAS.
            OPEN INPUT TABELA-METAS
            IF WS-METAS-OK
               PERFORM P165-LE-META UNTIL WS-FIM-METAS-SIM
               CLOSE TABELA-METAS
            ELSE
               DISPLAY 'TABELA DE METAS AUSENTE - RELATORIO SAI SO '
                       'COM O REALIZADO.'
            END-IF.

       P165-LE-META.
            READ TABELA-METAS
                 AT END SET WS-FIM-METAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-METAS-SIM
               IF MET-COMPETENCIA = WS-COMPETENCIA
                  AND MET-VALOR IS NUMERIC
                  ADD 1 TO WS-QTD-METAS-MES
                  MOVE MET-FILIAL   TO WS-FILIAL-PROC
                  MOVE MET-OPERADOR TO WS-OPERADOR-PROC
                  MOVE MET-VALOR    TO WS-VALOR-PROC
                  SET WS-TIPO-META TO TRUE
                  PERFORM P320-ACUMULA
               END-IF
            END-IF.

       P200-CARREGA-FATURAS.
            OPEN INPUT ARQUIVO-FATURAS
            IF WS-FATURAS-OK
               PERFORM P210-LE-FATURA UNTIL WS-FIM-FATURAS-SIM
               CLOSE ARQUIVO-FATURAS
            ELSE
               DISPLAY 'ARQUIVO DE FATURAS AUSENTE - NADA FATURADO.'
            END-IF.

       P210-LE-FATURA.
            READ ARQUIVO-FATURAS
                 AT END SET WS-FIM-FATURAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FATURAS-SIM
               IF FAT-DATA-EMISSAO(1:6) = WS-COMPETENCIA
                  AND FAT-DATA-EMISSAO NOT > WS-DATA-REFERENCIA
                  AND FAT-VALOR-TOTAL IS NUMERIC
                  ADD 1 TO WS-QTD-FATURAS-MES
                  ADD FAT-VALOR-TOTAL TO WS-VALOR-FATURADO-MES
                  IF WS-QTD-FATURAS-TAB < WS-MAX-FATURAS
                     ADD 1 TO WS-QTD-FATURAS-TAB
                     MOVE FAT-NUMERO
                          TO WS-FTM-NUMERO(WS-QTD-FATURAS-TAB)
                     MOVE FAT-CODIGO-CLIENTE
                          TO WS-FTM-CLIENTE(WS-QTD-FATURAS-TAB)
                     MOVE FAT-VALOR-TOTAL
                          TO WS-FTM-VALOR(WS-QTD-FATURAS-TAB)
                     MOVE ZEROS
                          TO WS-FTM-ATRIBUIDO(WS-QTD-FATURAS-TAB)
                  ELSE
                     ADD 1 TO WS-QTD-FORA-TABELA
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P300-ATRIBUI-FATURAS
      * Cada linha do INVMARG de fatura da competencia leva o seu
      * valor de venda para a filial e o operador do pedido, limitado
      * ao que ainda falta atribuir da fatura - o total atribuido
      * nunca passa do valor faturado no INVFILE.
      ******************************************************************
       P300-ATRIBUI-FATURAS.
            OPEN INPUT MARGEM-FATURAS
            IF WS-MARGEM-OK
               PERFORM P310-LE-MARGEM UNTIL WS-FIM-MARGEM-SIM
               CLOSE MARGEM-FATURAS
            END-IF.

       P310-LE-MARGEM.
            READ MARGEM-FATURAS
                 AT END SET WS-FIM-MARGEM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-MARGEM-SIM
               IF MRG-DATA-EMISSAO(1:6) = WS-COMPETENCIA
                  AND MRG-VALOR-VENDA IS NUMERIC
                  PERFORM P315-LOCALIZA-FATURA
                  IF WS-IDX-FATURA-ACHADA > ZEROS
                     COMPUTE WS-SALDO-FATURA =
                             WS-FTM-VALOR(WS-IDX-FATURA-ACHADA)
                             - WS-FTM-ATRIBUIDO(WS-IDX-FATURA-ACHADA)
                     IF MRG-VALOR-VENDA < WS-SALDO-FATURA
                        MOVE MRG-VALOR-VENDA TO WS-VALOR-PROC
                     ELSE
                        MOVE WS-SALDO-FATURA TO WS-VALOR-PROC
                     END-IF
                     IF WS-VALOR-PROC > ZEROS
                        ADD WS-VALOR-PROC
                            TO WS-FTM-ATRIBUIDO(WS-IDX-FATURA-ACHADA)
                        MOVE MRG-PEDIDO         TO WS-PEDIDO-PROC
                        MOVE MRG-CODIGO-CLIENTE TO WS-CLIENTE-PROC
                        PERFORM P330-RESOLVE-PEDIDO
                        SET WS-TIPO-FATURADO TO TRUE
                        PERFORM P320-ACUMULA
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P315-LOCALIZA-FATURA.
            MOVE ZEROS TO WS-IDX-FATURA-ACHADA
            PERFORM VARYING WS-IDX-FATURA FROM 1 BY 1
                    UNTIL WS-IDX-FATURA > WS-QTD-FATURAS-TAB
                    OR WS-IDX-FATURA-ACHADA > ZEROS
                IF WS-FTM-NUMERO(WS-IDX-FATURA) = MRG-FATURA
                   MOVE WS-IDX-FATURA TO WS-IDX-FATURA-ACHADA
                END-IF
            END-PERFORM.

      ******************************************************************
      * P320-ACUMULA
      * Soma o lancamento (meta, faturado ou devolvido) na linha da
      * filial e, com operador, tambem na linha do operador. Linha
      * inexistente e aberta; tabela cheia conta como fora.
      ******************************************************************
       P320-ACUMULA.
            MOVE WS-OPERADOR-PROC TO WS-OPERADOR-SALVO
            MOVE SPACES TO WS-OPERADOR-PROC
            PERFORM P325-LOCALIZA-LINHA
            MOVE WS-IDX-APU-ACHADA TO WS-IDX-APU-FILIAL
            MOVE WS-OPERADOR-SALVO TO WS-OPERADOR-PROC

            IF WS-IDX-APU-FILIAL > ZEROS
               EVALUATE TRUE
                   WHEN WS-TIPO-FATURADO
                        ADD WS-VALOR-PROC
                            TO WS-APU-FATURADO(WS-IDX-APU-FILIAL)
                   WHEN WS-TIPO-DEVOLVIDO
                        ADD WS-VALOR-PROC
                            TO WS-APU-DEVOLVIDO(WS-IDX-APU-FILIAL)
                   WHEN OTHER
                        IF WS-OPERADOR-PROC = SPACES
                           MOVE 'S' TO
                                WS-APU-TEM-META(WS-IDX-APU-FILIAL)
                           MOVE WS-VALOR-PROC
                                TO WS-APU-META(WS-IDX-APU-FILIAL)
                        END-IF
               END-EVALUATE
            END-IF

            IF WS-OPERADOR-PROC NOT = SPACES
               PERFORM P325-LOCALIZA-LINHA
               IF WS-IDX-APU-ACHADA > ZEROS
                  EVALUATE TRUE
                      WHEN WS-TIPO-FATURADO
                           ADD WS-VALOR-PROC
                               TO WS-APU-FATURADO(WS-IDX-APU-ACHADA)
                      WHEN WS-TIPO-DEVOLVIDO
                           ADD WS-VALOR-PROC
                               TO WS-APU-DEVOLVIDO(WS-IDX-APU-ACHADA)
                      WHEN OTHER
                           MOVE 'S' TO
                                WS-APU-TEM-META(WS-IDX-APU-ACHADA)
                           MOVE WS-VALOR-PROC
                                TO WS-APU-META(WS-IDX-APU-ACHADA)
                  END-EVALUATE
               END-IF
            END-IF.

       P325-LOCALIZA-LINHA.
            MOVE ZEROS TO WS-IDX-APU-ACHADA
            PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
                    UNTIL WS-IDX-APURACAO > WS-QTD-APURACAO-TAB
                    OR WS-IDX-APU-ACHADA > ZEROS
                IF WS-APU-FILIAL(WS-IDX-APURACAO) = WS-FILIAL-PROC
                   AND WS-APU-OPERADOR(WS-IDX-APURACAO)
                       = WS-OPERADOR-PROC
                   MOVE WS-IDX-APURACAO TO WS-IDX-APU-ACHADA
                END-IF
            END-PERFORM

            IF WS-IDX-APU-ACHADA = ZEROS
               IF WS-QTD-APURACAO-TAB < WS-MAX-APURACAO
                  ADD 1 TO WS-QTD-APURACAO-TAB
                  MOVE WS-QTD-APURACAO-TAB TO WS-IDX-APU-ACHADA
                  INITIALIZE WS-APURACAO-ENTRADA(WS-IDX-APU-ACHADA)
                  MOVE WS-FILIAL-PROC
                       TO WS-APU-FILIAL(WS-IDX-APU-ACHADA)
                  MOVE WS-OPERADOR-PROC
                       TO WS-APU-OPERADOR(WS-IDX-APU-ACHADA)
                  MOVE 'N' TO WS-APU-TEM-META(WS-IDX-APU-ACHADA)
                  MOVE 'N' TO WS-APU-META-OPER(WS-IDX-APU-ACHADA)
               ELSE
                  ADD 1 TO WS-QTD-FORA-TABELA
               END-IF
            END-IF.

      ******************************************************************
      * P330-RESOLVE-PEDIDO
      * Filial do pedido (ORD-FILIAL); pedido sumido ou sem filial
      * cai na filial do cliente. Operador de quem incluiu o pedido;
      * sem INCLUIR no log, SEMDONO.
      ******************************************************************
       P330-RESOLVE-PEDIDO.
            MOVE SPACES TO WS-FILIAL-PROC
            MOVE WS-PEDIDO-PROC TO ORD-NUMERO
            READ ORDER-MASTER KEY IS ORD-NUMERO
            IF WS-ORD-OK
               MOVE ORD-FILIAL TO WS-FILIAL-PROC
            END-IF
            IF WS-FILIAL-PROC = SPACES
               PERFORM P340-FILIAL-CLIENTE
            END-IF

            MOVE 'SEMDONO' TO WS-OPERADOR-PROC
            PERFORM VARYING WS-IDX-ATRIB FROM 1 BY 1
                    UNTIL WS-IDX-ATRIB > WS-QTD-ATRIB-TAB
                IF WS-ATR-PEDIDO(WS-IDX-ATRIB) = WS-PEDIDO-PROC
                   MOVE WS-ATR-OPERADOR(WS-IDX-ATRIB)
                        TO WS-OPERADOR-PROC
                END-IF
            END-PERFORM.

       P340-FILIAL-CLIENTE.
            MOVE SPACES TO WS-FILIAL-PROC
            MOVE WS-CLIENTE-PROC TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK
               MOVE CSV-FILIAL TO WS-FILIAL-PROC
            END-IF.

      ******************************************************************
      * P350-ATRIBUI-SEM-MARGEM
      * O que sobrou de cada fatura sem linha no INVMARG (fatura
      * emitida antes dele) vai para a filial do cliente, SEMDONO.
      ******************************************************************
       P350-ATRIBUI-SEM-MARGEM.
            PERFORM VARYING WS-IDX-FATURA FROM 1 BY 1
                    UNTIL WS-IDX-FATURA > WS-QTD-FATURAS-TAB
                IF WS-FTM-VALOR(WS-IDX-FATURA)
                   > WS-FTM-ATRIBUIDO(WS-IDX-FATURA)
                   ADD 1 TO WS-QTD-SEM-MARGEM
                   COMPUTE WS-VALOR-PROC =
                           WS-FTM-VALOR(WS-IDX-FATURA)
                           - WS-FTM-ATRIBUIDO(WS-IDX-FATURA)
                   MOVE WS-FTM-CLIENTE(WS-IDX-FATURA)
                        TO WS-CLIENTE-PROC
                   PERFORM P340-FILIAL-CLIENTE
                   MOVE 'SEMDONO' TO WS-OPERADOR-PROC
                   SET WS-TIPO-FATURADO TO TRUE
                   PERFORM P320-ACUMULA
                END-IF
            END-PERFORM.

      ******************************************************************
      * P400-APURA-NOTAS
      * Nota de credito emitida na competencia ate a data de
      * referencia abate o atingido da filial e do operador do
      * pedido devolvido.
      ******************************************************************
       P400-APURA-NOTAS.
            OPEN INPUT NOTAS-CREDITO
            IF WS-NOTAS-OK
               PERFORM P410-LE-NOTA UNTIL WS-FIM-NOTAS-SIM
               CLOSE NOTAS-CREDITO
            END-IF.

       P410-LE-NOTA.
            READ NOTAS-CREDITO
                 AT END SET WS-FIM-NOTAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-NOTAS-SIM
               IF CNT-DATA-EMISSAO(1:6) = WS-COMPETENCIA
                  AND CNT-DATA-EMISSAO NOT > WS-DATA-REFERENCIA
                  AND CNT-VALOR IS NUMERIC
                  ADD 1 TO WS-QTD-NOTAS-MES
                  ADD CNT-VALOR TO WS-VALOR-DEVOLVIDO-MES
                  MOVE CNT-NUMERO-PEDIDO  TO WS-PEDIDO-PROC
                  MOVE CNT-CODIGO-CLIENTE TO WS-CLIENTE-PROC
                  PERFORM P330-RESOLVE-PEDIDO
                  MOVE CNT-VALOR TO WS-VALOR-PROC
                  SET WS-TIPO-DEVOLVIDO TO TRUE
                  PERFORM P320-ACUMULA
               END-IF
            END-IF.

      ******************************************************************
      * P500-CONTA-DIAS-UTEIS
      * Para cada linha de filial, os dias uteis do mes e os ja
      * decorridos ate a data de referencia (inclusive), pelo
      * calendario da propria filial.
      ******************************************************************
       P500-CONTA-DIAS-UTEIS.
            PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
                    UNTIL WS-IDX-APURACAO > WS-QTD-APURACAO-TAB
                IF WS-APU-OPERADOR(WS-IDX-APURACAO) = SPACES
                   PERFORM P510-VARRE-MES
                END-IF
            END-PERFORM.

       P510-VARRE-MES.
            MOVE WS-COMPETENCIA TO WS-DATA-VARRE(1:6)
            MOVE 01 TO WS-VAR-DD
            EVALUATE WS-VAR-MM
                WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                WHEN 10 WHEN 12
                     MOVE 31 TO WS-ULTIMO-DIA-MES
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                     MOVE 30 TO WS-ULTIMO-DIA-MES
                WHEN OTHER
                     DIVIDE WS-VAR-AAAA BY 4
                            GIVING WS-QUOCIENTE-BISSEXTO
                            REMAINDER WS-RESTO-BISSEXTO
                     IF WS-RESTO-BISSEXTO = ZEROS
                        MOVE 29 TO WS-ULTIMO-DIA-MES
                     ELSE
                        MOVE 28 TO WS-ULTIMO-DIA-MES
                     END-IF
            END-EVALUATE

            MOVE WS-APU-FILIAL(WS-IDX-APURACAO) TO WS-FILIAL-PROC
            PERFORM UNTIL WS-VAR-DD > WS-ULTIMO-DIA-MES
                CALL 'BUSDAY-FIL' USING WS-DATA-VARRE
                                        WS-FILIAL-PROC
                                        WS-DIA-UTIL
                IF WS-DIA-UTIL-SIM
                   ADD 1 TO WS-APU-DIAS-MES(WS-IDX-APURACAO)
                   IF WS-DATA-VARRE NOT > WS-DATA-REFERENCIA
                      ADD 1 TO WS-APU-DIAS-DECORR(WS-IDX-APURACAO)
                   END-IF
                END-IF
                ADD 1 TO WS-VAR-DD
            END-PERFORM.

      ******************************************************************
      * P600-IMPRIME-RELATORIO
      * Um bloco por filial: a linha da filial e, abaixo, a de cada
      * operador dela. Filial sem meta propria leva a soma das metas
      * dos operadores, marcada (SOMA OP). Fecha com o consolidado.
      ******************************************************************
       P600-IMPRIME-RELATORIO.
            PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
                    UNTIL WS-IDX-APURACAO > WS-QTD-APURACAO-TAB
                IF WS-APU-OPERADOR(WS-IDX-APURACAO) = SPACES
                   PERFORM P610-SOMA-METAS-OPERADORES
                   PERFORM P620-IMPRIME-FILIAL
                END-IF
            END-PERFORM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-TOT-META     TO WS-META-ED
            MOVE WS-TOT-ATINGIDO TO WS-ATINGIDO-ED
            MOVE WS-TOT-ESPERADO TO WS-ESPERADO-ED
            MOVE WS-TOT-GAP      TO WS-GAP-ED
            MOVE SPACES TO WS-PERCENTUAL-TXT
            IF WS-TOT-META > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-TOT-ATINGIDO * 100 / WS-TOT-META
               MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
               MOVE WS-PERCENTUAL-ED TO WS-PERCENTUAL-TXT
            END-IF
            MOVE SPACES TO REG-RELATORIO
            STRING 'CONSOLIDADO ' DELIMITED BY SIZE
                   WS-META-ED     DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-ATINGIDO-ED DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-PERCENTUAL-TXT DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-ESPERADO-ED DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-GAP-ED      DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-FATURAS-MES    TO WS-QTD-ED
            MOVE WS-VALOR-FATURADO-MES TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'FATURAS NO MES: ' DELIMITED BY SIZE
                   WS-QTD-ED          DELIMITED BY SIZE
                   '  VALOR: '        DELIMITED BY SIZE
                   WS-VALOR-ED        DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-NOTAS-MES       TO WS-QTD-ED
            MOVE WS-VALOR-DEVOLVIDO-MES TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'NOTAS DE CREDITO NO MES: ' DELIMITED BY SIZE
                   WS-QTD-ED          DELIMITED BY SIZE
                   '  VALOR: '        DELIMITED BY SIZE
                   WS-VALOR-ED        DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            IF WS-QTD-SEM-MARGEM > ZEROS
               MOVE WS-QTD-SEM-MARGEM TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING 'FATURAS (OU SOBRAS) SEM PEDIDO NO INVMARG: '
                                       DELIMITED BY SIZE
                      WS-QTD-ED        DELIMITED BY SIZE
                      ' - NA FILIAL DO CLIENTE, SEMDONO.'
                                       DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF
            IF WS-QTD-FORA-TABELA > ZEROS
               MOVE WS-QTD-FORA-TABELA TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING 'AVISO - '       DELIMITED BY SIZE
                      WS-QTD-ED        DELIMITED BY SIZE
                      ' LANCAMENTO(S) FORA DAS TABELAS DE APURACAO.'
                                       DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

       P610-SOMA-METAS-OPERADORES.
            IF WS-APU-TEM-META(WS-IDX-APURACAO) NOT = 'S'
               PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                       UNTIL WS-IDX-LINHA > WS-QTD-APURACAO-TAB
                   IF WS-APU-FILIAL(WS-IDX-LINHA)
                      = WS-APU-FILIAL(WS-IDX-APURACAO)
                      AND WS-APU-OPERADOR(WS-IDX-LINHA)
                          NOT = SPACES
                      AND WS-APU-TEM-META(WS-IDX-LINHA) = 'S'
                      ADD WS-APU-META(WS-IDX-LINHA)
                          TO WS-APU-META(WS-IDX-APURACAO)
                      MOVE 'S' TO WS-APU-META-OPER(WS-IDX-APURACAO)
                   END-IF
               END-PERFORM
            END-IF.

       P620-IMPRIME-FILIAL.
            MOVE WS-APU-DIAS-MES(WS-IDX-APURACAO)
                 TO WS-DIAS-MES-LINHA
            MOVE WS-APU-DIAS-DECORR(WS-IDX-APURACAO)
                 TO WS-DIAS-DECORR-LINHA
            MOVE WS-DIAS-DECORR-LINHA TO WS-DIAS-ED
            MOVE WS-DIAS-MES-LINHA    TO WS-DIAS-ED2
            MOVE WS-APU-FILIAL(WS-IDX-APURACAO) TO WS-FILIAL-TXT
            IF WS-FILIAL-TXT = SPACES
               MOVE '--' TO WS-FILIAL-TXT
            END-IF

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING '--- FILIAL ' DELIMITED BY SIZE
                   WS-FILIAL-TXT DELIMITED BY SIZE
                   ' - DIAS UTEIS DECORRIDOS ' DELIMITED BY SIZE
                   WS-DIAS-ED    DELIMITED BY SIZE
                   ' DE '        DELIMITED BY SIZE
                   WS-DIAS-ED2   DELIMITED BY SIZE
                   ' ---'        DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE 'FI OPERADOR         META     ATINGIDO   ATING%'
                 TO REG-RELATORIO
            MOVE '    ESPERADO          GAP' TO REG-RELATORIO(46:)
            WRITE REG-RELATORIO

            MOVE WS-IDX-APURACAO TO WS-IDX-LINHA
            PERFORM P630-LINHA-APURACAO
            ADD WS-APU-META(WS-IDX-APURACAO) TO WS-TOT-META
            ADD WS-ATINGIDO TO WS-TOT-ATINGIDO
            ADD WS-ESPERADO TO WS-TOT-ESPERADO
            ADD WS-GAP      TO WS-TOT-GAP

            PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                    UNTIL WS-IDX-LINHA > WS-QTD-APURACAO-TAB
                IF WS-APU-FILIAL(WS-IDX-LINHA)
                   = WS-APU-FILIAL(WS-IDX-APURACAO)
                   AND WS-APU-OPERADOR(WS-IDX-LINHA) NOT = SPACES
                   PERFORM P630-LINHA-APURACAO
                END-IF
            END-PERFORM.

       P630-LINHA-APURACAO.
            COMPUTE WS-ATINGIDO =
                    WS-APU-FATURADO(WS-IDX-LINHA)
                    - WS-APU-DEVOLVIDO(WS-IDX-LINHA)
            IF WS-DIAS-MES-LINHA = ZEROS
               MOVE WS-APU-META(WS-IDX-LINHA) TO WS-ESPERADO
            ELSE
               COMPUTE WS-ESPERADO ROUNDED =
                       WS-APU-META(WS-IDX-LINHA)
                       * WS-DIAS-DECORR-LINHA / WS-DIAS-MES-LINHA
            END-IF
            IF WS-APU-META(WS-IDX-LINHA) = ZEROS
               MOVE ZEROS TO WS-GAP
            ELSE
               COMPUTE WS-GAP = WS-ATINGIDO - WS-ESPERADO
            END-IF

            MOVE WS-APU-OPERADOR(WS-IDX-LINHA) TO WS-OPERADOR-TXT
            IF WS-OPERADOR-TXT = SPACES
               IF WS-APU-META-OPER(WS-IDX-LINHA) = 'S'
                  MOVE '(SOMA OP' TO WS-OPERADOR-TXT
               ELSE
                  MOVE '(FILIAL)' TO WS-OPERADOR-TXT
               END-IF
            END-IF

            MOVE SPACES TO REG-RELATORIO
            MOVE WS-FILIAL-TXT   TO REG-RELATORIO(1:2)
            MOVE WS-OPERADOR-TXT TO REG-RELATORIO(4:8)
            MOVE WS-ATINGIDO TO WS-ATINGIDO-ED
            MOVE WS-ATINGIDO-ED  TO REG-RELATORIO(25:12)
            IF WS-APU-META(WS-IDX-LINHA) = ZEROS
               MOVE '    SEM META' TO REG-RELATORIO(13:12)
            ELSE
               MOVE WS-APU-META(WS-IDX-LINHA) TO WS-META-ED
               MOVE WS-META-ED TO REG-RELATORIO(13:11)
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-ATINGIDO * 100
                       / WS-APU-META(WS-IDX-LINHA)
               MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
               MOVE WS-PERCENTUAL-ED TO REG-RELATORIO(38:8)
               MOVE WS-ESPERADO TO WS-ESPERADO-ED
               MOVE WS-ESPERADO-ED TO REG-RELATORIO(47:11)
               MOVE WS-GAP TO WS-GAP-ED
               MOVE WS-GAP-ED TO REG-RELATORIO(59:12)
            END-IF
            WRITE REG-RELATORIO.

      ******************************************************************
      * P700-GRAVA-RESUMO
      * Uma linha por filial para o EOD-SUMMARY. Falha ao gravar nao
      * derruba o relatorio - o resumo do dia so fica sem a secao.
      ******************************************************************
       P700-GRAVA-RESUMO.
            OPEN OUTPUT RESUMO-METAS
            IF NOT WS-RESUMO-METAS-OK
               DISPLAY 'ERRO AO GRAVAR RESUMO DE METAS - STATUS '
                       WS-RESUMO-METAS-STATUS
            ELSE
               PERFORM VARYING WS-IDX-APURACAO FROM 1 BY 1
                       UNTIL WS-IDX-APURACAO > WS-QTD-APURACAO-TAB
                   IF WS-APU-OPERADOR(WS-IDX-APURACAO) = SPACES
                      PERFORM P710-GRAVA-FILIAL
                   END-IF
               END-PERFORM
               CLOSE RESUMO-METAS
            END-IF.

       P710-GRAVA-FILIAL.
            MOVE SPACES TO REG-RESUMO-META
            MOVE WS-DATA-REFERENCIA TO MTF-DATA-REFERENCIA
            MOVE WS-COMPETENCIA     TO MTF-COMPETENCIA
            MOVE WS-APU-FILIAL(WS-IDX-APURACAO)   TO MTF-FILIAL
            MOVE WS-APU-META(WS-IDX-APURACAO)     TO MTF-VALOR-META
            MOVE WS-APU-FATURADO(WS-IDX-APURACAO)
                 TO MTF-VALOR-FATURADO
            MOVE WS-APU-DEVOLVIDO(WS-IDX-APURACAO)
                 TO MTF-VALOR-DEVOLVIDO
            MOVE WS-APU-DIAS-DECORR(WS-IDX-APURACAO)
                 TO MTF-DIAS-UTEIS-DECORR
            MOVE WS-APU-DIAS-MES(WS-IDX-APURACAO)
                 TO MTF-DIAS-UTEIS-MES
            IF MTF-DIAS-UTEIS-MES = ZEROS
               MOVE MTF-VALOR-META TO MTF-VALOR-ESPERADO
            ELSE
               COMPUTE MTF-VALOR-ESPERADO ROUNDED =
                       MTF-VALOR-META * MTF-DIAS-UTEIS-DECORR
                       / MTF-DIAS-UTEIS-MES
            END-IF
            WRITE REG-RESUMO-META.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-METAS
               MOVE 'TARGET-REPORT' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\METATING.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               CLOSE ORDER-MASTER
               CLOSE CUSTOMER-MASTER
               DISPLAY 'ACOMPANHAMENTO DE METAS GERADO - COMPETENCIA '
                       WS-COMPETENCIA ' METAS: ' WS-QTD-METAS-MES
                       ' FATURAS: ' WS-QTD-FATURAS-MES
                       ' NOTAS: ' WS-QTD-NOTAS-MES
               IF WS-QTD-FORA-TABELA > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM TARGET-REPORT.
