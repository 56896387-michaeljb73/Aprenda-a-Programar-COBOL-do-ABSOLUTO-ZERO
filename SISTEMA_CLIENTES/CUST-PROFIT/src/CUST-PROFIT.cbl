      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Rentabilidade e valor de vida do cliente
      *            (CUSTPROF.txt). Para cada cliente ativo do
      *            CUSTOMER-MASTER, confronta todo o historico em
      *            arquivo:
      *              + faturado (INVFILE.txt)
      *              - notas de credito (CREDNOTE.dat)
      *              - parcelas baixadas por perda (WRITEOFF.dat PARC)
      *              - descontos de antecipacao concedidos no
      *                CASH-APPLY (DISCREG.dat)
      *              + encargos de atraso lancados e nao baixados
      *                (LATEFEE.dat)
      *              - tarifa de cobranca bancaria: cada parcela
      *                registrada (com nosso-numero no INSTFILE.dat)
      *                custa a tarifa de boleto do banco que a
      *                registrou (BANCOS.dat, copybooks BCO*)
      *            Os encargos baixados por perda (WRITEOFF.dat ENCG)
      *            saem a parte como dispensados - nunca entraram no
      *            caixa e nao entram no liquido. Cada cliente mostra
      *            a antiguidade em meses desde CSV-DATA-CRIACAO e o
      *            liquido por mes de relacionamento. Fecha com os
      *            10 clientes mais e os 10 menos rentaveis e o
      *            consolidado por grupo economico (GRUPECO.dat), do
      *            mais ao menos rentavel. O CUST-360 mostra o
      *            movimento; este diz se o cliente vale a pena.
      *            Extracao e emissao pelo SORT, no molde do
      *            ORDER-AGING.
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
       PROGRAM-ID. CUST-PROFIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY BCOSL.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATURAS-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO
           'src\assets\CREDNOTE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.

           SELECT ARQUIVO-PERDAS ASSIGN TO
           'src\assets\WRITEOFF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERDAS-STATUS.

           SELECT DESCONTOS-CONCEDIDOS ASSIGN TO
           'src\assets\DISCREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESCONTOS-STATUS.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT ARQUIVO-GRUPOS ASSIGN TO
           'src\assets\GRUPECO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPOS-STATUS.

           SELECT WORK-RENTAB ASSIGN TO
           'src\assets\WKPROF.tmp'.

           SELECT RELATORIO-RENTAB ASSIGN TO
           'src\assets\CUSTPROF.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  CADASTRO-BANCOS.
           COPY BCOF.

       FD  ROTAS-COBRANCA.
           COPY BCORF.

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

       FD  ARQUIVO-PERDAS.
           COPY WOFFF.

       FD  DESCONTOS-CONCEDIDOS.
           COPY DISCF.

       FD  ARQUIVO-ENCARGOS.
       01  REG-ARQUIVO-ENCARGOS.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  ARQUIVO-GRUPOS.
           COPY GRPF.

      * TIPO DO MOVIMENTO NO SORT - A (CADASTRO) VEM ANTES DE TODOS
      * NA ORDEM DA CHAVE, ENTAO ABRE A QUEBRA DO CLIENTE
       SD  WORK-RENTAB.
       01  REG-WORK-RENTAB.
           05  WPF-CODIGO-CLIENTE      PIC 9(06).
           05  WPF-TIPO                PIC X(01).
               88  WPF-CADASTRO                VALUE 'A'.
               88  WPF-TARIFA-BANCO            VALUE 'B'.
               88  WPF-DESCONTO                VALUE 'D'.
               88  WPF-ENCARGO                 VALUE 'E'.
               88  WPF-FATURA                  VALUE 'F'.
               88  WPF-NOTA-CREDITO            VALUE 'N'.
               88  WPF-PERDA-PARCELA           VALUE 'P'.
               88  WPF-ENCARGO-DISPENSADO      VALUE 'Q'.
           05  WPF-VALOR               PIC 9(11)V99.
           05  WPF-NOME                PIC X(20).
           05  WPF-FILIAL              PIC X(02).
           05  WPF-DATA-CRIACAO        PIC 9(08).

       FD  RELATORIO-RENTAB.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-FIM-ARQUIVO             VALUE '10'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-FATURAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-FATURAS-OK                   VALUE '00'.
       77  WS-NOTAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOTAS-OK                     VALUE '00'.
       77  WS-PERDAS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-PERDAS-OK                    VALUE '00'.
       77  WS-DESCONTOS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-DESCONTOS-OK                 VALUE '00'.
       77  WS-ENCARGOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENCARGOS-OK                  VALUE '00'.
       77  WS-GRUPOS-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-GRUPOS-OK                    VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-SORT-FIM-SW          PIC X(01)   VALUE 'N'.
           88  WS-SORT-FIM                     VALUE 'S'.
       77  WS-FIM-PARCELAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARCELAS-SIM             VALUE 'S'.
       77  WS-FIM-FATURAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-FATURAS-SIM              VALUE 'S'.
       77  WS-FIM-NOTAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-NOTAS-SIM                VALUE 'S'.
       77  WS-FIM-PERDAS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-PERDAS-SIM               VALUE 'S'.
       77  WS-FIM-DESCONTOS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-DESCONTOS-SIM            VALUE 'S'.
       77  WS-FIM-ENCARGOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENCARGOS-SIM             VALUE 'S'.
       77  WS-FIM-GRUPOS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-GRUPOS-SIM               VALUE 'S'.
       77  WS-TABELA-ESTOUROU      PIC X(01)   VALUE 'N'.
           88  WS-TABELA-ESTOUROU-SIM          VALUE 'S'.

      * DATA DE REFERENCIA - BASE DA ANTIGUIDADE EM MESES
           COPY ASOFWS.
       01  WS-DATA-REF-TRAB        PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-REF-TRAB-R REDEFINES WS-DATA-REF-TRAB.
           05  WS-REF-AAAA             PIC 9(04).
           05  WS-REF-MM               PIC 9(02).
           05  WS-REF-DD               PIC 9(02).
       01  WS-DATA-CRIACAO-TRAB    PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-CRIACAO-TRAB-R REDEFINES WS-DATA-CRIACAO-TRAB.
           05  WS-CRI-AAAA             PIC 9(04).
           05  WS-CRI-MM               PIC 9(02).
           05  WS-CRI-DD               PIC 9(02).

      * CONVERSAO DE DATA (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * BANCOS COBRADORES (COPYBOOKS BCO*) - TARIFA DE BOLETO DO
      * BANCO QUE REGISTROU CADA PARCELA
           COPY BCOWS.

      * VINCULOS CLIENTE -> GRUPO ECONOMICO E TOTAIS POR GRUPO
       77  WS-MAX-VINCULOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-VINCULOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-VINCULO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-VINCULOS.
           05  WS-VINCULO-ENTRADA  OCCURS 500 TIMES.
               10  WS-VIN-GRUPO        PIC 9(04).
               10  WS-VIN-CODIGO       PIC 9(06).
       77  WS-MAX-GRUPOS           PIC 9(02)   VALUE 50.
       77  WS-QTD-GRUPOS-TAB       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-GRUPO            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-GRUPO-MAIOR      PIC 9(02)   VALUE ZEROS COMP.
       77  WS-GRUPO-ACHADO         PIC X(01)   VALUE 'N'.
           88  WS-GRUPO-ACHADO-SIM             VALUE 'S'.
       01  WS-TAB-GRUPOS.
           05  WS-GRUPO-ENTRADA    OCCURS 50 TIMES.
               10  WS-GRT-GRUPO        PIC 9(04).
               10  WS-GRT-QTD-CLI      PIC 9(03)  COMP.
               10  WS-GRT-FATURADO     PIC 9(13)V99.
               10  WS-GRT-LIQUIDO      PIC S9(13)V99.
               10  WS-GRT-IMPRESSO     PIC X(01).
       77  WS-GRUPO-DO-CLIENTE     PIC 9(04)   VALUE ZEROS.
       01  WS-GRUPO-TXT            PIC X(04)   VALUE SPACES.

      * QUEBRA POR CLIENTE E COMPOSICAO DO RESULTADO
       77  WS-CLIENTE-QUEBRA       PIC 9(06)   VALUE ZEROS.
       77  WS-CLIENTE-ATIVO        PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-ATIVO-SIM            VALUE 'S'.
       01  WS-NOME-CLIENTE         PIC X(20)   VALUE SPACES.
       01  WS-FILIAL-CLIENTE       PIC X(02)   VALUE SPACES.
       77  WS-FATURADO             PIC 9(11)V99 VALUE ZEROS.
       77  WS-NOTAS                PIC 9(11)V99 VALUE ZEROS.
       77  WS-PERDAS               PIC 9(11)V99 VALUE ZEROS.
       77  WS-DESCONTOS            PIC 9(11)V99 VALUE ZEROS.
       77  WS-ENCARGOS             PIC 9(11)V99 VALUE ZEROS.
       77  WS-DISPENSADOS          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TARIFAS              PIC 9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO              PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO-MES          PIC S9(11)V99 VALUE ZEROS.
       77  WS-ANTIGUIDADE          PIC 9(04)   VALUE ZEROS.
       77  WS-MESES-REF            PIC 9(06)   VALUE ZEROS COMP.
       77  WS-MESES-CRI            PIC 9(06)   VALUE ZEROS COMP.

      * TOTAIS DA CARTEIRA
       77  WS-QTD-CLIENTES         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-TOT-FATURADO         PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-NOTAS            PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-PERDAS           PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTOS        PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-ENCARGOS         PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-DISPENSADOS      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-TARIFAS          PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDO          PIC S9(13)V99 VALUE ZEROS.

      * RANKING - OS 10 MAIS (ORDEM DECRESCENTE) E OS 10 MENOS
      * RENTAVEIS (ORDEM CRESCENTE), MANTIDOS POR INSERCAO
       77  WS-MAX-RANKING          PIC 9(02)   VALUE 10.
       77  WS-QTD-MAIS             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-QTD-MENOS            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-RANK             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-POS-RANK             PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-MAIS.
           05  WS-MAIS-ENTRADA     OCCURS 10 TIMES.
               10  WS-MAI-CODIGO       PIC 9(06).
               10  WS-MAI-NOME         PIC X(20).
               10  WS-MAI-ANTIGUIDADE  PIC 9(04).
               10  WS-MAI-LIQUIDO      PIC S9(11)V99.
       01  WS-TAB-MENOS.
           05  WS-MENOS-ENTRADA    OCCURS 10 TIMES.
               10  WS-MEN-CODIGO       PIC 9(06).
               10  WS-MEN-NOME         PIC X(20).
               10  WS-MEN-ANTIGUIDADE  PIC 9(04).
               10  WS-MEN-LIQUIDO      PIC S9(11)V99.

       77  WS-VALOR-ED             PIC ZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-ED2            PIC ZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-ED3            PIC ZZ.ZZZ.ZZ9,99.
       77  WS-LIQUIDO-ED           PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-LIQUIDO-ED2          PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-TOTAL-LIQ-ED         PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-MESES-ED             PIC ZZZ9.
       01  WS-ROTULO-TOTAL         PIC X(22)   VALUE SPACES.
       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-RANK-ED              PIC Z9.

      * CONTROLE DE PAGINACAO (COPYBOOKS PAGECT*)
           COPY PAGECTWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.

      * FASE DE EXTRACAO - CADASTRO E MOVIMENTO FINANCEIRO
       S1-EXTRACAO SECTION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-REF-TRAB
            COMPUTE WS-MESES-REF = (WS-REF-AAAA * 12) + WS-REF-MM
            PERFORM P8850-CARREGA-BANCOS
            PERFORM P150-CARREGA-VINCULOS

            SORT WORK-RENTAB
                 ON ASCENDING KEY WPF-CODIGO-CLIENTE
                                  WPF-TIPO
                 INPUT PROCEDURE IS P200-EXTRAI-MOVIMENTO
                 OUTPUT PROCEDURE IS P300-EMITE-RELATORIO

            EVALUATE TRUE
                WHEN WS-ERRO-ABERTURA-SIM
                     MOVE 8 TO RETURN-CODE
                WHEN WS-TABELA-ESTOUROU-SIM
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE
            GOBACK.

      ******************************************************************
      * P150-CARREGA-VINCULOS
      * Vinculos do GRUPECO.dat em memoria, como no CUST-STATEMENT.
      ******************************************************************
       P150-CARREGA-VINCULOS.
            OPEN INPUT ARQUIVO-GRUPOS
            IF WS-GRUPOS-OK
               PERFORM P155-LE-VINCULO UNTIL WS-FIM-GRUPOS-SIM
               CLOSE ARQUIVO-GRUPOS
            END-IF.

       P155-LE-VINCULO.
            READ ARQUIVO-GRUPOS
                 AT END SET WS-FIM-GRUPOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-GRUPOS-SIM
               IF WS-QTD-VINCULOS-TAB < WS-MAX-VINCULOS
                  ADD 1 TO WS-QTD-VINCULOS-TAB
                  MOVE GRP-GRUPO
                       TO WS-VIN-GRUPO(WS-QTD-VINCULOS-TAB)
                  MOVE GRP-CODIGO
                       TO WS-VIN-CODIGO(WS-QTD-VINCULOS-TAB)
               ELSE
                  SET WS-TABELA-ESTOUROU-SIM TO TRUE
                  SET WS-FIM-GRUPOS-SIM TO TRUE
                  DISPLAY 'MAIS DE ' WS-MAX-VINCULOS
                          ' VINCULOS NO GRUPECO.dat - EXCEDENTES FORA '
                          'DO CONSOLIDADO POR GRUPO.'
               END-IF
            END-IF.

      ******************************************************************
      * P200-EXTRAI-MOVIMENTO
      * So o cadastro e obrigatorio; arquivo de movimento ausente
      * zera a coluna que lhe cabe.
      ******************************************************************
       P200-EXTRAI-MOVIMENTO.
            OPEN INPUT CUSTOMER-MASTER
            IF NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR CUSTOMER-MASTER - STATUS '
                       WS-CUST-STATUS
            ELSE
               PERFORM P210-EXTRAI-CLIENTE UNTIL WS-CUST-FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER

               OPEN INPUT ARQUIVO-FATURAS
               IF WS-FATURAS-OK
                  PERFORM P220-EXTRAI-FATURA UNTIL WS-FIM-FATURAS-SIM
                  CLOSE ARQUIVO-FATURAS
               END-IF

               OPEN INPUT NOTAS-CREDITO
               IF WS-NOTAS-OK
                  PERFORM P230-EXTRAI-NOTA UNTIL WS-FIM-NOTAS-SIM
                  CLOSE NOTAS-CREDITO
               END-IF

               OPEN INPUT ARQUIVO-PERDAS
               IF WS-PERDAS-OK
                  PERFORM P240-EXTRAI-PERDA UNTIL WS-FIM-PERDAS-SIM
                  CLOSE ARQUIVO-PERDAS
               END-IF

               OPEN INPUT DESCONTOS-CONCEDIDOS
               IF WS-DESCONTOS-OK
                  PERFORM P250-EXTRAI-DESCONTO
                          UNTIL WS-FIM-DESCONTOS-SIM
                  CLOSE DESCONTOS-CONCEDIDOS
               END-IF

               OPEN INPUT ARQUIVO-ENCARGOS
               IF WS-ENCARGOS-OK
                  PERFORM P260-EXTRAI-ENCARGO
                          UNTIL WS-FIM-ENCARGOS-SIM
                  CLOSE ARQUIVO-ENCARGOS
               END-IF

               OPEN INPUT ARQUIVO-PARCELAS
               IF WS-PARCELAS-OK
                  PERFORM P270-EXTRAI-TARIFA
                          UNTIL WS-FIM-PARCELAS-SIM
                  CLOSE ARQUIVO-PARCELAS
               END-IF
            END-IF.

       P210-EXTRAI-CLIENTE.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ
            IF NOT WS-CUST-FIM-ARQUIVO AND CSV-REGISTRO-ATIVO
               INITIALIZE REG-WORK-RENTAB
               MOVE CSV-CODIGO TO WPF-CODIGO-CLIENTE
               SET WPF-CADASTRO TO TRUE
               STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                      ' '               DELIMITED BY SIZE
                      CSV-NOME-ULTIMO   DELIMITED BY SPACE
                      INTO WPF-NOME
               END-STRING
               MOVE CSV-FILIAL TO WPF-FILIAL
               IF CSV-DATA-CRIACAO IS NUMERIC
                  MOVE CSV-DATA-CRIACAO TO WPF-DATA-CRIACAO
               END-IF
               RELEASE REG-WORK-RENTAB
            END-IF.

       P220-EXTRAI-FATURA.
            READ ARQUIVO-FATURAS
                 AT END SET WS-FIM-FATURAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-FATURAS-SIM
               AND FAT-VALOR-TOTAL IS NUMERIC
               INITIALIZE REG-WORK-RENTAB
               MOVE FAT-CODIGO-CLIENTE TO WPF-CODIGO-CLIENTE
               SET WPF-FATURA TO TRUE
               MOVE FAT-VALOR-TOTAL    TO WPF-VALOR
               RELEASE REG-WORK-RENTAB
            END-IF.

       P230-EXTRAI-NOTA.
            READ NOTAS-CREDITO
                 AT END SET WS-FIM-NOTAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-NOTAS-SIM
               AND CNT-VALOR IS NUMERIC
               INITIALIZE REG-WORK-RENTAB
               MOVE CNT-CODIGO-CLIENTE TO WPF-CODIGO-CLIENTE
               SET WPF-NOTA-CREDITO TO TRUE
               MOVE CNT-VALOR          TO WPF-VALOR
               RELEASE REG-WORK-RENTAB
            END-IF.

       P240-EXTRAI-PERDA.
            READ ARQUIVO-PERDAS
                 AT END SET WS-FIM-PERDAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PERDAS-SIM
               AND WOF-VALOR IS NUMERIC
               INITIALIZE REG-WORK-RENTAB
               MOVE WOF-CODIGO TO WPF-CODIGO-CLIENTE
               IF WOF-ORIGEM-ENCARGO
                  SET WPF-ENCARGO-DISPENSADO TO TRUE
               ELSE
                  SET WPF-PERDA-PARCELA TO TRUE
               END-IF
               MOVE WOF-VALOR  TO WPF-VALOR
               RELEASE REG-WORK-RENTAB
            END-IF.

       P250-EXTRAI-DESCONTO.
            READ DESCONTOS-CONCEDIDOS
                 AT END SET WS-FIM-DESCONTOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-DESCONTOS-SIM
               AND DSC-VALOR-DESCONTO IS NUMERIC
               INITIALIZE REG-WORK-RENTAB
               MOVE DSC-CODIGO         TO WPF-CODIGO-CLIENTE
               SET WPF-DESCONTO TO TRUE
               MOVE DSC-VALOR-DESCONTO TO WPF-VALOR
               RELEASE REG-WORK-RENTAB
            END-IF.

       P260-EXTRAI-ENCARGO.
            READ ARQUIVO-ENCARGOS
                 AT END SET WS-FIM-ENCARGOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ENCARGOS-SIM
               AND LFE-VALOR-ENCARGO IS NUMERIC
               INITIALIZE REG-WORK-RENTAB
               MOVE LFE-CODIGO        TO WPF-CODIGO-CLIENTE
               SET WPF-ENCARGO TO TRUE
               MOVE LFE-VALOR-ENCARGO TO WPF-VALOR
               RELEASE REG-WORK-RENTAB
            END-IF.

      ******************************************************************
      * P270-EXTRAI-TARIFA
      * Parcela com nosso-numero foi registrada no banco e pagou a
      * tarifa de boleto dele, qualquer que seja a situacao de hoje.
      ******************************************************************
       P270-EXTRAI-TARIFA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-PARCELAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PARCELAS-SIM
               AND PCL-NOSSO-NUMERO IS NUMERIC
               AND PCL-NOSSO-NUMERO > ZEROS
               MOVE PCL-NOSSO-NUMERO TO WS-BCO-NOSSO-NUMERO
               PERFORM P8860-BANCO-DO-NOSSO-NUMERO
               IF WS-IDX-BCO-ACHADO > ZEROS
                  INITIALIZE REG-WORK-RENTAB
                  MOVE PCL-CODIGO TO WPF-CODIGO-CLIENTE
                  SET WPF-TARIFA-BANCO TO TRUE
                  MOVE WS-BCT-TARIFA-BOLETO(WS-IDX-BCO-ACHADO)
                       TO WPF-VALOR
                  RELEASE REG-WORK-RENTAB
               END-IF
            END-IF.

      * FASE DE EMISSAO - RESULTADO POR CLIENTE, RANKING E GRUPOS
       S2-EMISSAO SECTION.
       P300-EMITE-RELATORIO.
            IF WS-ERRO-ABERTURA-SIM
               SET WS-SORT-FIM TO TRUE
            ELSE
               OPEN OUTPUT RELATORIO-RENTAB
               IF NOT WS-RELATORIO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                          WS-RELATORIO-STATUS
                  SET WS-SORT-FIM TO TRUE
               ELSE
                  PERFORM P8100-IMPRIME-CABECALHO
                  PERFORM P8300-CONTROLA-PAGINA
                  MOVE 'LIQUIDO = FATURADO - N.CRED - PERDAS - DESCONTOS
      -                ' + ENCARGOS - TARIFAS' TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  PERFORM P8300-CONTROLA-PAGINA
                  MOVE 'DISPENS = ENCARGOS BAIXADOS POR PERDA (FORA DO L
      -                'IQUIDO)' TO REG-RELATORIO
                  WRITE REG-RELATORIO

                  PERFORM P310-RETORNA-E-ACUMULA UNTIL WS-SORT-FIM

                  IF WS-CLIENTE-QUEBRA NOT = ZEROS
                     PERFORM P330-FECHA-CLIENTE
                  END-IF

                  PERFORM P400-IMPRIME-TOTAIS
                  PERFORM P500-IMPRIME-RANKING
                  PERFORM P600-IMPRIME-GRUPOS
                  CLOSE RELATORIO-RENTAB
                  MOVE 'CUST-PROFIT' TO WS-SPL-PROGRAMA
                  MOVE 'src\assets\CUSTPROF.txt'
                       TO WS-SPL-ARQUIVO
                  PERFORM P8930-CATALOGA-RELATORIO
               END-IF
            END-IF.

       P310-RETORNA-E-ACUMULA.
            RETURN WORK-RENTAB
                 AT END SET WS-SORT-FIM TO TRUE
            END-RETURN

            IF NOT WS-SORT-FIM
               IF WPF-CODIGO-CLIENTE NOT = WS-CLIENTE-QUEBRA
                  IF WS-CLIENTE-QUEBRA NOT = ZEROS
                     PERFORM P330-FECHA-CLIENTE
                  END-IF
                  PERFORM P320-ABRE-CLIENTE
               END-IF

               EVALUATE TRUE
                   WHEN WPF-CADASTRO
                        SET WS-CLIENTE-ATIVO-SIM TO TRUE
                        MOVE WPF-NOME   TO WS-NOME-CLIENTE
                        MOVE WPF-FILIAL TO WS-FILIAL-CLIENTE
                        MOVE WPF-DATA-CRIACAO TO WS-DATA-CRIACAO-TRAB
                   WHEN WPF-FATURA
                        ADD WPF-VALOR TO WS-FATURADO
                   WHEN WPF-NOTA-CREDITO
                        ADD WPF-VALOR TO WS-NOTAS
                   WHEN WPF-PERDA-PARCELA
                        ADD WPF-VALOR TO WS-PERDAS
                   WHEN WPF-ENCARGO-DISPENSADO
                        ADD WPF-VALOR TO WS-DISPENSADOS
                   WHEN WPF-DESCONTO
                        ADD WPF-VALOR TO WS-DESCONTOS
                   WHEN WPF-ENCARGO
                        ADD WPF-VALOR TO WS-ENCARGOS
                   WHEN WPF-TARIFA-BANCO
                        ADD WPF-VALOR TO WS-TARIFAS
               END-EVALUATE
            END-IF.

       P320-ABRE-CLIENTE.
            MOVE WPF-CODIGO-CLIENTE TO WS-CLIENTE-QUEBRA
            MOVE 'N'    TO WS-CLIENTE-ATIVO
            MOVE SPACES TO WS-NOME-CLIENTE
            MOVE SPACES TO WS-FILIAL-CLIENTE
            MOVE ZEROS  TO WS-DATA-CRIACAO-TRAB
            MOVE ZEROS  TO WS-FATURADO
            MOVE ZEROS  TO WS-NOTAS
            MOVE ZEROS  TO WS-PERDAS
            MOVE ZEROS  TO WS-DISPENSADOS
            MOVE ZEROS  TO WS-DESCONTOS
            MOVE ZEROS  TO WS-ENCARGOS
            MOVE ZEROS  TO WS-TARIFAS.

      ******************************************************************
      * P330-FECHA-CLIENTE
      * Movimento de cliente excluido (sem registro A) passa pelo sort
      * e e descartado aqui. Antiguidade em meses cheios de calendario
      * ate a data de referencia; cliente sem data de criacao fica com
      * zero e o liquido por mes e o proprio liquido.
      ******************************************************************
       P330-FECHA-CLIENTE.
            IF WS-CLIENTE-ATIVO-SIM
               COMPUTE WS-LIQUIDO = WS-FATURADO - WS-NOTAS - WS-PERDAS
                                  - WS-DESCONTOS + WS-ENCARGOS
                                  - WS-TARIFAS

               MOVE ZEROS TO WS-ANTIGUIDADE
               IF WS-DATA-CRIACAO-TRAB > ZEROS
                  COMPUTE WS-MESES-CRI = (WS-CRI-AAAA * 12) + WS-CRI-MM
                  IF WS-MESES-REF > WS-MESES-CRI
                     COMPUTE WS-ANTIGUIDADE =
                             WS-MESES-REF - WS-MESES-CRI
                  END-IF
               END-IF
               IF WS-ANTIGUIDADE > ZEROS
                  COMPUTE WS-LIQUIDO-MES ROUNDED =
                          WS-LIQUIDO / WS-ANTIGUIDADE
               ELSE
                  MOVE WS-LIQUIDO TO WS-LIQUIDO-MES
               END-IF

               PERFORM P340-ACUMULA-GRUPO
               PERFORM P350-IMPRIME-CLIENTE
               PERFORM P360-RANQUEIA-MAIS
               PERFORM P370-RANQUEIA-MENOS

               ADD 1              TO WS-QTD-CLIENTES
               ADD WS-FATURADO    TO WS-TOT-FATURADO
               ADD WS-NOTAS       TO WS-TOT-NOTAS
               ADD WS-PERDAS      TO WS-TOT-PERDAS
               ADD WS-DESCONTOS   TO WS-TOT-DESCONTOS
               ADD WS-ENCARGOS    TO WS-TOT-ENCARGOS
               ADD WS-DISPENSADOS TO WS-TOT-DISPENSADOS
               ADD WS-TARIFAS     TO WS-TOT-TARIFAS
               ADD WS-LIQUIDO     TO WS-TOT-LIQUIDO
            END-IF.

       P340-ACUMULA-GRUPO.
            MOVE ZEROS TO WS-GRUPO-DO-CLIENTE
            PERFORM VARYING WS-IDX-VINCULO FROM 1 BY 1
                    UNTIL WS-IDX-VINCULO > WS-QTD-VINCULOS-TAB
                    OR WS-GRUPO-DO-CLIENTE > ZEROS
                IF WS-VIN-CODIGO(WS-IDX-VINCULO) = WS-CLIENTE-QUEBRA
                   MOVE WS-VIN-GRUPO(WS-IDX-VINCULO)
                        TO WS-GRUPO-DO-CLIENTE
                END-IF
            END-PERFORM

            IF WS-GRUPO-DO-CLIENTE > ZEROS
               MOVE 'N' TO WS-GRUPO-ACHADO
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                       UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS-TAB
                       OR WS-GRUPO-ACHADO-SIM
                   IF WS-GRT-GRUPO(WS-IDX-GRUPO)
                      = WS-GRUPO-DO-CLIENTE
                      SET WS-GRUPO-ACHADO-SIM TO TRUE
                      ADD 1 TO WS-GRT-QTD-CLI(WS-IDX-GRUPO)
                      ADD WS-FATURADO
                          TO WS-GRT-FATURADO(WS-IDX-GRUPO)
                      ADD WS-LIQUIDO
                          TO WS-GRT-LIQUIDO(WS-IDX-GRUPO)
                   END-IF
               END-PERFORM
               IF NOT WS-GRUPO-ACHADO-SIM
                  IF WS-QTD-GRUPOS-TAB < WS-MAX-GRUPOS
                     ADD 1 TO WS-QTD-GRUPOS-TAB
                     MOVE WS-GRUPO-DO-CLIENTE
                          TO WS-GRT-GRUPO(WS-QTD-GRUPOS-TAB)
                     MOVE 1 TO WS-GRT-QTD-CLI(WS-QTD-GRUPOS-TAB)
                     MOVE WS-FATURADO
                          TO WS-GRT-FATURADO(WS-QTD-GRUPOS-TAB)
                     MOVE WS-LIQUIDO
                          TO WS-GRT-LIQUIDO(WS-QTD-GRUPOS-TAB)
                     MOVE 'N' TO WS-GRT-IMPRESSO(WS-QTD-GRUPOS-TAB)
                  ELSE
                     SET WS-TABELA-ESTOUROU-SIM TO TRUE
                  END-IF
               END-IF
            END-IF.

       P350-IMPRIME-CLIENTE.
            IF WS-GRUPO-DO-CLIENTE > ZEROS
               MOVE WS-GRUPO-DO-CLIENTE TO WS-GRUPO-TXT
            ELSE
               MOVE '----' TO WS-GRUPO-TXT
            END-IF
            MOVE WS-ANTIGUIDADE TO WS-MESES-ED

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLI '            DELIMITED BY SIZE
                   WS-CLIENTE-QUEBRA DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-NOME-CLIENTE   DELIMITED BY SIZE
                   ' FIL '           DELIMITED BY SIZE
                   WS-FILIAL-CLIENTE DELIMITED BY SIZE
                   ' GRUPO '         DELIMITED BY SIZE
                   WS-GRUPO-TXT      DELIMITED BY SIZE
                   ' CLIENTE HA '    DELIMITED BY SIZE
                   WS-MESES-ED       DELIMITED BY SIZE
                   ' MESES'          DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-FATURADO TO WS-VALOR-ED
            MOVE WS-NOTAS    TO WS-VALOR-ED2
            MOVE WS-PERDAS   TO WS-VALOR-ED3
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  FATURADO  ' DELIMITED BY SIZE
                   WS-VALOR-ED    DELIMITED BY SIZE
                   ' N.CRED '     DELIMITED BY SIZE
                   WS-VALOR-ED2   DELIMITED BY SIZE
                   ' PERDAS  '    DELIMITED BY SIZE
                   WS-VALOR-ED3   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-DESCONTOS   TO WS-VALOR-ED
            MOVE WS-ENCARGOS    TO WS-VALOR-ED2
            MOVE WS-DISPENSADOS TO WS-VALOR-ED3
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  DESCONTOS ' DELIMITED BY SIZE
                   WS-VALOR-ED    DELIMITED BY SIZE
                   ' ENCARG '     DELIMITED BY SIZE
                   WS-VALOR-ED2   DELIMITED BY SIZE
                   ' DISPENS '    DELIMITED BY SIZE
                   WS-VALOR-ED3   DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-TARIFAS     TO WS-VALOR-ED
            MOVE WS-LIQUIDO     TO WS-LIQUIDO-ED
            MOVE WS-LIQUIDO-MES TO WS-LIQUIDO-ED2
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  TARIFAS   ' DELIMITED BY SIZE
                   WS-VALOR-ED    DELIMITED BY SIZE
                   ' LIQUIDO'     DELIMITED BY SIZE
                   WS-LIQUIDO-ED  DELIMITED BY SIZE
                   ' POR MES'     DELIMITED BY SIZE
                   WS-LIQUIDO-ED2 DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      ******************************************************************
      * P360-RANQUEIA-MAIS / P370-RANQUEIA-MENOS
      * A posicao e a primeira entrada que o cliente supera; dali
      * para baixo a tabela desce uma linha e a ultima cai fora.
      ******************************************************************
       P360-RANQUEIA-MAIS.
            MOVE ZEROS TO WS-POS-RANK
            PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                    UNTIL WS-IDX-RANK > WS-QTD-MAIS
                    OR WS-POS-RANK > ZEROS
                IF WS-LIQUIDO > WS-MAI-LIQUIDO(WS-IDX-RANK)
                   MOVE WS-IDX-RANK TO WS-POS-RANK
                END-IF
            END-PERFORM
            IF WS-POS-RANK = ZEROS
               AND WS-QTD-MAIS < WS-MAX-RANKING
               COMPUTE WS-POS-RANK = WS-QTD-MAIS + 1
            END-IF

            IF WS-POS-RANK > ZEROS
               IF WS-QTD-MAIS < WS-MAX-RANKING
                  ADD 1 TO WS-QTD-MAIS
               END-IF
               PERFORM VARYING WS-IDX-RANK FROM WS-QTD-MAIS BY -1
                       UNTIL WS-IDX-RANK NOT > WS-POS-RANK
                   MOVE WS-MAIS-ENTRADA(WS-IDX-RANK - 1)
                        TO WS-MAIS-ENTRADA(WS-IDX-RANK)
               END-PERFORM
               MOVE WS-CLIENTE-QUEBRA TO WS-MAI-CODIGO(WS-POS-RANK)
               MOVE WS-NOME-CLIENTE   TO WS-MAI-NOME(WS-POS-RANK)
               MOVE WS-ANTIGUIDADE
                    TO WS-MAI-ANTIGUIDADE(WS-POS-RANK)
               MOVE WS-LIQUIDO        TO WS-MAI-LIQUIDO(WS-POS-RANK)
            END-IF.

       P370-RANQUEIA-MENOS.
            MOVE ZEROS TO WS-POS-RANK
            PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                    UNTIL WS-IDX-RANK > WS-QTD-MENOS
                    OR WS-POS-RANK > ZEROS
                IF WS-LIQUIDO < WS-MEN-LIQUIDO(WS-IDX-RANK)
                   MOVE WS-IDX-RANK TO WS-POS-RANK
                END-IF
            END-PERFORM
            IF WS-POS-RANK = ZEROS
               AND WS-QTD-MENOS < WS-MAX-RANKING
               COMPUTE WS-POS-RANK = WS-QTD-MENOS + 1
            END-IF

            IF WS-POS-RANK > ZEROS
               IF WS-QTD-MENOS < WS-MAX-RANKING
                  ADD 1 TO WS-QTD-MENOS
               END-IF
               PERFORM VARYING WS-IDX-RANK FROM WS-QTD-MENOS BY -1
                       UNTIL WS-IDX-RANK NOT > WS-POS-RANK
                   MOVE WS-MENOS-ENTRADA(WS-IDX-RANK - 1)
                        TO WS-MENOS-ENTRADA(WS-IDX-RANK)
               END-PERFORM
               MOVE WS-CLIENTE-QUEBRA TO WS-MEN-CODIGO(WS-POS-RANK)
               MOVE WS-NOME-CLIENTE   TO WS-MEN-NOME(WS-POS-RANK)
               MOVE WS-ANTIGUIDADE
                    TO WS-MEN-ANTIGUIDADE(WS-POS-RANK)
               MOVE WS-LIQUIDO        TO WS-MEN-LIQUIDO(WS-POS-RANK)
            END-IF.

       P400-IMPRIME-TOTAIS.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-CLIENTES TO WS-QTD-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '===== TOTAL DA CARTEIRA - ' DELIMITED BY SIZE
                   WS-QTD-ED          DELIMITED BY SIZE
                   ' CLIENTE(S) ATIVO(S) =====' DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE '  FATURADO          + ' TO WS-ROTULO-TOTAL
            MOVE WS-TOT-FATURADO  TO WS-TOTAL-ED
            PERFORM P410-IMPRIME-LINHA-TOTAL
            MOVE '  NOTAS DE CREDITO  - ' TO WS-ROTULO-TOTAL
            MOVE WS-TOT-NOTAS     TO WS-TOTAL-ED
            PERFORM P410-IMPRIME-LINHA-TOTAL
            MOVE '  PERDAS            - ' TO WS-ROTULO-TOTAL
            MOVE WS-TOT-PERDAS    TO WS-TOTAL-ED
            PERFORM P410-IMPRIME-LINHA-TOTAL
            MOVE '  DESCONTOS         - ' TO WS-ROTULO-TOTAL
            MOVE WS-TOT-DESCONTOS TO WS-TOTAL-ED
            PERFORM P410-IMPRIME-LINHA-TOTAL
            MOVE '  ENCARGOS          + ' TO WS-ROTULO-TOTAL
            MOVE WS-TOT-ENCARGOS  TO WS-TOTAL-ED
            PERFORM P410-IMPRIME-LINHA-TOTAL
            MOVE '  TARIFAS BANCARIAS - ' TO WS-ROTULO-TOTAL
            MOVE WS-TOT-TARIFAS   TO WS-TOTAL-ED
            PERFORM P410-IMPRIME-LINHA-TOTAL

            MOVE WS-TOT-LIQUIDO TO WS-TOTAL-LIQ-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  LIQUIDO             ' DELIMITED BY SIZE
                   WS-TOTAL-LIQ-ED         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE WS-TOT-DISPENSADOS TO WS-TOTAL-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING '  ENCARGOS DISPENS.   ' DELIMITED BY SIZE
                   WS-TOTAL-ED              DELIMITED BY SIZE
                   '  (FORA DO LIQUIDO)'    DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P410-IMPRIME-LINHA-TOTAL.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING WS-ROTULO-TOTAL DELIMITED BY SIZE
                   WS-TOTAL-ED     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P500-IMPRIME-RANKING.
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE '===== OS MAIS RENTAVEIS =====' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                    UNTIL WS-IDX-RANK > WS-QTD-MAIS
                MOVE WS-IDX-RANK TO WS-RANK-ED
                MOVE WS-MAI-ANTIGUIDADE(WS-IDX-RANK) TO WS-MESES-ED
                MOVE WS-MAI-LIQUIDO(WS-IDX-RANK) TO WS-LIQUIDO-ED
                PERFORM P8300-CONTROLA-PAGINA
                MOVE SPACES TO REG-RELATORIO
                STRING WS-RANK-ED        DELIMITED BY SIZE
                       '. CLI '          DELIMITED BY SIZE
                       WS-MAI-CODIGO(WS-IDX-RANK) DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       WS-MAI-NOME(WS-IDX-RANK)   DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       WS-MESES-ED       DELIMITED BY SIZE
                       ' MESES  LIQUIDO' DELIMITED BY SIZE
                       WS-LIQUIDO-ED     DELIMITED BY SIZE
                       INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
            END-PERFORM

            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P8300-CONTROLA-PAGINA
            MOVE '===== OS MENOS RENTAVEIS =====' TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                    UNTIL WS-IDX-RANK > WS-QTD-MENOS
                MOVE WS-IDX-RANK TO WS-RANK-ED
                MOVE WS-MEN-ANTIGUIDADE(WS-IDX-RANK) TO WS-MESES-ED
                MOVE WS-MEN-LIQUIDO(WS-IDX-RANK) TO WS-LIQUIDO-ED
                PERFORM P8300-CONTROLA-PAGINA
                MOVE SPACES TO REG-RELATORIO
                STRING WS-RANK-ED        DELIMITED BY SIZE
                       '. CLI '          DELIMITED BY SIZE
                       WS-MEN-CODIGO(WS-IDX-RANK) DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       WS-MEN-NOME(WS-IDX-RANK)   DELIMITED BY SIZE
                       ' '               DELIMITED BY SIZE
                       WS-MESES-ED       DELIMITED BY SIZE
                       ' MESES  LIQUIDO' DELIMITED BY SIZE
                       WS-LIQUIDO-ED     DELIMITED BY SIZE
                       INTO REG-RELATORIO
                END-STRING
                WRITE REG-RELATORIO
            END-PERFORM.

      ******************************************************************
      * P600-IMPRIME-GRUPOS
      * Do mais ao menos rentavel: a cada volta sai o maior liquido
      * ainda nao impresso (tabela de no maximo 50 grupos).
      ******************************************************************
       P600-IMPRIME-GRUPOS.
            IF WS-QTD-GRUPOS-TAB > ZEROS
               PERFORM P8300-CONTROLA-PAGINA
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P8300-CONTROLA-PAGINA
               MOVE '===== CONSOLIDADO POR GRUPO ECONOMICO ====='
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P610-IMPRIME-MAIOR-GRUPO
                       WS-QTD-GRUPOS-TAB TIMES
            END-IF.

       P610-IMPRIME-MAIOR-GRUPO.
            MOVE ZEROS TO WS-IDX-GRUPO-MAIOR
            PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                    UNTIL WS-IDX-GRUPO > WS-QTD-GRUPOS-TAB
                IF WS-GRT-IMPRESSO(WS-IDX-GRUPO) = 'N'
                   IF WS-IDX-GRUPO-MAIOR = ZEROS
                      MOVE WS-IDX-GRUPO TO WS-IDX-GRUPO-MAIOR
                   ELSE
                      IF WS-GRT-LIQUIDO(WS-IDX-GRUPO)
                         > WS-GRT-LIQUIDO(WS-IDX-GRUPO-MAIOR)
                         MOVE WS-IDX-GRUPO TO WS-IDX-GRUPO-MAIOR
                      END-IF
                   END-IF
                END-IF
            END-PERFORM

            MOVE 'S' TO WS-GRT-IMPRESSO(WS-IDX-GRUPO-MAIOR)
            MOVE WS-GRT-QTD-CLI(WS-IDX-GRUPO-MAIOR) TO WS-QTD-ED
            MOVE WS-GRT-FATURADO(WS-IDX-GRUPO-MAIOR) TO WS-TOTAL-ED
            MOVE WS-GRT-LIQUIDO(WS-IDX-GRUPO-MAIOR) TO WS-TOTAL-LIQ-ED
            PERFORM P8300-CONTROLA-PAGINA
            MOVE SPACES TO REG-RELATORIO
            STRING 'GRUPO '        DELIMITED BY SIZE
                   WS-GRT-GRUPO(WS-IDX-GRUPO-MAIOR) DELIMITED BY SIZE
                   ': '            DELIMITED BY SIZE
                   WS-QTD-ED       DELIMITED BY SIZE
                   ' CLI FATURADO' DELIMITED BY SIZE
                   WS-TOTAL-ED     DELIMITED BY SIZE
                   ' LIQUIDO'      DELIMITED BY SIZE
                   WS-TOTAL-LIQ-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P8100-IMPRIME-CABECALHO.
            ADD 1 TO WS-NUM-PAGINA
            MOVE WS-NUM-PAGINA TO WS-NUM-PAGINA-ED
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE SPACES TO REG-RELATORIO
            STRING '===== RENTABILIDADE POR CLIENTE - POSICAO EM '
                   DELIMITED BY SIZE
                   WS-DATA-BR       DELIMITED BY SIZE
                   ' - PAGINA '     DELIMITED BY SIZE
                   WS-NUM-PAGINA-ED DELIMITED BY SIZE
                   ' ====='         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO

            MOVE ZEROS TO WS-LINHAS-PAGINA.

           COPY PAGECTPA.
           COPY DTCONVP.
           COPY ASOFPA.
           COPY BCOPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM CUST-PROFIT.
