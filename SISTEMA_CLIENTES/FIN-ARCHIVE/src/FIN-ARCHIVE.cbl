      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Arquivamento anual do historico financeiro
      *            quitado. INSTFILE, RCPTREG, LATEFEE e INVFILE so
      *            crescem, e todo programa financeiro os le inteiros
      *            a cada rodada. Move para o arquivo-morto datado da
      *            rodada (FINARQ.AAAAMMDD.dat, copybook FINARQF) o
      *            que ja esta liquidado ha mais anos que o prazo
      *            configurado (FINARCFG.dat; na falta dele, 5 anos -
      *            o mesmo do WS-ANOS-RETENCAO do PROGCSV/PURGE),
      *            contado de 01/01 do ano da data de referencia:
      *              INSTFILE  parcela PAGA ou RENEGOCIADA vencida
      *                        antes do corte
      *              RCPTREG   recibo de parcela arquivada, e recibo
      *                        de baixa sem plano pago antes do corte
      *              LATEFEE   encargo de competencia anterior ao
      *                        corte de contrato sem parcela ABERTA
      *              INVFILE   fatura emitida antes do corte
      *            Deixa no catalogo FINARQCT.dat (copybook FINACTF)
      *            os totais de controle por cliente - o RECON-LEDGER
      *            os soma de volta e a conciliacao continua fechando
      *            - e o CUST-360 e o CUST-STATEMENT buscam por ele os
      *            itens arquivados (FINARQPA). Os arquivos de origem
      *            so sao regravados depois do arquivo-morto e do
      *            catalogo gravados; qualquer erro antes disso nao
      *            tira nada deles. Uma rodada por ano: se o catalogo
      *            ja tem rodada no ano da data de referencia, so
      *            avisa e termina. Nao roda no ambiente de
      *            treinamento - recibos, encargos e faturas nao tem
      *            copia de treinamento. Etapa da cadeia do
      *            JOB-SEQUENCER depois do YEAR-END-CLOSE; na pratica
      *            arquiva na primeira rodada de cada ano.
      *            RETURN-CODE 4 quando alguma tabela estourou ou
      *            faltou arquivo de origem, 8 em erro de abertura.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-ARCHIVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INSTSL.
           COPY FINARQSL.
           COPY ASOFSL.

           SELECT REGISTRO-RECIBOS ASSIGN TO
           'src\assets\RCPTREG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIBOS-STATUS.

           SELECT ARQUIVO-ENCARGOS ASSIGN TO
           'src\assets\LATEFEE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.

           SELECT ARQUIVO-FATURAS ASSIGN TO
           'src\assets\INVFILE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATURAS-STATUS.

      * UM ARQUIVO DE MANTIDOS POR ORIGEM - OS QUATRO SO REGRAVAM A
      * ORIGEM DEPOIS DO CATALOGO GRAVADO
           SELECT MANTIDAS-PARCELAS ASSIGN TO
           'src\assets\FINKEEPP.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANT-PARCELAS-STATUS.

           SELECT MANTIDOS-RECIBOS ASSIGN TO
           'src\assets\FINKEEPR.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANT-RECIBOS-STATUS.

           SELECT MANTIDOS-ENCARGOS ASSIGN TO
           'src\assets\FINKEEPE.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANT-ENCARGOS-STATUS.

           SELECT MANTIDAS-FATURAS ASSIGN TO
           'src\assets\FINKEEPF.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANT-FATURAS-STATUS.

           SELECT ARQUIVAMENTO-CONFIG ASSIGN TO
           'src\assets\FINARCFG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT RELATORIO-ARQUIVAMENTO ASSIGN TO
           'src\assets\FINARQ.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  CONTROLE-ARQUIVAMENTO.
           COPY FINACTF.

       FD  ARQUIVO-FIN-MORTO.
           COPY FINARQF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  REGISTRO-RECIBOS.
           COPY RCPTF.

       FD  ARQUIVO-ENCARGOS.
       01  REG-ENCARGO.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

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

       FD  MANTIDAS-PARCELAS.
       01  REG-MANTIDA-PARCELA         PIC X(80).

       FD  MANTIDOS-RECIBOS.
       01  REG-MANTIDO-RECIBO          PIC X(80).

       FD  MANTIDOS-ENCARGOS.
       01  REG-MANTIDO-ENCARGO         PIC X(80).

       FD  MANTIDAS-FATURAS.
       01  REG-MANTIDA-FATURA          PIC X(80).

      * PRAZO DE GUARDA EM ANOS NOS ARQUIVOS DE ORIGEM
       FD  ARQUIVAMENTO-CONFIG.
       01  REG-ARQUIVAMENTO-CONFIG.
           05  FAC-ANOS-RETENCAO       PIC 9(02).

       FD  RELATORIO-ARQUIVAMENTO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

      * CATALOGO E ARQUIVO-MORTO DO ARQUIVAMENTO (COPYBOOKS FINARQ*)
           COPY FINARQWS.

       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-RECIBOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RECIBOS-OK                   VALUE '00'.
       77  WS-ENCARGOS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENCARGOS-OK                  VALUE '00'.
       77  WS-FATURAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-FATURAS-OK                   VALUE '00'.
       77  WS-MANT-PARCELAS-STATUS PIC X(02)   VALUE SPACES.
           88  WS-MANT-PARCELAS-OK             VALUE '00'.
       77  WS-MANT-RECIBOS-STATUS  PIC X(02)   VALUE SPACES.
           88  WS-MANT-RECIBOS-OK              VALUE '00'.
       77  WS-MANT-ENCARGOS-STATUS PIC X(02)   VALUE SPACES.
           88  WS-MANT-ENCARGOS-OK             VALUE '00'.
       77  WS-MANT-FATURAS-STATUS  PIC X(02)   VALUE SPACES.
           88  WS-MANT-FATURAS-OK              VALUE '00'.
       77  WS-CONFIG-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-CONFIG-OK                    VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-JA-ARQUIVADO         PIC X(01)   VALUE 'N'.
           88  WS-JA-ARQUIVADO-SIM             VALUE 'S'.
       77  WS-FIM-LEITURA          PIC X(01)   VALUE 'N'.
           88  WS-FIM-LEITURA-SIM              VALUE 'S'.
       77  WS-QTD-AVISOS           PIC 9(02)   VALUE ZEROS COMP.

      * ORIGEM LIDA NESTA RODADA (AUSENTE NAO E REGRAVADA)
       77  WS-PARCELAS-LIDAS-SW    PIC X(01)   VALUE 'N'.
           88  WS-PARCELAS-LIDAS               VALUE 'S'.
       77  WS-RECIBOS-LIDOS-SW     PIC X(01)   VALUE 'N'.
           88  WS-RECIBOS-LIDOS                VALUE 'S'.
       77  WS-ENCARGOS-LIDOS-SW    PIC X(01)   VALUE 'N'.
           88  WS-ENCARGOS-LIDOS               VALUE 'S'.
       77  WS-FATURAS-LIDAS-SW     PIC X(01)   VALUE 'N'.
           88  WS-FATURAS-LIDAS                VALUE 'S'.

      * PRAZO APLICADO (PADRAO COMPILADO, SOBREPOSTO PELO FINARCFG.dat)
       77  WS-ANOS-RETENCAO        PIC 9(02)   VALUE 05.

      * CORTE: ITEM DATADO ANTES DE 01/01 DO ANO DE REFERENCIA MENOS
      * O PRAZO E ARQUIVADO
       01  WS-DATA-CORTE           PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05  WS-CORTE-AAAA           PIC 9(04).
           05  WS-CORTE-MM             PIC 9(02).
           05  WS-CORTE-DD             PIC 9(02).
       01  WS-COMPETENCIA-CORTE    PIC 9(06)   VALUE ZEROS.
       01  WS-DATA-REF-R.
           05  WS-REF-AAAA             PIC 9(04).
           05  WS-REF-MMDD             PIC 9(04).
       01  WS-DATA-CORTE-BR        PIC X(10)   VALUE SPACES.

      * CONTRATOS (CLIENTE + CONTRATO) COM PARCELA ABERTA - SEUS
      * ENCARGOS FICAM. ESTOURADA, NENHUM ENCARGO E ARQUIVADO.
       77  WS-MAX-ABERTOS          PIC 9(05)   VALUE 05000.
       77  WS-QTD-ABERTOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-IDX-ABERTO           PIC 9(05)   VALUE ZEROS COMP.
       77  WS-ABERTOS-ESTOURO      PIC X(01)   VALUE 'N'.
           88  WS-ABERTOS-ESTOURO-SIM          VALUE 'S'.
       01  WS-TAB-ABERTOS.
           05  WS-ABERTO-CHAVE     PIC X(08)  OCCURS 5000 TIMES.
       01  WS-CHAVE-CONTRATO.
           05  WS-CHC-CODIGO       PIC 9(06).
           05  WS-CHC-CONTRATO     PIC 9(02).

      * CHAVES DAS PARCELAS ARQUIVADAS (CLIENTE + NUMERO + VENCIMENTO)
      * PARA LEVAR JUNTO OS RECIBOS DELAS. ESTOURADA, AS PARCELAS
      * SEGUINTES FICAM PARA A PROXIMA RODADA.
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

      * TOTAIS DE CONTROLE POR CLIENTE - UMA LINHA DO FINARQCT.dat
      * CADA. CLIENTE QUE NAO CABE MAIS FICA COM TUDO NA ORIGEM.
       77  WS-MAX-CLIENTES         PIC 9(04)   VALUE 3000.
       77  WS-QTD-CLIENTES         PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CLIENTE          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-CLIENTES-ESTOURO     PIC X(01)   VALUE 'N'.
           88  WS-CLIENTES-ESTOURO-SIM         VALUE 'S'.
       01  WS-CODIGO-BUSCADO       PIC 9(06)   VALUE ZEROS.
       01  WS-TAB-CLIENTES.
           05  WS-CLI-ENTRADA      OCCURS 3000 TIMES.
               10  WS-CLI-CODIGO           PIC 9(06).
               10  WS-CLI-QTD-PAGAS        PIC 9(05).
               10  WS-CLI-VALOR-PAGAS      PIC 9(11)V99.
               10  WS-CLI-QTD-RENEGOCIADAS PIC 9(05).
               10  WS-CLI-QTD-RECIBOS      PIC 9(05).
               10  WS-CLI-VALOR-RECIBOS    PIC 9(11)V99.
               10  WS-CLI-QTD-ENCARGOS     PIC 9(05).
               10  WS-CLI-VALOR-ENCARGOS   PIC 9(11)V99.
               10  WS-CLI-QTD-FATURAS      PIC 9(05).
               10  WS-CLI-VALOR-FATURAS    PIC 9(13)V99.

      * CONTAGEM POR ARQUIVO DE ORIGEM
       01  WS-TAB-ORIGENS.
           05  WS-ORIGEM-ENTRADA   OCCURS 4 TIMES.
               10  WS-ORI-LIDOS        PIC 9(07)   COMP.
               10  WS-ORI-ARQUIVADOS   PIC 9(07)   COMP.
               10  WS-ORI-VALOR        PIC 9(13)V99.
       77  WS-ORI-PARCELAS         PIC 9(01)   VALUE 1.
       77  WS-ORI-RECIBOS          PIC 9(01)   VALUE 2.
       77  WS-ORI-ENCARGOS         PIC 9(01)   VALUE 3.
       77  WS-ORI-FATURAS          PIC 9(01)   VALUE 4.
       77  WS-IDX-ORIGEM           PIC 9(01)   VALUE ZEROS.
       77  WS-TOT-ARQUIVADOS       PIC 9(07)   VALUE ZEROS COMP.
       01  WS-NOME-ORIGEM          PIC X(10)   VALUE SPACES.

       77  WS-QTD-ED               PIC Z.ZZZ.ZZ9.
       77  WS-MANTIDOS-ED          PIC Z.ZZZ.ZZ9.
       77  WS-ARQUIVADOS-ED        PIC Z.ZZZ.ZZ9.
       77  WS-VALOR-ED             PIC $$.$$$.$$$.$$$.$$9,99.
       77  WS-QTD-MANTIDOS         PIC 9(07)   VALUE ZEROS COMP.
       77  WS-PARC-ED              PIC ZZ.ZZ9.
       77  WS-RECB-ED              PIC ZZ.ZZ9.
       77  WS-ENCG-ED              PIC ZZ.ZZ9.
       77  WS-FATR-ED              PIC ZZ.ZZ9.

      * CONVERSAO DE DATA (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            IF WS-AMBIENTE-TREINO
               DISPLAY 'ARQUIVAMENTO FINANCEIRO NAO RODA COM O '
                       'AMBIENTE DE TREINAMENTO LIGADO (AMBIENTE.dat)'
                       ' - NADA FOI ARQUIVADO.'
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  AND NOT WS-JA-ARQUIVADO-SIM
                  PERFORM P200-PASSA-PARCELAS
                  PERFORM P300-PASSA-RECIBOS
                  PERFORM P400-PASSA-ENCARGOS
                  PERFORM P500-PASSA-FATURAS
                  CLOSE ARQUIVO-FIN-MORTO
                  PERFORM P600-GRAVA-CONTROLE
                  IF NOT WS-ERRO-ABERTURA-SIM
                     PERFORM P700-REGRAVA-ORIGENS
                  END-IF
                  PERFORM P800-IMPRIME-RESUMO
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-REF-R
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            PERFORM P110-LE-CONFIG
            COMPUTE WS-CORTE-AAAA = WS-REF-AAAA - WS-ANOS-RETENCAO
            MOVE 01 TO WS-CORTE-MM
            MOVE 01 TO WS-CORTE-DD
            COMPUTE WS-COMPETENCIA-CORTE = WS-CORTE-AAAA * 100 + 01

            INITIALIZE WS-TAB-ORIGENS

            PERFORM P120-CONFERE-RODADA-DO-ANO
            IF WS-JA-ARQUIVADO-SIM
               DISPLAY 'ARQUIVAMENTO DE ' WS-REF-AAAA
                       ' JA FEITO (FINARQCT.dat) - NADA A FAZER.'
            ELSE
               OPEN OUTPUT RELATORIO-ARQUIVAMENTO
               MOVE SPACES TO WS-ARQ-FIN-MORTO
               STRING 'src\assets\FINARQ.'   DELIMITED BY SIZE
                      WS-DATA-REFERENCIA     DELIMITED BY SIZE
                      '.dat'                 DELIMITED BY SIZE
                      INTO WS-ARQ-FIN-MORTO
               END-STRING
      *        A RODADA E UMA SO POR ANO - UM MORTO DE HOJE SO PODE
      *        SER SOBRA DE RODADA INTERROMPIDA, SEM LINHA NO
      *        CATALOGO, E E RECRIADO
               OPEN OUTPUT ARQUIVO-FIN-MORTO
               IF NOT WS-RELATORIO-OK OR NOT WS-FAQ-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  IF WS-FAQ-OK
                     CLOSE ARQUIVO-FIN-MORTO
                  END-IF
                  DISPLAY 'ERRO AO ABRIR ARQUIVOS - RELATORIO: '
                          WS-RELATORIO-STATUS ' ARQUIVO-MORTO: '
                          WS-FAQ-STATUS
               ELSE
                  MOVE WS-DATA-CORTE TO WS-DATA-ISO
                  PERFORM P8200-CONVERTE-ISO-PARA-BR
                  MOVE WS-DATA-BR TO WS-DATA-CORTE-BR
                  MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
                  PERFORM P8200-CONVERTE-ISO-PARA-BR
                  MOVE '===== ARQUIVAMENTO DO HISTORICO FINANCEIRO '
                     & 'QUITADO ====='
                       TO REG-RELATORIO
                  WRITE REG-RELATORIO
                  MOVE SPACES TO REG-RELATORIO
                  STRING 'DATA DE REFERENCIA: ' DELIMITED BY SIZE
                         WS-DATA-BR             DELIMITED BY SIZE
                         '   PRAZO: '           DELIMITED BY SIZE
                         WS-ANOS-RETENCAO       DELIMITED BY SIZE
                         ' ANOS   CORTE: ANTES DE '
                                                DELIMITED BY SIZE
                         WS-DATA-CORTE-BR       DELIMITED BY SIZE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
                  MOVE SPACES TO REG-RELATORIO
                  STRING 'ARQUIVO-MORTO: '      DELIMITED BY SIZE
                         WS-ARQ-FIN-MORTO       DELIMITED BY SPACE
                         INTO REG-RELATORIO
                  END-STRING
                  WRITE REG-RELATORIO
                  MOVE SPACES TO REG-RELATORIO
                  WRITE REG-RELATORIO
               END-IF
            END-IF.

       P110-LE-CONFIG.
            OPEN INPUT ARQUIVAMENTO-CONFIG
            IF WS-CONFIG-OK
               READ ARQUIVAMENTO-CONFIG
               IF WS-CONFIG-OK
                  AND FAC-ANOS-RETENCAO IS NUMERIC
                  AND FAC-ANOS-RETENCAO > ZEROS
                  MOVE FAC-ANOS-RETENCAO TO WS-ANOS-RETENCAO
               END-IF
               CLOSE ARQUIVAMENTO-CONFIG
            END-IF.

      *     RODADA COM ITENS NO ANO DA DATA DE REFERENCIA JA DEIXOU
      *     LINHA NO CATALOGO
       P120-CONFERE-RODADA-DO-ANO.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT CONTROLE-ARQUIVAMENTO
            IF WS-FCT-OK
               PERFORM P125-LE-CONTROLE
                       UNTIL WS-FIM-LEITURA-SIM OR WS-JA-ARQUIVADO-SIM
               CLOSE CONTROLE-ARQUIVAMENTO
            END-IF.

       P125-LE-CONTROLE.
            READ CONTROLE-ARQUIVAMENTO
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               IF FCT-DATA-ARQUIVAMENTO(1:4) = WS-DATA-REF-R(1:4)
                  SET WS-JA-ARQUIVADO-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P150-ACHA-CLIENTE
      * Entrada do cliente WS-CODIGO-BUSCADO na tabela de totais,
      * incluida se faltar. WS-IDX-CLIENTE = 0 quando a tabela esta
      * cheia - o item fica na origem.
      ******************************************************************
       P150-ACHA-CLIENTE.
            PERFORM VARYING WS-IDX-CLIENTE FROM 1 BY 1
                    UNTIL WS-IDX-CLIENTE > WS-QTD-CLIENTES
                    OR WS-CLI-CODIGO(WS-IDX-CLIENTE) = WS-CODIGO-BUSCADO
                CONTINUE
            END-PERFORM
            IF WS-IDX-CLIENTE > WS-QTD-CLIENTES
               IF WS-QTD-CLIENTES < WS-MAX-CLIENTES
                  ADD 1 TO WS-QTD-CLIENTES
                  MOVE WS-QTD-CLIENTES TO WS-IDX-CLIENTE
                  INITIALIZE WS-CLI-ENTRADA(WS-IDX-CLIENTE)
                  MOVE WS-CODIGO-BUSCADO
                       TO WS-CLI-CODIGO(WS-IDX-CLIENTE)
               ELSE
                  SET WS-CLIENTES-ESTOURO-SIM TO TRUE
                  MOVE ZEROS TO WS-IDX-CLIENTE
               END-IF
            END-IF.

      ******************************************************************
      * P200-PASSA-PARCELAS
      * Parcela ABERTA marca o contrato como em aberto (os encargos
      * dele ficam). PAGA ou RENEGOCIADA vencida antes do corte vai
      * para o arquivo-morto e tem a chave guardada para os recibos.
      ******************************************************************
       P200-PASSA-PARCELAS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-PARCELAS
            IF NOT WS-PARCELAS-OK
               MOVE 'INSTFILE' TO WS-NOME-ORIGEM
               PERFORM P850-ORIGEM-AUSENTE
            ELSE
               OPEN OUTPUT MANTIDAS-PARCELAS
               IF NOT WS-MANT-PARCELAS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR FINKEEPP.tmp - STATUS '
                          WS-MANT-PARCELAS-STATUS
               ELSE
                  SET WS-PARCELAS-LIDAS TO TRUE
                  PERFORM P210-LE-PARCELA UNTIL WS-FIM-LEITURA-SIM
                  CLOSE MANTIDAS-PARCELAS
               END-IF
               CLOSE ARQUIVO-PARCELAS
            END-IF.

       P210-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               ADD 1 TO WS-ORI-LIDOS(WS-ORI-PARCELAS)
               MOVE ZEROS TO WS-IDX-CLIENTE
               IF PCL-ABERTA
                  PERFORM P220-MARCA-CONTRATO-ABERTO
               ELSE
                  IF (PCL-PAGA OR PCL-RENEGOCIADA)
                     AND PCL-VENCIMENTO IS NUMERIC
                     AND PCL-VENCIMENTO < WS-DATA-CORTE
                     IF WS-QTD-PARCELAS-TAB < WS-MAX-PARCELAS
                        MOVE PCL-CODIGO TO WS-CODIGO-BUSCADO
                        PERFORM P150-ACHA-CLIENTE
                     ELSE
                        SET WS-PARCELAS-ESTOURO-SIM TO TRUE
                     END-IF
                  END-IF
               END-IF

               IF WS-IDX-CLIENTE > ZEROS
                  ADD 1 TO WS-QTD-PARCELAS-TAB
                  MOVE PCL-CODIGO     TO WS-CHP-CODIGO
                  MOVE PCL-NUMERO     TO WS-CHP-NUMERO
                  MOVE PCL-VENCIMENTO TO WS-CHP-VENCIMENTO
                  MOVE WS-CHAVE-PROCURADA
                       TO WS-PARCELA-CHAVE(WS-QTD-PARCELAS-TAB)
                  IF PCL-PAGA
                     ADD 1 TO WS-CLI-QTD-PAGAS(WS-IDX-CLIENTE)
                     ADD PCL-VALOR
                         TO WS-CLI-VALOR-PAGAS(WS-IDX-CLIENTE)
                     ADD PCL-VALOR TO WS-ORI-VALOR(WS-ORI-PARCELAS)
                  ELSE
                     ADD 1 TO WS-CLI-QTD-RENEGOCIADAS(WS-IDX-CLIENTE)
                  END-IF
                  ADD 1 TO WS-ORI-ARQUIVADOS(WS-ORI-PARCELAS)
                  MOVE SPACES         TO REG-ARQUIVO-FIN-MORTO
                  MOVE 'P'            TO FAQ-TIPO
                  MOVE PCL-CODIGO     TO FAQ-CODIGO
                  MOVE PCL-VENCIMENTO TO FAQ-DATA
                  MOVE REG-PARCELA    TO FAQ-IMAGEM
                  WRITE REG-ARQUIVO-FIN-MORTO
               ELSE
                  MOVE REG-PARCELA TO REG-MANTIDA-PARCELA
                  WRITE REG-MANTIDA-PARCELA
               END-IF
            END-IF.

      *     CONTRATO SEM NUMERO NA PARCELA E O PRINCIPAL (01), COMO
      *     NO RESTO DO SISTEMA
       P220-MARCA-CONTRATO-ABERTO.
            MOVE PCL-CODIGO TO WS-CHC-CODIGO
            IF PCL-CONTRATO IS NUMERIC AND PCL-CONTRATO > ZEROS
               MOVE PCL-CONTRATO TO WS-CHC-CONTRATO
            ELSE
               MOVE 01 TO WS-CHC-CONTRATO
            END-IF
            PERFORM P230-PROCURA-CONTRATO-ABERTO
            IF WS-IDX-ABERTO > WS-QTD-ABERTOS
               IF WS-QTD-ABERTOS < WS-MAX-ABERTOS
                  ADD 1 TO WS-QTD-ABERTOS
                  MOVE WS-CHAVE-CONTRATO
                       TO WS-ABERTO-CHAVE(WS-QTD-ABERTOS)
               ELSE
                  SET WS-ABERTOS-ESTOURO-SIM TO TRUE
               END-IF
            END-IF.

       P230-PROCURA-CONTRATO-ABERTO.
            PERFORM VARYING WS-IDX-ABERTO FROM 1 BY 1
                    UNTIL WS-IDX-ABERTO > WS-QTD-ABERTOS
                    OR WS-ABERTO-CHAVE(WS-IDX-ABERTO)
                       = WS-CHAVE-CONTRATO
                CONTINUE
            END-PERFORM.

      ******************************************************************
      * P300-PASSA-RECIBOS
      * Recibo de parcela acompanha a parcela: so sai se a chave dela
      * foi arquivada nesta rodada. Recibo de baixa sem plano (parcela
      * ZEROS) sai pela data do pagamento.
      ******************************************************************
       P300-PASSA-RECIBOS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT REGISTRO-RECIBOS
            IF NOT WS-RECIBOS-OK
               MOVE 'RCPTREG' TO WS-NOME-ORIGEM
               PERFORM P850-ORIGEM-AUSENTE
            ELSE
               OPEN OUTPUT MANTIDOS-RECIBOS
               IF NOT WS-MANT-RECIBOS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR FINKEEPR.tmp - STATUS '
                          WS-MANT-RECIBOS-STATUS
               ELSE
                  SET WS-RECIBOS-LIDOS TO TRUE
                  PERFORM P310-LE-RECIBO UNTIL WS-FIM-LEITURA-SIM
                  CLOSE MANTIDOS-RECIBOS
               END-IF
               CLOSE REGISTRO-RECIBOS
            END-IF.

       P310-LE-RECIBO.
            READ REGISTRO-RECIBOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               ADD 1 TO WS-ORI-LIDOS(WS-ORI-RECIBOS)
               MOVE ZEROS TO WS-IDX-CLIENTE
               IF RCP-PARCELA IS NUMERIC AND RCP-PARCELA > ZEROS
                  IF RCP-VENCIMENTO IS NUMERIC
                     AND RCP-VENCIMENTO < WS-DATA-CORTE
                     MOVE RCP-CODIGO     TO WS-CHP-CODIGO
                     MOVE RCP-PARCELA    TO WS-CHP-NUMERO
                     MOVE RCP-VENCIMENTO TO WS-CHP-VENCIMENTO
                     PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                             UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS-TAB
                             OR WS-PARCELA-CHAVE(WS-IDX-PARCELA)
                                = WS-CHAVE-PROCURADA
                         CONTINUE
                     END-PERFORM
                     IF WS-IDX-PARCELA NOT > WS-QTD-PARCELAS-TAB
                        MOVE RCP-CODIGO TO WS-CODIGO-BUSCADO
                        PERFORM P150-ACHA-CLIENTE
                     END-IF
                  END-IF
               END-IF
               IF RCP-PARCELA IS NUMERIC AND RCP-PARCELA = ZEROS
                  IF RCP-DATA-PAGTO IS NUMERIC
                     AND RCP-DATA-PAGTO < WS-DATA-CORTE
                     MOVE RCP-CODIGO TO WS-CODIGO-BUSCADO
                     PERFORM P150-ACHA-CLIENTE
                  END-IF
               END-IF

               IF WS-IDX-CLIENTE > ZEROS
                  ADD 1 TO WS-CLI-QTD-RECIBOS(WS-IDX-CLIENTE)
                  ADD RCP-VALOR TO WS-CLI-VALOR-RECIBOS(WS-IDX-CLIENTE)
                  ADD 1 TO WS-ORI-ARQUIVADOS(WS-ORI-RECIBOS)
                  ADD RCP-VALOR TO WS-ORI-VALOR(WS-ORI-RECIBOS)
                  MOVE SPACES         TO REG-ARQUIVO-FIN-MORTO
                  MOVE 'R'            TO FAQ-TIPO
                  MOVE RCP-CODIGO     TO FAQ-CODIGO
                  MOVE RCP-DATA-PAGTO TO FAQ-DATA
                  MOVE REG-RECIBO     TO FAQ-IMAGEM
                  WRITE REG-ARQUIVO-FIN-MORTO
               ELSE
                  MOVE REG-RECIBO TO REG-MANTIDO-RECIBO
                  WRITE REG-MANTIDO-RECIBO
               END-IF
            END-IF.

      ******************************************************************
      * P400-PASSA-ENCARGOS
      * O LATEFEE nao marca encargo pago - encargo e dado como
      * liquidado quando o contrato dele nao tem mais parcela ABERTA.
      * Com a tabela de contratos abertos estourada nada sai.
      ******************************************************************
       P400-PASSA-ENCARGOS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-ENCARGOS
            IF NOT WS-ENCARGOS-OK
               MOVE 'LATEFEE' TO WS-NOME-ORIGEM
               PERFORM P850-ORIGEM-AUSENTE
            ELSE
               OPEN OUTPUT MANTIDOS-ENCARGOS
               IF NOT WS-MANT-ENCARGOS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR FINKEEPE.tmp - STATUS '
                          WS-MANT-ENCARGOS-STATUS
               ELSE
                  SET WS-ENCARGOS-LIDOS TO TRUE
                  PERFORM P410-LE-ENCARGO UNTIL WS-FIM-LEITURA-SIM
                  CLOSE MANTIDOS-ENCARGOS
               END-IF
               CLOSE ARQUIVO-ENCARGOS
            END-IF.

       P410-LE-ENCARGO.
            READ ARQUIVO-ENCARGOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               ADD 1 TO WS-ORI-LIDOS(WS-ORI-ENCARGOS)
               MOVE ZEROS TO WS-IDX-CLIENTE
               IF NOT WS-ABERTOS-ESTOURO-SIM
                  AND LFE-COMPETENCIA IS NUMERIC
                  AND LFE-COMPETENCIA < WS-COMPETENCIA-CORTE
                  MOVE LFE-CODIGO TO WS-CHC-CODIGO
                  IF LFE-CONTRATO IS NUMERIC AND LFE-CONTRATO > ZEROS
                     MOVE LFE-CONTRATO TO WS-CHC-CONTRATO
                  ELSE
                     MOVE 01 TO WS-CHC-CONTRATO
                  END-IF
                  PERFORM P230-PROCURA-CONTRATO-ABERTO
                  IF WS-IDX-ABERTO > WS-QTD-ABERTOS
                     MOVE LFE-CODIGO TO WS-CODIGO-BUSCADO
                     PERFORM P150-ACHA-CLIENTE
                  END-IF
               END-IF

               IF WS-IDX-CLIENTE > ZEROS
                  ADD 1 TO WS-CLI-QTD-ENCARGOS(WS-IDX-CLIENTE)
                  ADD LFE-VALOR-ENCARGO
                      TO WS-CLI-VALOR-ENCARGOS(WS-IDX-CLIENTE)
                  ADD 1 TO WS-ORI-ARQUIVADOS(WS-ORI-ENCARGOS)
                  ADD LFE-VALOR-ENCARGO TO WS-ORI-VALOR(WS-ORI-ENCARGOS)
                  MOVE SPACES          TO REG-ARQUIVO-FIN-MORTO
                  MOVE 'E'             TO FAQ-TIPO
                  MOVE LFE-CODIGO      TO FAQ-CODIGO
                  COMPUTE FAQ-DATA = LFE-COMPETENCIA * 100 + 01
                  MOVE REG-ENCARGO     TO FAQ-IMAGEM
                  WRITE REG-ARQUIVO-FIN-MORTO
               ELSE
                  MOVE REG-ENCARGO TO REG-MANTIDO-ENCARGO
                  WRITE REG-MANTIDO-ENCARGO
               END-IF
            END-IF.

      *     FATURA EMITIDA ANTES DO CORTE
       P500-PASSA-FATURAS.
            MOVE 'N' TO WS-FIM-LEITURA
            OPEN INPUT ARQUIVO-FATURAS
            IF NOT WS-FATURAS-OK
               MOVE 'INVFILE' TO WS-NOME-ORIGEM
               PERFORM P850-ORIGEM-AUSENTE
            ELSE
               OPEN OUTPUT MANTIDAS-FATURAS
               IF NOT WS-MANT-FATURAS-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR FINKEEPF.tmp - STATUS '
                          WS-MANT-FATURAS-STATUS
               ELSE
                  SET WS-FATURAS-LIDAS TO TRUE
                  PERFORM P510-LE-FATURA UNTIL WS-FIM-LEITURA-SIM
                  CLOSE MANTIDAS-FATURAS
               END-IF
               CLOSE ARQUIVO-FATURAS
            END-IF.

       P510-LE-FATURA.
            READ ARQUIVO-FATURAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-LEITURA-SIM
               ADD 1 TO WS-ORI-LIDOS(WS-ORI-FATURAS)
               MOVE ZEROS TO WS-IDX-CLIENTE
               IF FAT-DATA-EMISSAO IS NUMERIC
                  AND FAT-DATA-EMISSAO < WS-DATA-CORTE
                  MOVE FAT-CODIGO-CLIENTE TO WS-CODIGO-BUSCADO
                  PERFORM P150-ACHA-CLIENTE
               END-IF

               IF WS-IDX-CLIENTE > ZEROS
                  ADD 1 TO WS-CLI-QTD-FATURAS(WS-IDX-CLIENTE)
                  ADD FAT-VALOR-TOTAL
                      TO WS-CLI-VALOR-FATURAS(WS-IDX-CLIENTE)
                  ADD 1 TO WS-ORI-ARQUIVADOS(WS-ORI-FATURAS)
                  ADD FAT-VALOR-TOTAL TO WS-ORI-VALOR(WS-ORI-FATURAS)
                  MOVE SPACES             TO REG-ARQUIVO-FIN-MORTO
                  MOVE 'F'                TO FAQ-TIPO
                  MOVE FAT-CODIGO-CLIENTE TO FAQ-CODIGO
                  MOVE FAT-DATA-EMISSAO   TO FAQ-DATA
                  MOVE REG-ARQUIVO-FATURAS TO FAQ-IMAGEM
                  WRITE REG-ARQUIVO-FIN-MORTO
               ELSE
                  MOVE REG-ARQUIVO-FATURAS TO REG-MANTIDA-FATURA
                  WRITE REG-MANTIDA-FATURA
               END-IF
            END-IF.

      ******************************************************************
      * P600-GRAVA-CONTROLE
      * Uma linha por cliente no catalogo. Sem catalogo gravado as
      * origens nao sao regravadas - o arquivo-morto fica como sobra
      * e a proxima rodada o recria.
      ******************************************************************
       P600-GRAVA-CONTROLE.
            IF NOT WS-ERRO-ABERTURA-SIM AND WS-QTD-CLIENTES > ZEROS
               OPEN EXTEND CONTROLE-ARQUIVAMENTO
               IF WS-FCT-NAO-CRIADO
                  OPEN OUTPUT CONTROLE-ARQUIVAMENTO
               END-IF
               IF NOT WS-FCT-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR FINARQCT.dat - STATUS '
                          WS-FCT-STATUS ' - ORIGENS NAO REGRAVADAS.'
               ELSE
                  PERFORM P610-GRAVA-LINHA-CONTROLE
                          VARYING WS-IDX-CLIENTE FROM 1 BY 1
                          UNTIL WS-IDX-CLIENTE > WS-QTD-CLIENTES
                  CLOSE CONTROLE-ARQUIVAMENTO
               END-IF
            END-IF.

       P610-GRAVA-LINHA-CONTROLE.
            MOVE WS-DATA-REFERENCIA TO FCT-DATA-ARQUIVAMENTO
            MOVE WS-DATA-CORTE      TO FCT-DATA-CORTE
            MOVE WS-CLI-CODIGO(WS-IDX-CLIENTE)  TO FCT-CODIGO
            MOVE WS-CLI-QTD-PAGAS(WS-IDX-CLIENTE)
                 TO FCT-QTD-PAGAS
            MOVE WS-CLI-VALOR-PAGAS(WS-IDX-CLIENTE)
                 TO FCT-VALOR-PAGAS
            MOVE WS-CLI-QTD-RENEGOCIADAS(WS-IDX-CLIENTE)
                 TO FCT-QTD-RENEGOCIADAS
            MOVE WS-CLI-QTD-RECIBOS(WS-IDX-CLIENTE)
                 TO FCT-QTD-RECIBOS
            MOVE WS-CLI-VALOR-RECIBOS(WS-IDX-CLIENTE)
                 TO FCT-VALOR-RECIBOS
            MOVE WS-CLI-QTD-ENCARGOS(WS-IDX-CLIENTE)
                 TO FCT-QTD-ENCARGOS
            MOVE WS-CLI-VALOR-ENCARGOS(WS-IDX-CLIENTE)
                 TO FCT-VALOR-ENCARGOS
            MOVE WS-CLI-QTD-FATURAS(WS-IDX-CLIENTE)
                 TO FCT-QTD-FATURAS
            MOVE WS-CLI-VALOR-FATURAS(WS-IDX-CLIENTE)
                 TO FCT-VALOR-FATURAS
            WRITE REG-CONTROLE-ARQUIVAMENTO.

      ******************************************************************
      * P700-REGRAVA-ORIGENS
      * Cada origem lida que perdeu algum item e regravada so com os
      * mantidos.
      ******************************************************************
       P700-REGRAVA-ORIGENS.
            IF WS-PARCELAS-LIDAS
               AND WS-ORI-ARQUIVADOS(WS-ORI-PARCELAS) > ZEROS
               OPEN OUTPUT ARQUIVO-PARCELAS
               OPEN INPUT MANTIDAS-PARCELAS
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P710-REGRAVA-PARCELA UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-PARCELAS
               CLOSE MANTIDAS-PARCELAS
            END-IF

            IF WS-RECIBOS-LIDOS
               AND WS-ORI-ARQUIVADOS(WS-ORI-RECIBOS) > ZEROS
               OPEN OUTPUT REGISTRO-RECIBOS
               OPEN INPUT MANTIDOS-RECIBOS
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P720-REGRAVA-RECIBO UNTIL WS-FIM-LEITURA-SIM
               CLOSE REGISTRO-RECIBOS
               CLOSE MANTIDOS-RECIBOS
            END-IF

            IF WS-ENCARGOS-LIDOS
               AND WS-ORI-ARQUIVADOS(WS-ORI-ENCARGOS) > ZEROS
               OPEN OUTPUT ARQUIVO-ENCARGOS
               OPEN INPUT MANTIDOS-ENCARGOS
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P730-REGRAVA-ENCARGO UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-ENCARGOS
               CLOSE MANTIDOS-ENCARGOS
            END-IF

            IF WS-FATURAS-LIDAS
               AND WS-ORI-ARQUIVADOS(WS-ORI-FATURAS) > ZEROS
               OPEN OUTPUT ARQUIVO-FATURAS
               OPEN INPUT MANTIDAS-FATURAS
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P740-REGRAVA-FATURA UNTIL WS-FIM-LEITURA-SIM
               CLOSE ARQUIVO-FATURAS
               CLOSE MANTIDAS-FATURAS
            END-IF.

       P710-REGRAVA-PARCELA.
            READ MANTIDAS-PARCELAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               MOVE REG-MANTIDA-PARCELA TO REG-PARCELA
               WRITE REG-PARCELA
            END-IF.

       P720-REGRAVA-RECIBO.
            READ MANTIDOS-RECIBOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               MOVE REG-MANTIDO-RECIBO TO REG-RECIBO
               WRITE REG-RECIBO
            END-IF.

       P730-REGRAVA-ENCARGO.
            READ MANTIDOS-ENCARGOS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               MOVE REG-MANTIDO-ENCARGO TO REG-ENCARGO
               WRITE REG-ENCARGO
            END-IF.

       P740-REGRAVA-FATURA.
            READ MANTIDAS-FATURAS
                 AT END SET WS-FIM-LEITURA-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-LEITURA-SIM
               MOVE REG-MANTIDA-FATURA TO REG-ARQUIVO-FATURAS
               WRITE REG-ARQUIVO-FATURAS
            END-IF.

      ******************************************************************
      * P800-IMPRIME-RESUMO
      * Contagem por origem, avisos de tabela estourada e os totais
      * de controle de cada cliente.
      ******************************************************************
       P800-IMPRIME-RESUMO.
            MOVE 'ORIGEM          LIDOS  ARQUIVADOS    MANTIDOS   '
               & '       VALOR ARQUIVADO'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'INSTFILE' TO WS-NOME-ORIGEM
            MOVE WS-ORI-PARCELAS TO WS-IDX-ORIGEM
            PERFORM P810-LINHA-ORIGEM
            MOVE 'RCPTREG'  TO WS-NOME-ORIGEM
            MOVE WS-ORI-RECIBOS TO WS-IDX-ORIGEM
            PERFORM P810-LINHA-ORIGEM
            MOVE 'LATEFEE'  TO WS-NOME-ORIGEM
            MOVE WS-ORI-ENCARGOS TO WS-IDX-ORIGEM
            PERFORM P810-LINHA-ORIGEM
            MOVE 'INVFILE'  TO WS-NOME-ORIGEM
            MOVE WS-ORI-FATURAS TO WS-IDX-ORIGEM
            PERFORM P810-LINHA-ORIGEM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-PARCELAS-ESTOURO-SIM
               ADD 1 TO WS-QTD-AVISOS
               MOVE SPACES TO REG-RELATORIO
               STRING 'AVISO - MAIS DE '      DELIMITED BY SIZE
                      WS-MAX-PARCELAS         DELIMITED BY SIZE
                      ' PARCELAS A ARQUIVAR; O RESTANTE FICA PARA A '
                                              DELIMITED BY SIZE
                      'PROXIMA RODADA.'       DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF
            IF WS-ABERTOS-ESTOURO-SIM
               ADD 1 TO WS-QTD-AVISOS
               MOVE SPACES TO REG-RELATORIO
               STRING 'AVISO - MAIS DE '      DELIMITED BY SIZE
                      WS-MAX-ABERTOS          DELIMITED BY SIZE
                      ' CONTRATOS COM PARCELA ABERTA; NENHUM ENCARGO '
                                              DELIMITED BY SIZE
                      'ARQUIVADO.'            DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF
            IF WS-CLIENTES-ESTOURO-SIM
               ADD 1 TO WS-QTD-AVISOS
               MOVE SPACES TO REG-RELATORIO
               STRING 'AVISO - MAIS DE '      DELIMITED BY SIZE
                      WS-MAX-CLIENTES         DELIMITED BY SIZE
                      ' CLIENTES COM ITENS A ARQUIVAR; OS DEMAIS '
                                              DELIMITED BY SIZE
                      'FICAM PARA A PROXIMA RODADA.'
                                              DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 'ERRO DE GRAVACAO - NADA FOI RETIRADO DOS ARQUIVOS'
                  & ' DE ORIGEM.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE '===== TOTAIS DE CONTROLE POR CLIENTE ====='
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'CLIENTE  PARCELAS  RECIBOS  ENCARGOS  FATURAS   '
               & '     VALOR PARCELAS PAGAS'
                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            PERFORM P820-LINHA-CLIENTE
                    VARYING WS-IDX-CLIENTE FROM 1 BY 1
                    UNTIL WS-IDX-CLIENTE > WS-QTD-CLIENTES
            MOVE WS-QTD-CLIENTES TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'CLIENTES COM ITENS ARQUIVADOS: ' DELIMITED BY SIZE
                   WS-QTD-ED                         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P810-LINHA-ORIGEM.
            ADD WS-ORI-ARQUIVADOS(WS-IDX-ORIGEM) TO WS-TOT-ARQUIVADOS
            MOVE WS-ORI-LIDOS(WS-IDX-ORIGEM)      TO WS-QTD-ED
            MOVE WS-ORI-ARQUIVADOS(WS-IDX-ORIGEM) TO WS-ARQUIVADOS-ED
            COMPUTE WS-QTD-MANTIDOS = WS-ORI-LIDOS(WS-IDX-ORIGEM)
                                    - WS-ORI-ARQUIVADOS(WS-IDX-ORIGEM)
            MOVE WS-QTD-MANTIDOS                  TO WS-MANTIDOS-ED
            MOVE WS-ORI-VALOR(WS-IDX-ORIGEM)      TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING WS-NOME-ORIGEM    DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-QTD-ED         DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WS-ARQUIVADOS-ED  DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WS-MANTIDOS-ED    DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WS-VALOR-ED       DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P820-LINHA-CLIENTE.
            COMPUTE WS-QTD-MANTIDOS =
                    WS-CLI-QTD-PAGAS(WS-IDX-CLIENTE)
                  + WS-CLI-QTD-RENEGOCIADAS(WS-IDX-CLIENTE)
            MOVE WS-QTD-MANTIDOS TO WS-PARC-ED
            MOVE WS-CLI-QTD-RECIBOS(WS-IDX-CLIENTE)  TO WS-RECB-ED
            MOVE WS-CLI-QTD-ENCARGOS(WS-IDX-CLIENTE) TO WS-ENCG-ED
            MOVE WS-CLI-QTD-FATURAS(WS-IDX-CLIENTE)  TO WS-FATR-ED
            MOVE WS-CLI-VALOR-PAGAS(WS-IDX-CLIENTE)  TO WS-VALOR-ED
            MOVE SPACES TO REG-RELATORIO
            STRING WS-CLI-CODIGO(WS-IDX-CLIENTE) DELIMITED BY SIZE
                   '    '            DELIMITED BY SIZE
                   WS-PARC-ED        DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WS-RECB-ED        DELIMITED BY SIZE
                   '    '            DELIMITED BY SIZE
                   WS-ENCG-ED        DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WS-FATR-ED        DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WS-VALOR-ED       DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

      *     ORIGEM AUSENTE NAO E ERRO - SO NAO HA O QUE ARQUIVAR DELA
       P850-ORIGEM-AUSENTE.
            ADD 1 TO WS-QTD-AVISOS
            MOVE SPACES TO REG-RELATORIO
            STRING 'AVISO - '            DELIMITED BY SIZE
                   WS-NOME-ORIGEM        DELIMITED BY SPACE
                   ' AUSENTE OU ILEGIVEL - NADA ARQUIVADO DELE.'
                                         DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P900-FINAL.
            EVALUATE TRUE
                WHEN WS-JA-ARQUIVADO-SIM
                     MOVE 0 TO RETURN-CODE
                WHEN WS-ERRO-ABERTURA-SIM AND NOT WS-RELATORIO-OK
                     MOVE 8 TO RETURN-CODE
                WHEN OTHER
                     CLOSE RELATORIO-ARQUIVAMENTO
                     MOVE 'FIN-ARCHIVE' TO WS-SPL-PROGRAMA
                     MOVE 'src\assets\FINARQ.txt' TO WS-SPL-ARQUIVO
                     PERFORM P8930-CATALOGA-RELATORIO
                     DISPLAY 'ARQUIVAMENTO FINANCEIRO: '
                             WS-TOT-ARQUIVADOS ' ITEM(NS) DE '
                             WS-QTD-CLIENTES ' CLIENTE(S) ARQUIVADO(S)'
                             ' ANTES DE ' WS-DATA-CORTE-BR '.'
                     EVALUATE TRUE
                         WHEN WS-ERRO-ABERTURA-SIM
                              MOVE 8 TO RETURN-CODE
                         WHEN WS-QTD-AVISOS > 0
                              MOVE 4 TO RETURN-CODE
                         WHEN OTHER
                              MOVE 0 TO RETURN-CODE
                     END-EVALUATE
            END-EVALUATE.

           COPY DTCONVP.
           COPY ASOFPA.
           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM FIN-ARCHIVE.
