      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Relatorio semanal de documentos cadastrais a vencer
      *            (KYCEXP.txt): varre o DOCKYC.dat (copybooks KYC*) e
      *            lista todo documento ATIVO, ainda exigido do tipo do
      *            cliente, cuja validade cai entre a data de
      *            referencia e os proximos 30 dias - agrupado pelo
      *            operador dono da carteira (CARTEIRA.dat), que pede a
      *            via nova ao cliente antes de o documento vencer e o
      *            pedido travar no ORDER-ENTRY. Cliente sem dono sai
      *            no grupo SEM DONO.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-EXPIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CUSTSEL.
           COPY KYCSL.

           SELECT ARQUIVO-CARTEIRAS ASSIGN TO
           'src\assets\CARTEIRA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARTEIRAS-STATUS.

           SELECT RELATORIO-DOCUMENTOS ASSIGN TO
           'src\assets\KYCEXP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  DOCUMENTOS-CLIENTE.
           COPY KYCF.

       FD  EXIGENCIAS-DOCUMENTO.
           COPY KYCXF.

       FD  ARQUIVO-CARTEIRAS.
           COPY CARTF.

       FD  RELATORIO-DOCUMENTOS.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-CARTEIRAS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-CARTEIRAS-OK                 VALUE '00'.
       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-CARTEIRAS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-CARTEIRAS-SIM            VALUE 'S'.
       77  WS-FIM-DOCUMENTOS       PIC X(01)   VALUE 'N'.
           88  WS-FIM-DOCUMENTOS-SIM           VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * DOCUMENTACAO CADASTRAL (COPYBOOKS KYC*)
           COPY KYCWS.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * JANELA DO AVISO, EM DIAS CORRIDOS A PARTIR DA REFERENCIA
       77  WS-DIAS-HORIZONTE       PIC 9(03)   VALUE 30.
       77  WS-JULIANO-REFERENCIA   PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-RESTANTES       PIC S9(08)  VALUE ZEROS COMP.

      * DONO DE CADA CARTEIRA, EM MEMORIA
       77  WS-MAX-CARTEIRAS        PIC 9(04)   VALUE 5000.
       77  WS-QTD-CARTEIRAS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CARTEIRA         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-CARTEIRAS.
           05  WS-CARTEIRA-ENTRADA OCCURS 5000 TIMES.
               10  WS-CRT-CLIENTE      PIC 9(06).
               10  WS-CRT-OPERADOR     PIC X(08).
       01  WS-DONO-DO-CLIENTE      PIC X(08)   VALUE SPACES.

      * DOCUMENTOS A VENCER, AGRUPADOS NA IMPRESSAO POR DONO - SEM
      * SORT, NO TAMANHO DA TABELA (MESMO ESQUEMA DO CART-REPORT)
       77  WS-MAX-A-VENCER         PIC 9(04)   VALUE 2000.
       77  WS-QTD-A-VENCER-TAB     PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-VENCER           PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-VARRE            PIC 9(04)   VALUE ZEROS COMP.
       77  WS-A-VENCER-ESTOUROU    PIC X(01)   VALUE 'N'.
           88  WS-A-VENCER-ESTOUROU-SIM        VALUE 'S'.
       01  WS-TAB-A-VENCER.
           05  WS-A-VENCER-ENTRADA OCCURS 2000 TIMES.
               10  WS-AVC-DONO         PIC X(08).
               10  WS-AVC-CLIENTE      PIC 9(06).
               10  WS-AVC-NOME         PIC X(30).
               10  WS-AVC-DOCUMENTO    PIC X(04).
               10  WS-AVC-DESCRICAO    PIC X(30).
               10  WS-AVC-OBRIGATORIO  PIC X(01).
               10  WS-AVC-VALIDADE     PIC 9(08).
               10  WS-AVC-DIAS         PIC 9(03).
               10  WS-AVC-IMPRESSO     PIC X(01).

      * SUBTOTAL DO DONO CORRENTE
       01  WS-DONO-CORRENTE        PIC X(08)   VALUE SPACES.
       77  WS-QTD-DO-DONO          PIC 9(04)   VALUE ZEROS COMP.

       77  WS-QTD-LIDOS            PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ED               PIC Z.ZZ9.
       77  WS-DIAS-ED              PIC ZZ9.
       77  WS-MARCA-OBRIGATORIO    PIC X(07)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P300-LE-DOCUMENTO UNTIL WS-FIM-DOCUMENTOS-SIM
               PERFORM P400-VARRE-DONOS
                       VARYING WS-IDX-VARRE FROM 1 BY 1
                       UNTIL WS-IDX-VARRE > WS-QTD-A-VENCER-TAB
               PERFORM P500-IMPRIME-TOTAIS
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Sem DOCKYC.dat ou sem tabela de exigencias nao ha o que
      * vencer - o relatorio sai so com o cabecalho e o total zerado.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-JULIANO-REFERENCIA

            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT RELATORIO-DOCUMENTOS
            IF NOT WS-CUST-OK OR NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' RELATORIO: '
                       WS-RELATORIO-STATUS
            ELSE
               MOVE '===== DOCUMENTOS CADASTRAIS A VENCER ====='
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WS-DIAS-HORIZONTE TO WS-DIAS-ED
               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE SPACES TO REG-RELATORIO
               STRING 'VALIDADE ATE '     DELIMITED BY SIZE
                      WS-DIAS-ED          DELIMITED BY SIZE
                      ' DIAS APOS '       DELIMITED BY SIZE
                      WS-DATA-BR          DELIMITED BY SIZE
                      ', POR DONO DA CARTEIRA' DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO

               PERFORM P150-CARREGA-CARTEIRAS
               PERFORM P8992-CARREGA-EXIGENCIAS
               MOVE 'N' TO WS-FIM-DOCUMENTOS
               PERFORM P8990-ABRE-DOCUMENTOS-LEITURA
               IF NOT WS-KYC-ABERTO-SIM
                  DISPLAY 'ARQUIVO DE DOCUMENTOS AUSENTE - NADA A '
                          'VENCER.'
                  SET WS-FIM-DOCUMENTOS-SIM TO TRUE
               END-IF
            END-IF.

       P150-CARREGA-CARTEIRAS.
            MOVE 'N' TO WS-FIM-CARTEIRAS
            OPEN INPUT ARQUIVO-CARTEIRAS
            IF WS-CARTEIRAS-OK
               PERFORM P160-LE-CARTEIRA UNTIL WS-FIM-CARTEIRAS-SIM
               CLOSE ARQUIVO-CARTEIRAS
            ELSE
               DISPLAY 'ARQUIVO DE CARTEIRAS AUSENTE - TUDO SAI SEM '
                       'DONO.'
            END-IF.

       P160-LE-CARTEIRA.
            READ ARQUIVO-CARTEIRAS
                 AT END SET WS-FIM-CARTEIRAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-CARTEIRAS-SIM
               IF WS-QTD-CARTEIRAS-TAB < WS-MAX-CARTEIRAS
                  ADD 1 TO WS-QTD-CARTEIRAS-TAB
                  MOVE CRT-CODIGO-CLIENTE
                       TO WS-CRT-CLIENTE(WS-QTD-CARTEIRAS-TAB)
                  MOVE CRT-OPERADOR
                       TO WS-CRT-OPERADOR(WS-QTD-CARTEIRAS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-CARTEIRAS ' CARTEIRAS - '
                          'AS DEMAIS SAEM SEM DONO.'
                  SET WS-FIM-CARTEIRAS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P300-LE-DOCUMENTO
      * Documento ATIVO com validade na janela, de cliente ativo, e
      * que o tipo do cliente ainda exige - exigencia excluida da
      * tabela nao e mais cobrada de ninguem.
      ******************************************************************
       P300-LE-DOCUMENTO.
            READ DOCUMENTOS-CLIENTE NEXT RECORD
                 AT END SET WS-FIM-DOCUMENTOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-DOCUMENTOS-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF KYC-ATIVO AND NOT KYC-SEM-VALIDADE
                  AND KYC-DATA-VALIDADE >= WS-DATA-REFERENCIA
                  MOVE KYC-DATA-VALIDADE TO WS-DATA-ISO
                  PERFORM P8500-CALCULA-DIA-JULIANO
                  COMPUTE WS-DIAS-RESTANTES =
                          WS-DIA-JULIANO - WS-JULIANO-REFERENCIA
                  IF WS-DIAS-RESTANTES <= WS-DIAS-HORIZONTE
                     PERFORM P310-CONFERE-CLIENTE
                  END-IF
               END-IF
            END-IF.

       P310-CONFERE-CLIENTE.
            MOVE KYC-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF WS-CUST-OK AND NOT CSV-REGISTRO-EXCLUIDO
               MOVE CSV-TIPO-PESSOA TO WS-DXG-TIPO-PROCURADO
               MOVE KYC-DOCUMENTO   TO WS-DXG-DOC-PROCURADO
               PERFORM P8997-LOCALIZA-EXIGENCIA
               IF WS-IDX-DXG-ACHADO > ZEROS
                  PERFORM P320-GUARDA-A-VENCER
               END-IF
            END-IF.

       P320-GUARDA-A-VENCER.
            IF WS-QTD-A-VENCER-TAB < WS-MAX-A-VENCER
               PERFORM P330-BUSCA-DONO
               ADD 1 TO WS-QTD-A-VENCER-TAB
               MOVE WS-QTD-A-VENCER-TAB TO WS-IDX-VENCER
               MOVE WS-DONO-DO-CLIENTE TO WS-AVC-DONO(WS-IDX-VENCER)
               MOVE KYC-CLIENTE        TO WS-AVC-CLIENTE(WS-IDX-VENCER)
               MOVE CSV-NOME           TO WS-AVC-NOME(WS-IDX-VENCER)
               MOVE KYC-DOCUMENTO
                    TO WS-AVC-DOCUMENTO(WS-IDX-VENCER)
               MOVE WS-DXT-DESCRICAO(WS-IDX-DXG-ACHADO)
                    TO WS-AVC-DESCRICAO(WS-IDX-VENCER)
               MOVE WS-DXT-OBRIGATORIO(WS-IDX-DXG-ACHADO)
                    TO WS-AVC-OBRIGATORIO(WS-IDX-VENCER)
               MOVE KYC-DATA-VALIDADE
                    TO WS-AVC-VALIDADE(WS-IDX-VENCER)
               MOVE WS-DIAS-RESTANTES  TO WS-AVC-DIAS(WS-IDX-VENCER)
               MOVE 'N'                TO WS-AVC-IMPRESSO(WS-IDX-VENCER)
            ELSE
               IF NOT WS-A-VENCER-ESTOUROU-SIM
                  DISPLAY 'MAIS DE ' WS-MAX-A-VENCER ' DOCUMENTOS A '
                          'VENCER - RELATORIO INCOMPLETO.'
                  SET WS-A-VENCER-ESTOUROU-SIM TO TRUE
               END-IF
            END-IF.

       P330-BUSCA-DONO.
            MOVE 'SEM DONO' TO WS-DONO-DO-CLIENTE
            PERFORM VARYING WS-IDX-CARTEIRA FROM 1 BY 1
                    UNTIL WS-IDX-CARTEIRA > WS-QTD-CARTEIRAS-TAB
                IF WS-CRT-CLIENTE(WS-IDX-CARTEIRA) = KYC-CLIENTE
                   MOVE WS-CRT-OPERADOR(WS-IDX-CARTEIRA)
                        TO WS-DONO-DO-CLIENTE
                   MOVE WS-QTD-CARTEIRAS-TAB TO WS-IDX-CARTEIRA
                END-IF
            END-PERFORM.

      ******************************************************************
      * P400-VARRE-DONOS
      * Cada entrada ainda nao impressa abre a secao do dono dela e
      * arrasta todas as entradas do mesmo dono.
      ******************************************************************
       P400-VARRE-DONOS.
            IF WS-AVC-IMPRESSO(WS-IDX-VARRE) = 'N'
               MOVE WS-AVC-DONO(WS-IDX-VARRE) TO WS-DONO-CORRENTE
               MOVE ZEROS TO WS-QTD-DO-DONO

               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING 'CARTEIRA DE ' DELIMITED BY SIZE
                      WS-DONO-CORRENTE DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO

               PERFORM VARYING WS-IDX-VENCER FROM 1 BY 1
                       UNTIL WS-IDX-VENCER > WS-QTD-A-VENCER-TAB
                   IF WS-AVC-DONO(WS-IDX-VENCER) = WS-DONO-CORRENTE
                      AND WS-AVC-IMPRESSO(WS-IDX-VENCER) = 'N'
                      MOVE 'S' TO WS-AVC-IMPRESSO(WS-IDX-VENCER)
                      PERFORM P410-LISTA-DOCUMENTO
                   END-IF
               END-PERFORM

               MOVE WS-QTD-DO-DONO TO WS-QTD-ED
               MOVE SPACES TO REG-RELATORIO
               STRING '  DOCUMENTOS A VENCER NA CARTEIRA: '
                                        DELIMITED BY SIZE
                      WS-QTD-ED         DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

       P410-LISTA-DOCUMENTO.
            ADD 1 TO WS-QTD-DO-DONO
            MOVE WS-AVC-VALIDADE(WS-IDX-VENCER) TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR
            MOVE WS-AVC-DIAS(WS-IDX-VENCER) TO WS-DIAS-ED
            IF WS-AVC-OBRIGATORIO(WS-IDX-VENCER) = 'S'
               MOVE ' OBRIG.' TO WS-MARCA-OBRIGATORIO
            ELSE
               MOVE SPACES    TO WS-MARCA-OBRIGATORIO
            END-IF
            MOVE SPACES TO REG-RELATORIO
            STRING '  '            DELIMITED BY SIZE
                   WS-AVC-CLIENTE(WS-IDX-VENCER)   DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-AVC-NOME(WS-IDX-VENCER)      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-AVC-DOCUMENTO(WS-IDX-VENCER) DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-AVC-DESCRICAO(WS-IDX-VENCER) DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-DATA-BR      DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   WS-DIAS-ED      DELIMITED BY SIZE
                   ' D)'           DELIMITED BY SIZE
                   WS-MARCA-OBRIGATORIO DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P500-IMPRIME-TOTAIS.
            MOVE WS-QTD-A-VENCER-TAB TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING 'DOCUMENTOS A VENCER: ' DELIMITED BY SIZE
                   WS-QTD-ED               DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            IF WS-A-VENCER-ESTOUROU-SIM
               MOVE SPACES TO REG-RELATORIO
               STRING '*** RELATORIO INCOMPLETO - MAIS DE '
                                           DELIMITED BY SIZE
                      WS-MAX-A-VENCER      DELIMITED BY SIZE
                      ' DOCUMENTOS A VENCER ***'
                                           DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-KYC-ABERTO-SIM
                  CLOSE DOCUMENTOS-CLIENTE
               END-IF
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO-DOCUMENTOS
               MOVE 'KYC-EXPIRY' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\KYCEXP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'DOCUMENTOS LIDOS...: ' WS-QTD-LIDOS
               DISPLAY 'DOCUMENTOS A VENCER: ' WS-QTD-A-VENCER-TAB
               IF WS-A-VENCER-ESTOUROU-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY KYCPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM KYC-EXPIRY.
