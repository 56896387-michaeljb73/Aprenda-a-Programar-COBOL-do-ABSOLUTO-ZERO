      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Lembrete de vencimento: WS-DIAS-ANTECEDENCIA dias
      *            antes do PCL-VENCIMENTO de cada parcela ABERTA do
      *            INSTFILE.dat, o cliente ativo recebe um lembrete -
      *            um por cliente, somando as parcelas que vencem no
      *            mesmo dia - com o texto em DUEREMD.txt e um item
      *            LEMBRETE na fila de correspondencia (CORRQUE.dat),
      *            que o CORR-DISPATCH manda por e-mail ou, sem
      *            e-mail utilizavel, deixa para o canal SMS
      *            (SMS-DISPATCH). A data alvo parte da data de
      *            referencia (ASOFDATE.dat) somando um dia por vez
      *            com o DATE-VALID. A marca CSV-NAO-CONTATAR segura
      *            o lembrete, como as cartas brandas do DUN-LETTERS.
      *            Rodada diaria, inclusive fim de semana - a data
      *            alvo e exata e um dia pulado perde os lembretes
      *            daquele vencimento.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUE-REMINDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY ASOFSL.

           SELECT ARQUIVO-LEMBRETES ASSIGN TO
           'src\assets\DUEREMD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEMBRETES-STATUS.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ARQUIVO-LEMBRETES.
       01  REG-LEMBRETE                PIC X(80).

       FD  FILA-CORRESP.
           COPY CORRQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-LEMBRETES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-LEMBRETES-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-PARCELAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PARCELAS-SIM             VALUE 'S'.

      * DATA DE REFERENCIA (COPYBOOKS ASOF*) E DATA ALVO DO LEMBRETE
           COPY ASOFWS.
       77  WS-DIAS-ANTECEDENCIA    PIC 9(02)   VALUE 05.
       77  WS-IDX-DIA              PIC 9(02)   VALUE ZEROS COMP.
       01  WS-DATA-ALVO            PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-ALVO-R REDEFINES WS-DATA-ALVO.
           05  WS-ALVO-AAAA            PIC 9(04).
           05  WS-ALVO-MM              PIC 9(02).
           05  WS-ALVO-DD              PIC 9(02).
       01  WS-ALVO-VALIDA          PIC X(01)   VALUE 'N'.
           88  WS-ALVO-VALIDA-SIM              VALUE 'S'.
       01  WS-ALVO-BR              PIC X(10)   VALUE SPACES.

      * CLIENTES COM PARCELA VENCENDO NA DATA ALVO - UMA ENTRADA POR
      * CLIENTE, COM A QUANTIDADE E O TOTAL DAS PARCELAS
       77  WS-MAX-AVISOS           PIC 9(03)   VALUE 500.
       77  WS-QTD-AVISOS-TAB       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-AVISO            PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-AVISO-ACHADO     PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-AVISOS.
           05  WS-AVISO-ENTRADA    OCCURS 500 TIMES.
               10  WS-AVS-CODIGO       PIC 9(06).
               10  WS-AVS-QTD-PARCELAS PIC 9(02).
               10  WS-AVS-TOTAL        PIC 9(11)V99.

      * CONTADORES DA RODADA
       77  WS-QTD-LEMBRETES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEGURADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-CLIENTE      PIC 9(05)   VALUE ZEROS COMP.

       77  WS-TOTAL-ED             PIC $$.$$$.$$$.$$9,99.
       77  WS-QTD-PARCELAS-ED      PIC Z9.
       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.

      * FILA DE CORRESPONDENCIA (CORRQUE.dat) - UM REGISTRO POR
      * LEMBRETE, DESPACHADO PELO CORR-DISPATCH
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-APURA-PARCELAS
               PERFORM VARYING WS-IDX-AVISO FROM 1 BY 1
                       UNTIL WS-IDX-AVISO > WS-QTD-AVISOS-TAB
                   PERFORM P300-LEMBRA-CLIENTE
               END-PERFORM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Data alvo = data de referencia + WS-DIAS-ANTECEDENCIA dias
      * corridos (P150).
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ALVO
            PERFORM P150-AVANCA-UM-DIA
                    WS-DIAS-ANTECEDENCIA TIMES
            MOVE WS-ALVO-DD   TO WS-ALVO-BR(1:2)
            MOVE '/'          TO WS-ALVO-BR(3:1)
            MOVE WS-ALVO-MM   TO WS-ALVO-BR(4:2)
            MOVE '/'          TO WS-ALVO-BR(6:1)
            MOVE WS-ALVO-AAAA TO WS-ALVO-BR(7:4)

            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ARQUIVO-PARCELAS
            OPEN OUTPUT ARQUIVO-LEMBRETES
            OPEN EXTEND FILA-CORRESP
            IF WS-CORRESP-NAO-CRIADA
               OPEN OUTPUT FILA-CORRESP
            END-IF
            IF NOT WS-CORRESP-OK
               DISPLAY 'AVISO - FILA DE CORRESPONDENCIA '
                       'INDISPONIVEL (STATUS ' WS-CORRESP-STATUS
                       ') - LEMBRETES SAEM SEM DESPACHO.'
            END-IF

            IF NOT WS-CUST-OK OR NOT WS-PARCELAS-OK
               OR NOT WS-LEMBRETES-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' PARCELAS: '
                       WS-PARCELAS-STATUS ' LEMBRETES: '
                       WS-LEMBRETES-STATUS
            END-IF.

      ******************************************************************
      * P150-AVANCA-UM-DIA
      * Dia seguinte de WS-DATA-ALVO: dia + 1; se o DATE-VALID recusar,
      * dia 1 do mes seguinte (e do ano seguinte depois de dezembro).
      ******************************************************************
       P150-AVANCA-UM-DIA.
            ADD 1 TO WS-ALVO-DD
            MOVE 'N' TO WS-ALVO-VALIDA
            CALL 'DATE-VALID' USING WS-ALVO-DD
                                     WS-ALVO-MM
                                     WS-ALVO-AAAA
                                     WS-ALVO-VALIDA
            IF NOT WS-ALVO-VALIDA-SIM
               MOVE 1 TO WS-ALVO-DD
               IF WS-ALVO-MM = 12
                  MOVE 1 TO WS-ALVO-MM
                  ADD 1 TO WS-ALVO-AAAA
               ELSE
                  ADD 1 TO WS-ALVO-MM
               END-IF
            END-IF.

      ******************************************************************
      * P200-APURA-PARCELAS
      * Uma passada no INSTFILE.dat: parcela ABERTA com vencimento na
      * data alvo acumula na entrada do cliente.
      ******************************************************************
       P200-APURA-PARCELAS.
            PERFORM P210-LE-PARCELA UNTIL WS-FIM-PARCELAS-SIM.

       P210-LE-PARCELA.
            READ ARQUIVO-PARCELAS
                 AT END SET WS-FIM-PARCELAS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-PARCELAS-SIM
               IF PCL-ABERTA AND PCL-VENCIMENTO = WS-DATA-ALVO
                  PERFORM P220-ACUMULA-PARCELA
               END-IF
            END-IF.

       P220-ACUMULA-PARCELA.
            MOVE ZEROS TO WS-IDX-AVISO-ACHADO
            PERFORM VARYING WS-IDX-AVISO FROM 1 BY 1
                    UNTIL WS-IDX-AVISO > WS-QTD-AVISOS-TAB
                    OR WS-IDX-AVISO-ACHADO > ZEROS
                IF WS-AVS-CODIGO(WS-IDX-AVISO) = PCL-CODIGO
                   MOVE WS-IDX-AVISO TO WS-IDX-AVISO-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-AVISO-ACHADO = ZEROS
               IF WS-QTD-AVISOS-TAB < WS-MAX-AVISOS
                  ADD 1 TO WS-QTD-AVISOS-TAB
                  MOVE WS-QTD-AVISOS-TAB TO WS-IDX-AVISO-ACHADO
                  MOVE PCL-CODIGO
                       TO WS-AVS-CODIGO(WS-IDX-AVISO-ACHADO)
                  MOVE ZEROS
                       TO WS-AVS-QTD-PARCELAS(WS-IDX-AVISO-ACHADO)
                  MOVE ZEROS
                       TO WS-AVS-TOTAL(WS-IDX-AVISO-ACHADO)
               ELSE
                  DISPLAY 'TABELA DE LEMBRETES CHEIA - CLIENTE '
                          PCL-CODIGO ' FICA SEM LEMBRETE.'
               END-IF
            END-IF

            IF WS-IDX-AVISO-ACHADO > ZEROS
               ADD 1 TO WS-AVS-QTD-PARCELAS(WS-IDX-AVISO-ACHADO)
               ADD PCL-VALOR TO WS-AVS-TOTAL(WS-IDX-AVISO-ACHADO)
            END-IF.

      ******************************************************************
      * P300-LEMBRA-CLIENTE
      * Cliente tem de existir e estar ativo; com CSV-NAO-CONTATAR o
      * lembrete fica segurado.
      ******************************************************************
       P300-LEMBRA-CLIENTE.
            MOVE WS-AVS-CODIGO(WS-IDX-AVISO) TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN NOT WS-CUST-OK
                     ADD 1 TO WS-QTD-SEM-CLIENTE
                WHEN NOT CSV-REGISTRO-ATIVO
                     ADD 1 TO WS-QTD-SEM-CLIENTE
                WHEN CSV-NAO-CONTATAR
                     ADD 1 TO WS-QTD-SEGURADOS
                WHEN OTHER
                     PERFORM P310-GERA-LEMBRETE
            END-EVALUATE.

       P310-GERA-LEMBRETE.
            MOVE SPACES TO WS-NOME-COMPLETO
            STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-MEIO      DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-ULTIMO    DELIMITED BY SPACE
                   INTO WS-NOME-COMPLETO
            END-STRING

            MOVE ALL '=' TO REG-LEMBRETE
            WRITE REG-LEMBRETE
            MOVE SPACES TO REG-LEMBRETE
            STRING 'LEMBRETE DE VENCIMENTO - CLIENTE ' DELIMITED BY SIZE
                   CSV-CODIGO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-NOME-COMPLETO   DELIMITED BY SIZE
                   INTO REG-LEMBRETE
            END-STRING
            WRITE REG-LEMBRETE

            MOVE WS-AVS-TOTAL(WS-IDX-AVISO) TO WS-TOTAL-ED
            MOVE WS-AVS-QTD-PARCELAS(WS-IDX-AVISO)
                 TO WS-QTD-PARCELAS-ED
            MOVE SPACES TO REG-LEMBRETE
            STRING 'VENCE(M) EM '     DELIMITED BY SIZE
                   WS-ALVO-BR         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-QTD-PARCELAS-ED DELIMITED BY SIZE
                   ' PARCELA(S) NO TOTAL DE ' DELIMITED BY SIZE
                   WS-TOTAL-ED        DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   INTO REG-LEMBRETE
            END-STRING
            WRITE REG-LEMBRETE
            MOVE 'PAGUE ATE O VENCIMENTO E EVITE MULTA E JUROS. '
                 TO REG-LEMBRETE
            WRITE REG-LEMBRETE
            MOVE 'DESCONSIDERE ESTE AVISO SE O PAGAMENTO JA FOI FEITO.'
                 TO REG-LEMBRETE
            WRITE REG-LEMBRETE
            MOVE SPACES TO REG-LEMBRETE
            WRITE REG-LEMBRETE

            ADD 1 TO WS-QTD-LEMBRETES
            PERFORM P8960-ENFILEIRA-CORRESP.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-PARCELAS
               CLOSE ARQUIVO-LEMBRETES
               IF WS-CORRESP-OK
                  CLOSE FILA-CORRESP
               END-IF
               DISPLAY 'LEMBRETES DE VENCIMENTO EM ' WS-ALVO-BR ': '
                       WS-QTD-LEMBRETES ' GERADO(S), '
                       WS-QTD-SEGURADOS ' SEGURADO(S) POR '
                       'NAO-CONTATAR, ' WS-QTD-SEM-CLIENTE
                       ' SEM CLIENTE ATIVO.'
               IF WS-QTD-SEM-CLIENTE > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

      ******************************************************************
      * P8960-ENFILEIRA-CORRESP
      * Um registro na fila de correspondencia por lembrete gerado -
      * fila indisponivel nao segura o lembrete, so avisa.
      ******************************************************************
       P8960-ENFILEIRA-CORRESP.
            IF WS-CORRESP-OK
               MOVE CSV-CODIGO TO CRQ-CODIGO
               MOVE 'LEMBRETE' TO CRQ-TIPO-DOC
               MOVE 'DUEREMD.txt ' TO CRQ-REFERENCIA
               ACCEPT CRQ-DATA FROM DATE YYYYMMDD
               SET CRQ-PENDENTE TO TRUE
               WRITE REG-FILA-CORRESP
            END-IF.

           COPY ASOFPA.

           COPY ENVCFGPA.
       END PROGRAM DUE-REMINDER.
