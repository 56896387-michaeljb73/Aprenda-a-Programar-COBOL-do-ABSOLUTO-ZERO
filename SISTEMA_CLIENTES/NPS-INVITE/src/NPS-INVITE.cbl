      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Convite diario da pesquisa de satisfacao NPS: para
      *            cada pedido com entrega confirmada no ENTREGA.dat
      *            (POD-LOAD) ha pelo menos WS-DIAS-ESPERA dias da data
      *            de referencia - e nao mais que WS-DIAS-LIMITE, para
      *            nao convidar por entregas antigas - e ainda sem
      *            convite no NPSFILE.dat (copybooks NPS*), gera o
      *            texto do convite em NPSCONV.txt e deixa o registro
      *            na fila de correspondencia (CORRQUE.dat, tipo
      *            PESQNPS) para o CORR-DISPATCH. Cliente com
      *            CSV-NAO-CONTATAR nao e convidado - o CORR-DISPATCH
      *            so honra a marca nos tipos de marketing, entao o
      *            filtro fica aqui. O convite grava a filial do
      *            pedido e o dono da carteira do cliente
      *            (CARTEIRA.dat), que o NPS-REPORT usa na apuracao e
      *            o NPS-LOAD no chamado do detrator.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPS-INVITE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY PODSL.
           COPY NPSSL.

           SELECT ARQUIVO-CARTEIRAS ASSIGN TO
           'src\assets\CARTEIRA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARTEIRAS-STATUS.

           SELECT ARQUIVO-CONVITES ASSIGN TO
           'src\assets\NPSCONV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONVITES-STATUS.

           SELECT FILA-CORRESP ASSIGN TO
           'src\assets\CORRQUE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  ARQUIVO-ENTREGAS.
           COPY PODF.

       FD  PESQUISA-NPS.
           COPY NPSF.

       FD  ARQUIVO-CARTEIRAS.
           COPY CARTF.

       FD  ARQUIVO-CONVITES.
       01  REG-CONVITE                 PIC X(80).

       FD  FILA-CORRESP.
           COPY CORRQF.

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
       77  WS-ENTREGAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-ENTREGAS-OK                  VALUE '00'.
           88  WS-ENTREGAS-NAO-CRIADO          VALUE '35'.
       77  WS-CARTEIRAS-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-CARTEIRAS-OK                 VALUE '00'.
       77  WS-CONVITES-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONVITES-OK                  VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ENTREGAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENTREGAS-SIM             VALUE 'S'.
       77  WS-FIM-CARTEIRAS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-CARTEIRAS-SIM            VALUE 'S'.
       77  WS-TABELA-CHEIA         PIC X(01)   VALUE 'N'.
           88  WS-TABELA-CHEIA-SIM             VALUE 'S'.
       77  WS-ARQUIVOS-ABERTOS     PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVOS-ABERTOS-SIM         VALUE 'S'.

      * PESQUISAS NPS EM MEMORIA (COPYBOOKS NPS*)
           COPY NPSWS.

      * DATA DE REFERENCIA E DIA JULIANO DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.
       77  WS-DIA-JULIANO-REF      PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-DESDE-ENTREGA   PIC S9(05)  VALUE ZEROS COMP.

      * JANELA DO CONVITE, EM DIAS CORRIDOS APOS A ENTREGA - ANTES DE
      * WS-DIAS-ESPERA O CLIENTE MAL ABRIU A CAIXA; DEPOIS DE
      * WS-DIAS-LIMITE A PERGUNTA JA NAO FAZ SENTIDO
       77  WS-DIAS-ESPERA          PIC 9(03)   VALUE 3.
       77  WS-DIAS-LIMITE          PIC 9(03)   VALUE 30.

      * CARTEIRAS - DONO DA CONTA NA DATA DO CONVITE
       77  WS-MAX-CARTEIRAS        PIC 9(04)   VALUE 2000.
       77  WS-QTD-CARTEIRAS-TAB    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-CARTEIRA         PIC 9(04)   VALUE ZEROS COMP.
       01  WS-DONO-DA-CONTA        PIC X(08)   VALUE SPACES.
       01  WS-TAB-CARTEIRAS.
           05  WS-CARTEIRA-ENTRADA OCCURS 2000 TIMES.
               10  WS-CRT-CLIENTE      PIC 9(06).
               10  WS-CRT-OPERADOR     PIC X(08).

      * FILA DE CORRESPONDENCIA (CORRQUE.dat) - UM REGISTRO POR
      * CONVITE GERADO, DESPACHADO PELO CORR-DISPATCH
       77  WS-CORRESP-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

      * CONVERSAO DE DATA E CALCULO DE DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * CONTADORES DA RODADA
       77  WS-QTD-ENTREGAS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CONVITES         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-NAO-CONTATAR     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-SEM-CADASTRO     PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-FORA-TABELA      PIC 9(05)   VALUE ZEROS COMP.

       01  WS-NOME-COMPLETO        PIC X(32)   VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-VARRE-ENTREGAS UNTIL WS-FIM-ENTREGAS-SIM
               IF WS-QTD-CONVITES > ZEROS
                  PERFORM P800-REGRAVA-PESQUISAS
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Sem o ENTREGA.dat nao ha entrega confirmada a convidar - a
      * rodada termina limpa. Carga estourada do NPSFILE aborta, senao
      * o regravar do final perderia as pesquisas alem do teto.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-DIA-JULIANO-REF

            PERFORM P8620-CARREGA-PESQUISAS
            IF WS-NPS-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               PERFORM P130-CARREGA-CARTEIRAS
               OPEN INPUT ARQUIVO-ENTREGAS
               IF WS-ENTREGAS-NAO-CRIADO
                  DISPLAY 'ENTREGA.dat AUSENTE - NENHUM CONVITE A '
                          'GERAR.'
                  SET WS-FIM-ENTREGAS-SIM TO TRUE
               ELSE
                  PERFORM P110-ABRE-DEMAIS
               END-IF
            END-IF.

       P110-ABRE-DEMAIS.
            SET WS-ARQUIVOS-ABERTOS-SIM TO TRUE
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ORDER-MASTER
            OPEN OUTPUT ARQUIVO-CONVITES
            OPEN EXTEND FILA-CORRESP
            IF WS-CORRESP-NAO-CRIADA
               OPEN OUTPUT FILA-CORRESP
            END-IF
            IF NOT WS-CORRESP-OK
               DISPLAY 'AVISO - FILA DE CORRESPONDENCIA '
                       'INDISPONIVEL (STATUS ' WS-CORRESP-STATUS
                       ') - CONVITES SAEM SEM DESPACHO.'
            END-IF

            IF NOT WS-ENTREGAS-OK OR NOT WS-CUST-OK OR NOT WS-ORD-OK
               OR NOT WS-CONVITES-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - ENTREGAS: '
                       WS-ENTREGAS-STATUS ' CADASTRO: '
                       WS-CUST-STATUS ' PEDIDOS: ' WS-ORD-STATUS-ARQ
                       ' CONVITES: ' WS-CONVITES-STATUS
            END-IF.

       P130-CARREGA-CARTEIRAS.
            OPEN INPUT ARQUIVO-CARTEIRAS
            IF WS-CARTEIRAS-OK
               PERFORM P135-LE-CARTEIRA UNTIL WS-FIM-CARTEIRAS-SIM
               CLOSE ARQUIVO-CARTEIRAS
            END-IF.

       P135-LE-CARTEIRA.
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
                          'EXCEDENTE FICA SEM DONO NA PESQUISA.'
                  SET WS-FIM-CARTEIRAS-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P200-VARRE-ENTREGAS
      * So entrega confirmada (tentativa frustrada nao conta), dentro
      * da janela de dias e sem convite anterior para o pedido.
      ******************************************************************
       P200-VARRE-ENTREGAS.
            READ ARQUIVO-ENTREGAS
                 AT END SET WS-FIM-ENTREGAS-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-ENTREGAS-SIM AND ENT-ENTREGUE
               MOVE ENT-DATA TO WS-DATA-ISO
               PERFORM P8500-CALCULA-DIA-JULIANO
               COMPUTE WS-DIAS-DESDE-ENTREGA =
                       WS-DIA-JULIANO-REF - WS-DIA-JULIANO
               IF WS-DIAS-DESDE-ENTREGA >= WS-DIAS-ESPERA
                  AND WS-DIAS-DESDE-ENTREGA <= WS-DIAS-LIMITE
                  ADD 1 TO WS-QTD-ENTREGAS
                  MOVE ENT-NUMERO-PEDIDO TO WS-NPS-PEDIDO-PROC
                  PERFORM P8622-LOCALIZA-PESQUISA
                  IF WS-IDX-NPS-ACHADO = ZEROS
                     PERFORM P300-AVALIA-CONVITE
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P300-AVALIA-CONVITE
      * Pedido e cliente tem de existir no cadastro; cliente inativo
      * ou com NAO-CONTATAR fica de fora (e volta a ser avaliado nas
      * rodadas seguintes enquanto a entrega estiver na janela).
      ******************************************************************
       P300-AVALIA-CONVITE.
            MOVE ENT-NUMERO-PEDIDO TO ORD-NUMERO
            READ ORDER-MASTER KEY IS ORD-NUMERO
            IF NOT WS-ORD-OK
               ADD 1 TO WS-QTD-SEM-CADASTRO
            ELSE
               MOVE ORD-CODIGO-CLIENTE TO CSV-CODIGO
               READ CUSTOMER-MASTER KEY IS CSV-CODIGO
               EVALUATE TRUE
                   WHEN NOT WS-CUST-OK
                        ADD 1 TO WS-QTD-SEM-CADASTRO
                   WHEN NOT CSV-REGISTRO-ATIVO
                        ADD 1 TO WS-QTD-SEM-CADASTRO
                   WHEN CSV-NAO-CONTATAR
                        ADD 1 TO WS-QTD-NAO-CONTATAR
                   WHEN WS-QTD-NPS-TAB NOT < WS-MAX-NPS
                        ADD 1 TO WS-QTD-FORA-TABELA
                        IF NOT WS-TABELA-CHEIA-SIM
                           DISPLAY 'TABELA DE PESQUISAS CHEIA ('
                                   WS-MAX-NPS ') - CONVITES '
                                   'EXCEDENTES FICAM PARA DEPOIS.'
                           SET WS-TABELA-CHEIA-SIM TO TRUE
                        END-IF
                   WHEN OTHER
                        PERFORM P400-REGISTRA-CONVITE
                        PERFORM P410-GERA-CONVITE
               END-EVALUATE
            END-IF.

       P400-REGISTRA-CONVITE.
            MOVE SPACES TO WS-DONO-DA-CONTA
            PERFORM VARYING WS-IDX-CARTEIRA FROM 1 BY 1
                    UNTIL WS-IDX-CARTEIRA > WS-QTD-CARTEIRAS-TAB
                    OR WS-DONO-DA-CONTA NOT = SPACES
                IF WS-CRT-CLIENTE(WS-IDX-CARTEIRA) = CSV-CODIGO
                   MOVE WS-CRT-OPERADOR(WS-IDX-CARTEIRA)
                        TO WS-DONO-DA-CONTA
                END-IF
            END-PERFORM

            ADD 1 TO WS-QTD-NPS-TAB
            MOVE ENT-NUMERO-PEDIDO TO WS-NPT-PEDIDO(WS-QTD-NPS-TAB)
            MOVE CSV-CODIGO TO WS-NPT-CLIENTE(WS-QTD-NPS-TAB)
            MOVE ORD-FILIAL TO WS-NPT-FILIAL(WS-QTD-NPS-TAB)
            MOVE WS-DONO-DA-CONTA TO WS-NPT-DONO(WS-QTD-NPS-TAB)
            MOVE ENT-DATA TO WS-NPT-DATA-ENTREGA(WS-QTD-NPS-TAB)
            MOVE WS-DATA-REFERENCIA
                 TO WS-NPT-DATA-CONVITE(WS-QTD-NPS-TAB)
            SET WS-NPT-CONVIDADO(WS-QTD-NPS-TAB) TO TRUE
            MOVE ZEROS TO WS-NPT-NOTA(WS-QTD-NPS-TAB)
            MOVE ZEROS TO WS-NPT-DATA-RESPOSTA(WS-QTD-NPS-TAB)
            MOVE SPACES TO WS-NPT-COMENTARIO(WS-QTD-NPS-TAB)
            MOVE ZEROS TO WS-NPT-CHAMADO(WS-QTD-NPS-TAB)
            ADD 1 TO WS-QTD-CONVITES.

       P410-GERA-CONVITE.
            MOVE SPACES TO WS-NOME-COMPLETO
            STRING CSV-NOME-PRIMEIRO DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-MEIO      DELIMITED BY SPACE
                   ' '                DELIMITED BY SIZE
                   CSV-NOME-ULTIMO    DELIMITED BY SPACE
                   INTO WS-NOME-COMPLETO
            END-STRING

            MOVE ENT-DATA TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE ALL '=' TO REG-CONVITE
            WRITE REG-CONVITE
            MOVE SPACES TO REG-CONVITE
            STRING 'PESQUISA DE SATISFACAO - CLIENTE ' DELIMITED BY SIZE
                   CSV-CODIGO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-NOME-COMPLETO   DELIMITED BY SIZE
                   INTO REG-CONVITE
            END-STRING
            WRITE REG-CONVITE
            MOVE SPACES TO REG-CONVITE
            STRING 'SEU PEDIDO '      DELIMITED BY SIZE
                   ENT-NUMERO-PEDIDO  DELIMITED BY SIZE
                   ' FOI ENTREGUE EM ' DELIMITED BY SIZE
                   WS-DATA-BR         DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   INTO REG-CONVITE
            END-STRING
            WRITE REG-CONVITE
            MOVE 'DE 0 A 10, QUANTO VOCE RECOMENDARIA NOSSA EMPRESA A '
                 TO REG-CONVITE
            WRITE REG-CONVITE
            MOVE 'UM AMIGO OU COLEGA? RESPONDA COM A NOTA E, SE QUISER,'
                 TO REG-CONVITE
            WRITE REG-CONVITE
            MOVE 'UM COMENTARIO. OBRIGADO PELA PREFERENCIA.'
                 TO REG-CONVITE
            WRITE REG-CONVITE
            MOVE SPACES TO REG-CONVITE
            WRITE REG-CONVITE

            PERFORM P8960-ENFILEIRA-CORRESP.

      ******************************************************************
      * P800-REGRAVA-PESQUISAS
      * O NPSFILE so e regravado quando a rodada convidou alguem.
      ******************************************************************
       P800-REGRAVA-PESQUISAS.
            PERFORM P8628-GRAVA-PESQUISAS
            IF NOT WS-NPS-GRAVADOS-SIM
               DISPLAY 'ERRO AO REGRAVAR AS PESQUISAS - STATUS '
                       WS-NPS-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF.

       P900-FINAL.
            IF WS-ARQUIVOS-ABERTOS-SIM
               CLOSE ARQUIVO-ENTREGAS
               CLOSE CUSTOMER-MASTER
               CLOSE ORDER-MASTER
               CLOSE ARQUIVO-CONVITES
               IF WS-CORRESP-OK
                  CLOSE FILA-CORRESP
               END-IF
            END-IF

            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'CONVITES NPS: ' WS-QTD-ENTREGAS
                       ' ENTREGA(S) NA JANELA, ' WS-QTD-CONVITES
                       ' CONVITE(S), ' WS-QTD-NAO-CONTATAR
                       ' NAO-CONTATAR, ' WS-QTD-SEM-CADASTRO
                       ' SEM CADASTRO, ' WS-QTD-FORA-TABELA
                       ' ADIADO(S).'
               MOVE 0 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * P8960-ENFILEIRA-CORRESP
      * Um registro na fila de correspondencia por convite gerado -
      * fila indisponivel nao segura o convite, so avisa.
      ******************************************************************
       P8960-ENFILEIRA-CORRESP.
            IF WS-CORRESP-OK
               MOVE CSV-CODIGO TO CRQ-CODIGO
               MOVE 'PESQNPS ' TO CRQ-TIPO-DOC
               MOVE 'NPSCONV.txt ' TO CRQ-REFERENCIA
               MOVE WS-DATA-REFERENCIA TO CRQ-DATA
               SET CRQ-PENDENTE TO TRUE
               WRITE REG-FILA-CORRESP
            END-IF.

           COPY NPSPA.
           COPY DTCONVP.
           COPY ASOFPA.

           COPY ENVCFGPA.
       END PROGRAM NPS-INVITE.
