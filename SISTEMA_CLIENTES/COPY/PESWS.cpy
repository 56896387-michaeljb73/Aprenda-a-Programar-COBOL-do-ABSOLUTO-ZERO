      ******************************************************************
      * Copybook:  PESWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de pessoas de contato.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado PESSL (SELECT) e PESF (FD), alem do
      *            CUSTMAST, e usar os paragrafos do PESPA. Arquivo
      *            ausente nao e erro: sem ele todo documento vai para
      *            o contato do cadastro, como antes.
      ******************************************************************
       77  WS-PES-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PES-OK                       VALUE '00'.
           88  WS-PES-FIM-ARQUIVO              VALUE '10'.
           88  WS-PES-NAO-EXISTE               VALUE '23'.
           88  WS-PES-NAO-CRIADO               VALUE '35'.
       77  WS-PES-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-PES-ABERTO-SIM               VALUE 'S'.
       77  WS-FIM-PESSOAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-PESSOAS-SIM              VALUE 'S'.

      * POSICAO DA VARREDURA DAS PESSOAS DE UM CLIENTE (P8894) -
      * CADA PASSO REPOSICIONA PELA CHAVE
       01  WS-PES-CODIGO-VARRE     PIC 9(06)   VALUE ZEROS.
       01  WS-PES-SEQ-VARRE        PIC 9(02)   VALUE ZEROS.

      * ROTEAMENTO POR TIPO DE DOCUMENTO (P8892): O CHAMADOR PREENCHE
      * O TIPO DO DOCUMENTO (O MESMO CRQ-TIPO-DOC DA FILA DE
      * CORRESPONDENCIA) COM O CLIENTE NA AREA DO CUSTOMER-RECORD E
      * RECEBE A PESSOA DO PAPEL QUE CUIDA DAQUELE DOCUMENTO.
      * SEQUENCIA ZERO = NENHUMA PESSOA UTILIZAVEL, VALE O CONTATO DO
      * CADASTRO (NOME EM BRANCO, FONE E E-MAIL DO CADASTRO)
       01  WS-PES-TIPO-DOC         PIC X(08)   VALUE SPACES.
           88  WS-PES-DOC-FINANCEIRO           VALUE 'COBRANCA'
                                                     'LEMBRETE'
                                                     'RECIBO  '
                                                     'EXTRATO '
                                                     'INFORME '
                                                     'NEGATIVA'.
           88  WS-PES-DOC-COMPRAS              VALUE 'ORCAMENT'.
           88  WS-PES-DOC-SOCIO                VALUE 'RENOVACA'.
       01  WS-PES-PAPEL-PEDIDO     PIC X(01)   VALUE SPACE.
       01  WS-PES-ESCOLHIDA.
           05  WS-PES-SEQ-ACHADA       PIC 9(02).
           05  WS-PES-NOME             PIC X(30).
           05  WS-PES-PAPEL            PIC X(01).
           05  WS-PES-FONE             PIC X(11).
           05  WS-PES-EMAIL            PIC X(30).
       01  WS-PES-PAPEL-DESC       PIC X(10)   VALUE SPACES.
