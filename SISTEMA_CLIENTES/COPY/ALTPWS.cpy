      ******************************************************************
      * Copybook:  ALTPWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio das alteracoes pendentes de
      *            aprovacao. O programa que inclui este copybook deve
      *            tambem ter copiado ALTPSL (SELECT) e ALTPF (FD); quem
      *            usa os paragrafos do ALTPPA, tambem OPERTBWS. Arquivo
      *            ausente e fila vazia - a primeira gravacao cria.
      ******************************************************************
       77  WS-ALP-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ALP-OK                       VALUE '00'.
           88  WS-ALP-NAO-CRIADO               VALUE '35'.
       77  WS-FIM-ALP              PIC X(01)   VALUE 'N'.
           88  WS-FIM-ALP-SIM                  VALUE 'S'.
       77  WS-ALP-ACHADA           PIC X(01)   VALUE 'N'.
           88  WS-ALP-ACHADA-SIM               VALUE 'S'.
       77  WS-ALP-GRAVADA          PIC X(01)   VALUE 'N'.
           88  WS-ALP-GRAVADA-SIM              VALUE 'S'.

      * PEDIDO A GRAVAR (P8642) / PROCURAR (P8640): CLIENTE E CAMPO;
      * NA GRAVACAO TAMBEM OS DOIS VALORES E O PROGRAMA DE ORIGEM. O
      * OPERADOR E O DA SESSAO (WS-OPERADOR-VALIDADO)
       01  WS-ALP-CODIGO-PROC      PIC 9(06)   VALUE ZEROS.
       01  WS-ALP-CAMPO-PROC       PIC X(10)   VALUE SPACES.
       01  WS-ALP-VALOR-ATUAL      PIC X(30)   VALUE SPACES.
       01  WS-ALP-ATUAL-R REDEFINES WS-ALP-VALOR-ATUAL.
           05  WS-ALP-ATUAL-NUM        PIC 9(09)V99.
           05  FILLER                  PIC X(19).
       01  WS-ALP-VALOR-NOVO       PIC X(30)   VALUE SPACES.
       01  WS-ALP-NOVO-R REDEFINES WS-ALP-VALOR-NOVO.
           05  WS-ALP-NOVO-NUM         PIC 9(09)V99.
           05  FILLER                  PIC X(19).
       01  WS-ALP-PROGRAMA         PIC X(08)   VALUE SPACES.
