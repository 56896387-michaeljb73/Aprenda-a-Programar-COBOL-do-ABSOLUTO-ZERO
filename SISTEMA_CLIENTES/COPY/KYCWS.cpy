      ******************************************************************
      * Copybook:  KYCWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio da documentacao cadastral. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado KYCSL (SELECT), KYCF e KYCXF (FD), DTCONVW
      *            e DTCONVP, e usar os paragrafos do KYCPA. Tabela de
      *            exigencias ausente nao e erro: sem ela nenhum
      *            documento e cobrado, como antes. Arquivo de
      *            documentos ausente com exigencia na tabela = todo
      *            documento exigido falta.
      ******************************************************************
       77  WS-KYC-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-KYC-OK                       VALUE '00'.
           88  WS-KYC-FIM-ARQUIVO              VALUE '10'.
           88  WS-KYC-NAO-EXISTE               VALUE '23'.
           88  WS-KYC-NAO-CRIADO               VALUE '35'.
       77  WS-KYC-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-KYC-ABERTO-SIM               VALUE 'S'.

       77  WS-DXG-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-DXG-OK                       VALUE '00'.
       77  WS-FIM-EXIGENCIAS       PIC X(01)   VALUE 'N'.
           88  WS-FIM-EXIGENCIAS-SIM           VALUE 'S'.
       77  WS-DXG-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-DXG-ESTOUROU-SIM             VALUE 'S'.
       77  WS-DXG-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-DXG-GRAVADAS-SIM             VALUE 'S'.

      * DOCUMENTOS EXIGIDOS POR TIPO DE CLIENTE, EM MEMORIA (P8992)
       77  WS-MAX-EXIGENCIAS       PIC 9(02)   VALUE 40.
       77  WS-QTD-DXG-TAB          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-DXG              PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-EXIGENCIAS.
           05  WS-EXIGENCIA-ENTRADA OCCURS 40 TIMES.
               10  WS-DXT-TIPO-PESSOA  PIC X(01).
               10  WS-DXT-DOCUMENTO    PIC X(04).
               10  WS-DXT-DESCRICAO    PIC X(30).
               10  WS-DXT-OBRIGATORIO  PIC X(01).

      * CONSULTA DO P8997 (EXIGENCIA DE UM DOCUMENTO PARA UM TIPO)
       01  WS-DXG-TIPO-PROCURADO   PIC X(01)   VALUE SPACE.
       01  WS-DXG-DOC-PROCURADO    PIC X(04)   VALUE SPACES.
       77  WS-IDX-DXG-ACHADO       PIC 9(02)   VALUE ZEROS COMP.

      * CONFERENCIA DA DOCUMENTACAO (P8994/P8995): O CHAMADOR PREENCHE
      * CLIENTE, TIPO DE PESSOA E DATA DE REFERENCIA E RECEBE AS
      * PENDENCIAS - DOCUMENTO EXIGIDO AUSENTE, BAIXADO OU VENCIDO - E
      * A MARCA DE BLOQUEIO QUANDO ALGUMA DELAS E DE DOCUMENTO
      * OBRIGATORIO
       01  WS-KYC-CONSULTA.
           05  WS-KYC-CLIENTE-CONF     PIC 9(06)   VALUE ZEROS.
           05  WS-KYC-TIPO-CONF        PIC X(01)   VALUE SPACE.
           05  WS-KYC-DATA-CONF        PIC 9(08)   VALUE ZEROS.
       77  WS-KYC-SITUACAO-DOC     PIC X(01)   VALUE SPACE.
           88  WS-KYC-DOC-EM-DIA               VALUE 'O'.
           88  WS-KYC-DOC-AUSENTE              VALUE 'F'.
           88  WS-KYC-DOC-VENCIDO              VALUE 'V'.
       77  WS-KYC-QTD-EXIGIDOS     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-KYC-QTD-PENDENTES    PIC 9(02)   VALUE ZEROS COMP.
       77  WS-KYC-IDX-PENDENTE     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-KYC-BLOQUEIO         PIC X(01)   VALUE 'N'.
           88  WS-KYC-BLOQUEIO-SIM             VALUE 'S'.
       01  WS-TAB-PENDENCIAS.
           05  WS-PENDENCIA-ENTRADA OCCURS 40 TIMES.
               10  WS-KPD-DOCUMENTO    PIC X(04).
               10  WS-KPD-DESCRICAO    PIC X(30).
               10  WS-KPD-SITUACAO     PIC X(01).
               10  WS-KPD-OBRIGATORIO  PIC X(01).
               10  WS-KPD-VALIDADE     PIC 9(08).
       01  WS-KYC-LINHA            PIC X(80)   VALUE SPACES.
