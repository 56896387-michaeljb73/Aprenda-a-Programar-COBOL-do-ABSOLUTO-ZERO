      ******************************************************************
      * Copybook:  ENRWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de enderecos. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado ENRSL (SELECT) e ENRF (FD), alem do
      *            CUSTMAST, e usar os paragrafos do ENRPA. Arquivo
      *            ausente nao e erro: sem ele todo documento sai no
      *            endereco do cadastro, como antes.
      ******************************************************************
       77  WS-ENR-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ENR-OK                       VALUE '00'.
           88  WS-ENR-FIM-ARQUIVO              VALUE '10'.
           88  WS-ENR-NAO-EXISTE               VALUE '23'.
           88  WS-ENR-NAO-CRIADO               VALUE '35'.
       77  WS-ENR-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-ENR-ABERTO-SIM               VALUE 'S'.
       77  WS-FIM-ENDERECOS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-ENDERECOS-SIM            VALUE 'S'.

      * POSICAO DA VARREDURA DOS ENDERECOS DE UM CLIENTE (P8884) -
      * CADA PASSO REPOSICIONA PELA CHAVE
       01  WS-ENR-CODIGO-VARRE     PIC 9(06)   VALUE ZEROS.
       01  WS-ENR-SEQ-VARRE        PIC 9(02)   VALUE ZEROS.

      * ENDERECO DE UM TIPO (P8882): O CHAMADOR PREENCHE O TIPO
      * PEDIDO (C/E/R) COM O CLIENTE NA AREA DO CUSTOMER-RECORD E
      * RECEBE O ENDERECO A USAR. SEQUENCIA ZERO = ENDERECO DO
      * PROPRIO CADASTRO
       01  WS-ENR-TIPO-PEDIDO      PIC X(01)   VALUE SPACE.
       01  WS-ENR-ESCOLHIDO.
           05  WS-ENR-SEQ-ACHADA       PIC 9(02).
           05  WS-ENR-AOS-CUIDADOS     PIC X(20).
           05  WS-ENR-LOGRADOURO       PIC X(30).
           05  WS-ENR-CIDADE           PIC X(10).
           05  WS-ENR-UF               PIC X(02).
           05  WS-ENR-CEP              PIC 9(08).
