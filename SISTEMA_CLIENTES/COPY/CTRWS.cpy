      ******************************************************************
      * Copybook:  CTRWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de contratos. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado CTRSL (SELECT) e CTRF (FD), alem do
      *            CUSTMAST, e usar os paragrafos do CTRPA. Arquivo
      *            ausente nao e erro: sem ele todo cliente tem so o
      *            contrato principal, montado do proprio cadastro.
      ******************************************************************
       77  WS-CTR-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-CTR-OK                       VALUE '00'.
           88  WS-CTR-FIM-ARQUIVO              VALUE '10'.
           88  WS-CTR-NAO-EXISTE               VALUE '23'.
           88  WS-CTR-NAO-CRIADO               VALUE '35'.
       77  WS-CTR-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-CTR-ABERTO-SIM               VALUE 'S'.
       77  WS-FIM-CONTRATOS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-CONTRATOS-SIM            VALUE 'S'.

      * POSICAO DA VARREDURA DOS CONTRATOS DE UM CLIENTE (P8872 /
      * P8873) - CADA PASSO REPOSICIONA PELA CHAVE, ENTAO LEITURAS
      * AVULSAS NO MEIO DA VARREDURA NAO A ATRAPALHAM
       01  WS-CTR-CODIGO-VARRE     PIC 9(06)   VALUE ZEROS.
       01  WS-CTR-SEQ-VARRE        PIC 9(02)   VALUE ZEROS.
