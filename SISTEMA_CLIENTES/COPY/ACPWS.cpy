      ******************************************************************
      * Copybook:  ACPWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do arquivo de acordos de preco. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado ACPSL (SELECT) e ACPF (FD) e usar os
      *            paragrafos do ACPPA. Arquivo ausente nao e erro:
      *            sem ele vale o preco de lista, como antes.
      ******************************************************************
       77  WS-ACP-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ACP-OK                       VALUE '00'.
           88  WS-ACP-FIM-ARQUIVO              VALUE '10'.
           88  WS-ACP-NAO-EXISTE               VALUE '23'.
           88  WS-ACP-NAO-CRIADO               VALUE '35'.
       77  WS-ACP-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-ACP-ABERTO-SIM               VALUE 'S'.
       77  WS-FIM-ACORDOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ACORDOS-SIM              VALUE 'S'.

      * POSICAO DA VARREDURA DOS ACORDOS DE UM ALVO E ITEM (P8914) -
      * CADA PASSO REPOSICIONA PELA CHAVE
       01  WS-ACP-CHAVE-VARRE.
           05  WS-ACP-TIPO-VARRE       PIC X(01)   VALUE SPACE.
           05  WS-ACP-ALVO-VARRE       PIC 9(06)   VALUE ZEROS.
           05  WS-ACP-ITEM-VARRE       PIC X(08)   VALUE SPACES.
           05  WS-ACP-SEQ-VARRE        PIC 9(02)   VALUE ZEROS.

      * PRECO ACORDADO (P8912): O CHAMADOR PREENCHE CLIENTE, GRUPO
      * ECONOMICO (ZEROS = SEM GRUPO), ITEM, DATA E PRECO DE LISTA E
      * RECEBE O PRECO A COBRAR. SEM ACORDO VIGENTE, O PRECO
      * ACORDADO E O PROPRIO PRECO DE LISTA
       01  WS-ACP-CONSULTA.
           05  WS-ACP-CLIENTE          PIC 9(06)   VALUE ZEROS.
           05  WS-ACP-GRUPO            PIC 9(04)   VALUE ZEROS.
           05  WS-ACP-ITEM             PIC X(08)   VALUE SPACES.
           05  WS-ACP-DATA             PIC 9(08)   VALUE ZEROS.
           05  WS-ACP-PRECO-LISTA      PIC 9(07)V99 VALUE ZEROS.
       01  WS-ACP-RESULTADO.
           05  WS-ACP-ACHADO           PIC X(01)   VALUE 'N'.
               88  WS-ACP-ACHADO-SIM               VALUE 'S'.
           05  WS-ACP-ORIGEM           PIC X(01)   VALUE SPACE.
           05  WS-ACP-PRECO-ACORDADO   PIC 9(07)V99 VALUE ZEROS.
           05  WS-ACP-FIM-ACHADO       PIC 9(08)   VALUE ZEROS.
