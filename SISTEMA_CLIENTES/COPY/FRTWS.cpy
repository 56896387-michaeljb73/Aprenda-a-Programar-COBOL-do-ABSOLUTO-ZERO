      ******************************************************************
      * Copybook:  FRTWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio da tabela de frete em memoria. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado FRTSL (SELECT) e FRTF (FD), o cadastro de
      *            transportadoras (TRPSL/TRPF/TRPWS/TRPPA) e chamar
      *            P8770-CARREGA-FRETES (FRTPA) no inicio. Tabela
      *            ausente = nenhuma cotacao.
      ******************************************************************
       77  WS-FRT-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-FRT-OK                       VALUE '00'.

       77  WS-FIM-FRETES           PIC X(01)   VALUE 'N'.
           88  WS-FIM-FRETES-SIM               VALUE 'S'.
       77  WS-FRT-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-FRT-ESTOUROU-SIM             VALUE 'S'.
       77  WS-FRT-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-FRT-GRAVADAS-SIM             VALUE 'S'.

       77  WS-MAX-FRETES           PIC 9(04)   VALUE 2000.
       77  WS-QTD-FRT-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-FRT              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-FRETES.
           05  WS-FRETE-ENTRADA    OCCURS 2000 TIMES.
               10  WS-FXT-TRANSPORTADORA PIC X(04).
               10  WS-FXT-UF           PIC X(02).
               10  WS-FXT-PESO-ATE     PIC 9(05)V999.
               10  WS-FXT-VALOR        PIC 9(07)V99.

      * COTACAO DO P8775 (UMA TRANSPORTADORA) E DO P8776 (A MAIS
      * BARATA ENTRE AS ATIVAS) PARA UMA UF E UM PESO
       01  WS-FRT-TRP-COTADA       PIC X(04)   VALUE SPACES.
       01  WS-FRT-UF-COTADA        PIC X(02)   VALUE SPACES.
       77  WS-FRT-PESO-COTADO      PIC 9(07)V999 VALUE ZEROS.
       77  WS-IDX-FRT-ACHADA       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-FRT-VALOR-COTADO     PIC 9(07)V99 VALUE ZEROS.
       01  WS-FRT-TRP-ESCOLHIDA    PIC X(04)   VALUE SPACES.
       77  WS-FRT-VALOR-ESCOLHIDO  PIC 9(07)V99 VALUE ZEROS.
