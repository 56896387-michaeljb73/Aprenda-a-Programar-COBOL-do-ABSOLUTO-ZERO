      ******************************************************************
      * Copybook:  NPSWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio da pesquisa NPS em memoria. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado NPSSL (SELECT) e NPSF (FD), chamar
      *            P8620-CARREGA-PESQUISAS (NPSPA) no inicio - carga
      *            estourada (WS-NPS-ESTOUROU-SIM) impede qualquer
      *            regravacao, que apagaria o que ficou alem do teto
      *            - e, se mexeu na tabela, chamar
      *            P8628-GRAVA-PESQUISAS e testar WS-NPS-GRAVADOS-SIM.
      ******************************************************************
       77  WS-NPS-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-NPS-OK                       VALUE '00'.

       77  WS-FIM-NPS              PIC X(01)   VALUE 'N'.
           88  WS-FIM-NPS-SIM                  VALUE 'S'.
       77  WS-NPS-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-NPS-ESTOUROU-SIM             VALUE 'S'.
       77  WS-NPS-GRAVADOS         PIC X(01)   VALUE 'N'.
           88  WS-NPS-GRAVADOS-SIM             VALUE 'S'.

      * PESQUISAS - CONVITES E RESPOSTAS
       77  WS-MAX-NPS              PIC 9(04)   VALUE 5000.
       77  WS-QTD-NPS-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-NPS              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-NPS.
           05  WS-NPS-ENTRADA      OCCURS 5000 TIMES.
               10  WS-NPT-PEDIDO       PIC 9(06).
               10  WS-NPT-CLIENTE      PIC 9(06).
               10  WS-NPT-FILIAL       PIC X(02).
               10  WS-NPT-DONO         PIC X(08).
               10  WS-NPT-DATA-ENTREGA PIC 9(08).
               10  WS-NPT-DATA-CONVITE PIC 9(08).
               10  WS-NPT-SITUACAO     PIC X(01).
                   88  WS-NPT-CONVIDADO        VALUE 'C'.
                   88  WS-NPT-RESPONDIDO       VALUE 'R'.
               10  WS-NPT-NOTA         PIC 9(02).
                   88  WS-NPT-DETRATOR         VALUE 0 THRU 6.
                   88  WS-NPT-NEUTRO           VALUE 7 THRU 8.
                   88  WS-NPT-PROMOTOR         VALUE 9 THRU 10.
               10  WS-NPT-DATA-RESPOSTA PIC 9(08).
               10  WS-NPT-COMENTARIO   PIC X(60).
               10  WS-NPT-CHAMADO      PIC 9(06).

      * PESQUISA DE UM PEDIDO (P8622) - ZERO QUANDO NAO HA
       77  WS-NPS-PEDIDO-PROC      PIC 9(06)   VALUE ZEROS.
       77  WS-IDX-NPS-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
