      ******************************************************************
      * Copybook:  KITWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio da composicao dos kits em memoria.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado KITSL (SELECT) e KITF (FD) e chamar
      *            P8680-CARREGA-COMPOSICAO (KITPA) no inicio. Carga
      *            estourada (WS-KITS-ESTOURARAM-SIM) deixa a
      *            composicao incompleta - quem aloca deve recusar a
      *            sessao em vez de tratar kit como item comum.
      ******************************************************************
       77  WS-KIT-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-KIT-OK                       VALUE '00'.

       77  WS-FIM-KITS             PIC X(01)   VALUE 'N'.
           88  WS-FIM-KITS-SIM                 VALUE 'S'.
       77  WS-KITS-ESTOURARAM      PIC X(01)   VALUE 'N'.
           88  WS-KITS-ESTOURARAM-SIM          VALUE 'S'.
       77  WS-KITS-GRAVADOS        PIC X(01)   VALUE 'N'.
           88  WS-KITS-GRAVADOS-SIM            VALUE 'S'.

       77  WS-MAX-COMPONENTES      PIC 9(03)   VALUE 500.
       77  WS-QTD-COMPONENTES-TAB  PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-COMPONENTE       PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-COMPONENTES.
           05  WS-COMPONENTE-ENTRADA OCCURS 500 TIMES.
               10  WS-KTC-KIT          PIC X(08).
               10  WS-KTC-COMPONENTE   PIC X(08).
               10  WS-KTC-QUANTIDADE   PIC 9(05).

      * COMPOSICAO DE UM KIT (P8685): COMPONENTES DE WS-KIT-PROCURADO,
      * NA ORDEM DO ARQUIVO. ZERO COMPONENTES = ITEM COMUM.
       01  WS-KIT-PROCURADO        PIC X(08)   VALUE SPACES.
       77  WS-MAX-CMP-KIT          PIC 9(02)   VALUE 20.
       77  WS-QTD-CMP-KIT          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-CMP-KIT          PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-CMP-KIT.
           05  WS-CMP-KIT-ENTRADA  OCCURS 20 TIMES.
               10  WS-CMP-ITEM         PIC X(08).
               10  WS-CMP-QUANTIDADE   PIC 9(05).
               10  WS-CMP-IDX-TAB      PIC 9(03)   COMP.
