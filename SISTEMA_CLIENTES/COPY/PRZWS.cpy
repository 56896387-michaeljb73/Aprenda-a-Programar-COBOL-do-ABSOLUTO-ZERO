      ******************************************************************
      * Copybook:  PRZWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio da tabela de prazo de entrega em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado PRZSL (SELECT) e PRZF (FD) e
      *            chamar P8780-CARREGA-PRAZOS (PRZPA) no inicio.
      *            Tabela ausente = nenhum prazo prometido.
      ******************************************************************
       77  WS-PRZ-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PRZ-OK                       VALUE '00'.

       77  WS-FIM-PRAZOS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-PRAZOS-SIM               VALUE 'S'.
       77  WS-PRZ-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-PRZ-ESTOUROU-SIM             VALUE 'S'.
       77  WS-PRZ-GRAVADOS         PIC X(01)   VALUE 'N'.
           88  WS-PRZ-GRAVADOS-SIM             VALUE 'S'.

       77  WS-MAX-PRAZOS           PIC 9(04)   VALUE 2700.
       77  WS-QTD-PRZ-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-PRZ              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-PRAZOS.
           05  WS-PRAZO-ENTRADA    OCCURS 2700 TIMES.
               10  WS-PZT-TRANSPORTADORA PIC X(04).
               10  WS-PZT-UF           PIC X(02).
               10  WS-PZT-DIAS         PIC 9(03).

      * CONSULTA DO P8785 (PRAZO DE UMA TRANSPORTADORA PARA UMA UF)
       01  WS-PRZ-TRP-PROCURADA    PIC X(04)   VALUE SPACES.
       01  WS-PRZ-UF-PROCURADA     PIC X(02)   VALUE SPACES.
       77  WS-IDX-PRZ-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
