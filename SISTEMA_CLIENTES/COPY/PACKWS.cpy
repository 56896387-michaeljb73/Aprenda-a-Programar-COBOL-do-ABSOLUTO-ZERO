      ******************************************************************
      * Copybook:  PACKWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio da separacao dos pedidos em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado PACKSL (SELECT) e PACKF (FD),
      *            chamar P8690-CARREGA-SEPARACAO (PACKPA) no inicio -
      *            carga estourada (WS-PCK-ESTOUROU-SIM) impede
      *            qualquer regravacao, que apagaria o que ficou alem
      *            do teto - e, se mexeu na tabela, chamar
      *            P8698-GRAVA-SEPARACAO e testar WS-PCK-GRAVADAS-SIM.
      ******************************************************************
       77  WS-PCK-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PCK-OK                       VALUE '00'.

       77  WS-FIM-PCK              PIC X(01)   VALUE 'N'.
           88  WS-FIM-PCK-SIM                  VALUE 'S'.
       77  WS-PCK-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-PCK-ESTOUROU-SIM             VALUE 'S'.
       77  WS-PCK-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-PCK-GRAVADAS-SIM             VALUE 'S'.

      * LINHAS DE SEPARACAO
       77  WS-MAX-PCK              PIC 9(04)   VALUE 3000.
       77  WS-QTD-PCK-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-PCK              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-PCK.
           05  WS-PCK-ENTRADA      OCCURS 3000 TIMES.
               10  WS-PKT-PEDIDO       PIC 9(06).
               10  WS-PKT-SEQUENCIA    PIC 9(03).
               10  WS-PKT-CLIENTE      PIC 9(06).
               10  WS-PKT-ITEM         PIC X(08).
               10  WS-PKT-DEPOSITO     PIC X(03).
               10  WS-PKT-QTD-PEDIDA   PIC 9(05).
               10  WS-PKT-QTD-SEPARADA PIC 9(05).
               10  WS-PKT-DATA-LISTA   PIC 9(08).
               10  WS-PKT-DATA-CONFERENCIA PIC 9(08).
               10  WS-PKT-SITUACAO     PIC X(01).
                   88  WS-PKT-LISTADA          VALUE 'L'.
                   88  WS-PKT-CONFERIDA        VALUE 'C'.
                   88  WS-PKT-FALTA            VALUE 'F'.
               10  WS-PKT-OPERADOR     PIC X(08).

      * RESUMO DA SEPARACAO DE UM PEDIDO (P8692)
       01  WS-PCK-PEDIDO-PROC      PIC 9(06)   VALUE ZEROS.
       77  WS-PCK-QTD-LINHAS       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-PCK-QTD-LISTADAS     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-PCK-QTD-CONFERIDAS   PIC 9(03)   VALUE ZEROS COMP.
       77  WS-PCK-QTD-FALTAS       PIC 9(03)   VALUE ZEROS COMP.
