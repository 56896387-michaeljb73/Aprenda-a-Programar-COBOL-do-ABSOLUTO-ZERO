      ******************************************************************
      * Copybook:  PCMPWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do pedido de compra em memoria. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado PCMPSL (SELECT) e PCMPF/PCMLF (FD), chamar
      *            P8570-CARREGA-COMPRAS (PCMPPA) no inicio - carga
      *            estourada (WS-COMPRAS-ESTOURARAM-SIM) impede
      *            qualquer regravacao, que apagaria o que ficou alem
      *            do teto - e, se mexeu nas tabelas, chamar
      *            P8580-GRAVA-COMPRAS no fim e testar
      *            WS-COMPRAS-GRAVADAS-SIM.
      ******************************************************************
       77  WS-PCH-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PCH-OK                       VALUE '00'.
       77  WS-PCI-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PCI-OK                       VALUE '00'.

       77  WS-FIM-COMPRAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-COMPRAS-SIM              VALUE 'S'.
       77  WS-COMPRAS-ESTOURARAM   PIC X(01)   VALUE 'N'.
           88  WS-COMPRAS-ESTOURARAM-SIM       VALUE 'S'.
       77  WS-COMPRAS-GRAVADAS     PIC X(01)   VALUE 'N'.
           88  WS-COMPRAS-GRAVADAS-SIM         VALUE 'S'.

      * CABECALHOS DOS PEDIDOS DE COMPRA
       77  WS-MAX-COMPRAS          PIC 9(04)   VALUE 500.
       77  WS-QTD-COMPRAS-TAB      PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-COMPRA           PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-PCM-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-COMPRAS.
           05  WS-COMPRA-ENTRADA   OCCURS 500 TIMES.
               10  WS-PCT-NUMERO       PIC 9(06).
               10  WS-PCT-FORNECEDOR   PIC 9(06).
               10  WS-PCT-DATA-EMISSAO PIC 9(08).
               10  WS-PCT-DATA-PREVISTA PIC 9(08).
               10  WS-PCT-SITUACAO     PIC X(01).
                   88  WS-PCT-ABERTO           VALUE 'A'.
                   88  WS-PCT-PARCIAL          VALUE 'P'.
                   88  WS-PCT-RECEBIDO         VALUE 'R'.
                   88  WS-PCT-CANCELADO        VALUE 'C'.
                   88  WS-PCT-A-RECEBER        VALUE 'A' 'P'.
               10  WS-PCT-OPERADOR     PIC X(08).

      * LINHAS DOS PEDIDOS DE COMPRA
       77  WS-MAX-LINHAS-COMPRA    PIC 9(04)   VALUE 2000.
       77  WS-QTD-LINHAS-COMPRA    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-LINHA-COMPRA     PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-LINHAS-COMPRA.
           05  WS-LINHA-COMPRA-ENTRADA OCCURS 2000 TIMES.
               10  WS-PLT-NUMERO       PIC 9(06).
               10  WS-PLT-SEQUENCIA    PIC 9(03).
               10  WS-PLT-ITEM         PIC X(08).
               10  WS-PLT-QTD-PEDIDA   PIC 9(07).
               10  WS-PLT-QTD-RECEBIDA PIC 9(07).
               10  WS-PLT-CUSTO        PIC 9(07)V99.

      * LOCALIZACAO E SITUACAO DE UM PEDIDO (P8575/P8576)
       01  WS-PCM-NUMERO           PIC 9(06)   VALUE ZEROS.
       77  WS-PCM-QTD-LINHAS       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-PCM-QTD-COMPLETAS    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-PCM-QTD-COM-ENTRADA  PIC 9(03)   VALUE ZEROS COMP.
