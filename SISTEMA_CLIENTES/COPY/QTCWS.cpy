      ******************************************************************
      * Copybook:  QTCWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio das cartas de quitacao em memoria.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado QTCSL (SELECT) e QTCF (FD), chamar
      *            P8150-CARREGA-QUITACOES (QTCPA) no inicio - carga
      *            estourada (WS-QTC-ESTOUROU-SIM) impede qualquer
      *            regravacao, que apagaria o que ficou alem do teto -
      *            e, se mexeu na tabela, chamar P8158-GRAVA-QUITACOES
      *            e testar WS-QTC-GRAVADAS-SIM.
      ******************************************************************
       77  WS-QTC-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-QTC-OK                       VALUE '00'.

       77  WS-FIM-QTC              PIC X(01)   VALUE 'N'.
           88  WS-FIM-QTC-SIM                  VALUE 'S'.
       77  WS-QTC-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-QTC-ESTOUROU-SIM             VALUE 'S'.
       77  WS-QTC-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-QTC-GRAVADAS-SIM             VALUE 'S'.

      * CARTAS DE QUITACAO - O NUMERO DA PROXIMA CARTA E O MAIOR JA
      * USADO MAIS UM
       77  WS-MAX-QTC              PIC 9(03)   VALUE 500.
       77  WS-QTD-QTC-TAB          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-QTC              PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTC-ULTIMO-NUMERO    PIC 9(06)   VALUE ZEROS.
       01  WS-TAB-QTC.
           05  WS-QTC-ENTRADA      OCCURS 500 TIMES.
               10  WS-QTT-NUMERO       PIC 9(06).
               10  WS-QTT-CODIGO       PIC 9(06).
               10  WS-QTT-DATA-EMISSAO PIC 9(08).
               10  WS-QTT-DATA-VALIDADE PIC 9(08).
               10  WS-QTT-QTD-PARCELAS PIC 9(03).
               10  WS-QTT-VALOR-PARCELAS PIC 9(09)V99.
               10  WS-QTT-VALOR-DESCONTO PIC 9(09)V99.
               10  WS-QTT-VALOR-ENCARGOS PIC 9(09)V99.
               10  WS-QTT-VALOR-QUITACAO PIC 9(09)V99.
               10  WS-QTT-NOSSO-NUMERO PIC 9(10).
               10  WS-QTT-SITUACAO     PIC X(01).
                   88  WS-QTT-EMITIDA          VALUE 'E'.
                   88  WS-QTT-LIQUIDADA        VALUE 'L'.
                   88  WS-QTT-CANCELADA        VALUE 'C'.
               10  WS-QTT-DATA-BAIXA   PIC 9(08).
               10  WS-QTT-RECIBO       PIC 9(06).
               10  WS-QTT-OPERADOR     PIC X(08).

      * CARTA EMITIDA DE UM CLIENTE (P8152): PELO NOSSO-NUMERO DO
      * BOLETO DELA OU, COM ZEROS, A MAIS RECENTE DO CLIENTE
       01  WS-QTC-CLIENTE-PROC     PIC 9(06)   VALUE ZEROS.
       01  WS-QTC-NOSSO-PROC       PIC 9(10)   VALUE ZEROS.
       77  WS-IDX-QTC-ACHADA       PIC 9(03)   VALUE ZEROS COMP.
