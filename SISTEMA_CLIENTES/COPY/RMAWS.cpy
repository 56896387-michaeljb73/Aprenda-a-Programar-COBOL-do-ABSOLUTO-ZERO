      ******************************************************************
      * Copybook:  RMAWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio das autorizacoes de devolucao em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado RMASL (SELECT) e RMAF (FD),
      *            chamar P8590-CARREGA-DEVOLUCOES (RMAPA) no inicio -
      *            carga estourada (WS-RMA-ESTOUROU-SIM) impede
      *            qualquer regravacao, que apagaria o que ficou alem
      *            do teto - e, se mexeu na tabela, chamar
      *            P8598-GRAVA-DEVOLUCOES e testar
      *            WS-RMA-GRAVADAS-SIM.
      ******************************************************************
       77  WS-RMA-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-RMA-OK                       VALUE '00'.

       77  WS-FIM-RMA              PIC X(01)   VALUE 'N'.
           88  WS-FIM-RMA-SIM                  VALUE 'S'.
       77  WS-RMA-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-RMA-ESTOUROU-SIM             VALUE 'S'.
       77  WS-RMA-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-RMA-GRAVADAS-SIM             VALUE 'S'.

      * LINHAS DAS AUTORIZACOES DE DEVOLUCAO
       77  WS-MAX-RMA              PIC 9(04)   VALUE 2000.
       77  WS-QTD-RMA-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RMA              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-RMA.
           05  WS-RMA-ENTRADA      OCCURS 2000 TIMES.
               10  WS-RMT-PEDIDO       PIC 9(06).
               10  WS-RMT-SEQUENCIA    PIC 9(03).
               10  WS-RMT-CLIENTE      PIC 9(06).
               10  WS-RMT-DATA-ABERTURA PIC 9(08).
               10  WS-RMT-MOTIVO       PIC X(03).
               10  WS-RMT-ITEM         PIC X(08).
               10  WS-RMT-QTD-AUTORIZADA PIC 9(05).
               10  WS-RMT-QTD-RECEBIDA PIC 9(05).
               10  WS-RMT-CONDICAO     PIC X(01).
                   88  WS-RMT-REVENDAVEL       VALUE 'R'.
                   88  WS-RMT-AVARIADA         VALUE 'D'.
                   88  WS-RMT-SUCATA           VALUE 'S'.
                   88  WS-RMT-CONDICAO-VALIDA  VALUE 'R' 'D' 'S'.
               10  WS-RMT-DATA-INSPECAO PIC 9(08).
               10  WS-RMT-SITUACAO     PIC X(01).
                   88  WS-RMT-AUTORIZADA       VALUE 'A'.
                   88  WS-RMT-INSPECIONADA     VALUE 'I'.
                   88  WS-RMT-ENCERRADA        VALUE 'E'.
                   88  WS-RMT-CANCELADA        VALUE 'C'.
               10  WS-RMT-NOTA         PIC 9(06).
               10  WS-RMT-OPERADOR     PIC X(08).

      * MOTIVOS DE DEVOLUCAO ACEITOS (CODIGO + DESCRICAO)
       01  WS-TAB-MOTIVOS-RMA-DADOS.
           05  FILLER              PIC X(28)   VALUE
               'DEFDEFEITO DE FABRICACAO    '.
           05  FILLER              PIC X(28)   VALUE
               'AVTAVARIA NO TRANSPORTE     '.
           05  FILLER              PIC X(28)   VALUE
               'ERRITEM OU QUANTIDADE ERRADA'.
           05  FILLER              PIC X(28)   VALUE
               'DESDESISTENCIA DO CLIENTE   '.
           05  FILLER              PIC X(28)   VALUE
               'OUTOUTROS MOTIVOS           '.
       01  WS-TAB-MOTIVOS-RMA REDEFINES WS-TAB-MOTIVOS-RMA-DADOS.
           05  WS-MOTIVO-RMA-ENTRADA OCCURS 5 TIMES.
               10  WS-MTR-CODIGO       PIC X(03).
               10  WS-MTR-DESCRICAO    PIC X(25).
       77  WS-QTD-MOTIVOS-RMA      PIC 9(02)   VALUE 5.
       77  WS-IDX-MOTIVO-RMA       PIC 9(02)   VALUE ZEROS COMP.

      * RESUMO DA AUTORIZACAO DE UM PEDIDO (P8592) E DESCRICAO DE UM
      * MOTIVO (P8593)
       01  WS-RMA-PEDIDO-PROC      PIC 9(06)   VALUE ZEROS.
       77  WS-RMA-QTD-LINHAS       PIC 9(03)   VALUE ZEROS COMP.
       77  WS-RMA-QTD-AUTORIZADAS  PIC 9(03)   VALUE ZEROS COMP.
       77  WS-RMA-QTD-INSPECIONADAS PIC 9(03)  VALUE ZEROS COMP.
       77  WS-RMA-QTD-ENCERRADAS   PIC 9(03)   VALUE ZEROS COMP.
       77  WS-RMA-ULTIMA-SEQUENCIA PIC 9(03)   VALUE ZEROS.
       01  WS-RMA-MOTIVO-PROC      PIC X(03)   VALUE SPACES.
       01  WS-RMA-MOTIVO-DESCRICAO PIC X(25)   VALUE SPACES.
       77  WS-RMA-MOTIVO-VALIDO    PIC X(01)   VALUE 'N'.
           88  WS-RMA-MOTIVO-VALIDO-SIM        VALUE 'S'.
