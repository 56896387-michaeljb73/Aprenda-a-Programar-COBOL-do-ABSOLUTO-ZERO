      ******************************************************************
      * Copybook:  RMAF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da autorizacao de devolucao de
      *            mercadoria (RMAFILE.dat) - uma linha por item do
      *            pedido faturado que o cliente pediu para devolver.
      *            A autorizacao e identificada pelo numero do pedido
      *            (a nota de credito tambem e uma por pedido). O
      *            RMA-MAINT abre as linhas AUTORIZADAS com o motivo
      *            e a quantidade; na chegada o deposito informa a
      *            quantidade recebida e a condicao de cada linha
      *            (REVENDAVEL, AVARIADA ou SUCATA) e a linha fica
      *            INSPECIONADA; a nota do CREDIT-NOTE devolve ao
      *            STOCKF.dat so o que e revendavel (movimento R no
      *            STKMOVE.dat com o numero da nota) e ENCERRA as
      *            linhas com o numero da nota.
      ******************************************************************
       01  REG-DEVOLUCAO.
           05  RMA-PEDIDO              PIC 9(06).
           05  RMA-SEQUENCIA           PIC 9(03).
           05  RMA-CODIGO-CLIENTE      PIC 9(06).
           05  RMA-DATA-ABERTURA       PIC 9(08).
           05  RMA-MOTIVO              PIC X(03).
           05  RMA-ITEM                PIC X(08).
           05  RMA-QTD-AUTORIZADA      PIC 9(05).
           05  RMA-QTD-RECEBIDA        PIC 9(05).
           05  RMA-CONDICAO            PIC X(01).
               88  RMA-REVENDAVEL              VALUE 'R'.
               88  RMA-AVARIADA                VALUE 'D'.
               88  RMA-SUCATA                  VALUE 'S'.
           05  RMA-DATA-INSPECAO       PIC 9(08).
           05  RMA-SITUACAO            PIC X(01).
               88  RMA-AUTORIZADA              VALUE 'A'.
               88  RMA-INSPECIONADA            VALUE 'I'.
               88  RMA-ENCERRADA               VALUE 'E'.
               88  RMA-CANCELADA               VALUE 'C'.
           05  RMA-NOTA                PIC 9(06).
           05  RMA-OPERADOR            PIC X(08).
