      ******************************************************************
      * Copybook:  PACKF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de separacao do pedido faturado
      *            (PACKFILE.dat) - uma linha por linha do pedido
      *            (ORDLINES.dat). O PICK-LIST grava as linhas LISTADAS
      *            com a quantidade pedida e o deposito que alocou; na
      *            embalagem o deposito informa no PACK-CONFIRM a
      *            quantidade separada de cada linha, que fica
      *            CONFERIDA (completa) ou com FALTA. O SHIP-CONFIRM
      *            so embarca pedido com todas as linhas CONFERIDAS.
      *            Kit e uma linha so - os componentes sao separados
      *            juntos pela lista.
      ******************************************************************
       01  REG-SEPARACAO.
           05  PCK-PEDIDO              PIC 9(06).
           05  PCK-SEQUENCIA           PIC 9(03).
           05  PCK-CODIGO-CLIENTE      PIC 9(06).
           05  PCK-ITEM                PIC X(08).
           05  PCK-DEPOSITO            PIC X(03).
           05  PCK-QTD-PEDIDA          PIC 9(05).
           05  PCK-QTD-SEPARADA        PIC 9(05).
           05  PCK-DATA-LISTA          PIC 9(08).
           05  PCK-DATA-CONFERENCIA    PIC 9(08).
           05  PCK-SITUACAO            PIC X(01).
               88  PCK-LISTADA                 VALUE 'L'.
               88  PCK-CONFERIDA               VALUE 'C'.
               88  PCK-FALTA                   VALUE 'F'.
           05  PCK-OPERADOR            PIC X(08).
