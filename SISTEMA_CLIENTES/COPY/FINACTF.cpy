      ******************************************************************
      * Copybook:  FINACTF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do catalogo do arquivamento financeiro
      *            (FINARQCT.dat) - uma linha por cliente em cada
      *            rodada do FIN-ARCHIVE, com a quantidade e o valor
      *            do que saiu de cada arquivo de origem. E o que o
      *            RECON-LEDGER soma de volta para a conciliacao
      *            continuar fechando, e o que diz a consulta em qual
      *            arquivo-morto datado estao os itens do cliente.
      *            Parcela renegociada nao tem valor somado - ela ja
      *            ficava fora do plano do RECON-LEDGER.
      ******************************************************************
       01  REG-CONTROLE-ARQUIVAMENTO.
           05  FCT-DATA-ARQUIVAMENTO   PIC 9(08).
           05  FCT-DATA-CORTE          PIC 9(08).
           05  FCT-CODIGO              PIC 9(06).
           05  FCT-QTD-PAGAS           PIC 9(05).
           05  FCT-VALOR-PAGAS         PIC 9(11)V99.
           05  FCT-QTD-RENEGOCIADAS    PIC 9(05).
           05  FCT-QTD-RECIBOS         PIC 9(05).
           05  FCT-VALOR-RECIBOS       PIC 9(11)V99.
           05  FCT-QTD-ENCARGOS        PIC 9(05).
           05  FCT-VALOR-ENCARGOS      PIC 9(11)V99.
           05  FCT-QTD-FATURAS         PIC 9(05).
           05  FCT-VALOR-FATURAS       PIC 9(13)V99.
