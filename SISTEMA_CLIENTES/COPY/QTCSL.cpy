      ******************************************************************
      * Copybook:  QTCSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro de cartas
      *            de quitacao antecipada (QUITACAO.dat, copybook
      *            QTCF). Usada pelo PAYOFF-QUOTE, que emite a carta,
      *            pelo REMIT-GEN, que manda o boleto dela ao banco, e
      *            pelo CASH-APPLY, que baixa o saldo inteiro quando o
      *            valor da carta entra no prazo - sempre em conjunto
      *            com QTCWS e QTCPA.
      ******************************************************************
           SELECT CARTAS-QUITACAO ASSIGN TO
           'src\assets\QUITACAO.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTC-STATUS.
