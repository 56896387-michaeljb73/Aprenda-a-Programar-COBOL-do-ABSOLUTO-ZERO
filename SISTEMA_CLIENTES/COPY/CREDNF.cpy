      *            saldo que ainda compensa no proximo faturamento
      *            (consumido pelo INVOICE-GEN na geracao da parcela
      *            do cliente). O CN-REGISTER fecha o livro do mes.
      *            Saldo devolvido em dinheiro ao cliente pelo
      *            REFUND-PAY sai do saldo restante e fica em
      *            CNT-VALOR-REEMBOLSADO (em branco nas notas
      *            gravadas antes do reembolso - ler como zero).
      ******************************************************************
       01  REG-NOTA-CREDITO.
           05  CNT-NUMERO              PIC 9(06).
           05  CNT-SALDO-RESTANTE      PIC 9(09)V99.
           05  CNT-MOTIVO              PIC X(30).
           05  CNT-OPERADOR            PIC X(08).
           05  CNT-VALOR-REEMBOLSADO   PIC 9(09)V99.
