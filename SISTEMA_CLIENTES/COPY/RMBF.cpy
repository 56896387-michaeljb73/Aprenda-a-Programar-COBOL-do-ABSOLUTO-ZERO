      ******************************************************************
      * Copybook:  RMBF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do pedido de reembolso de saldo credor
      *            (REEMBOLS.dat) - modelo de fila do WOFF-QUEUE: o
      *            operador pede o reembolso do saldo disponivel do
      *            cliente (valores em suspenso do CASHSUSP.dat mais
      *            saldo restante das notas de credito do
      *            CREDNOTE.dat, fotografados no pedido) com os dados
      *            bancarios do favorecido; um supervisor aprova ou
      *            recusa. O REFUND-PAY paga os aprovados (G) ou os
      *            cancela (C) quando o saldo do cliente ja nao cobre
      *            o valor aprovado.
      ******************************************************************
       01  REG-PEDIDO-REEMBOLSO.
           05  RMB-NUMERO              PIC 9(06).
           05  RMB-CODIGO              PIC 9(06).
           05  RMB-VALOR-SUSPENSO      PIC 9(09)V99.
           05  RMB-VALOR-NOTAS         PIC 9(09)V99.
           05  RMB-VALOR               PIC 9(09)V99.
           05  RMB-BANCO               PIC 9(03).
           05  RMB-AGENCIA             PIC 9(04).
           05  RMB-CONTA               PIC X(12).
           05  RMB-TIPO-CONTA          PIC X(01).
               88  RMB-CONTA-CORRENTE          VALUE 'C'.
               88  RMB-CONTA-POUPANCA          VALUE 'P'.
               88  RMB-TIPO-CONTA-VALIDO       VALUE 'C' 'P'.
           05  RMB-DOC-FAVORECIDO      PIC 9(14).
           05  RMB-NOME-FAVORECIDO     PIC X(30).
           05  RMB-MOTIVO              PIC X(30).
           05  RMB-DATA-PEDIDO         PIC 9(08).
           05  RMB-OPERADOR            PIC X(08).
           05  RMB-SITUACAO            PIC X(01).
               88  RMB-PEDIDO                  VALUE 'P'.
               88  RMB-APROVADO                VALUE 'A'.
               88  RMB-RECUSADO                VALUE 'R'.
               88  RMB-PAGO                    VALUE 'G'.
               88  RMB-CANCELADO               VALUE 'C'.
               88  RMB-EM-ANDAMENTO            VALUE 'P' 'A'.
           05  RMB-APROVADOR           PIC X(08).
           05  RMB-DATA-DECISAO        PIC 9(08).
           05  RMB-DATA-PAGAMENTO      PIC 9(08).
