      ******************************************************************
      * Copybook:  CHQF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da custodia de cheques
      *            pre-datados (CHEQUES.dat) - um registro por cheque
      *            recebido para uma parcela: banco, agencia, conta,
      *            numero, data "bom para", valor e a parcela que o
      *            cheque cobre. Recebido pelo CHEQUE-MAINT fica EM
      *            CUSTODIA; o CHEQUE-DEPOSIT lista de manha os que
      *            vencem antes do proximo dia util; o deposito
      *            confirmado (DEPOSITADO) manda a baixa da parcela ao
      *            CASH-APPLY; a devolucao pelo banco (DEVOLVIDO)
      *            manda o estorno, grava a tarifa no LATEFEE.dat e o
      *            contato de cobranca. Cheque que volta as maos do
      *            cliente sem deposito fica RESGATADO. Substitui o
      *            fichario de papel.
      ******************************************************************
       01  REG-CHEQUE.
           05  CHQ-ID                  PIC 9(06).
           05  CHQ-CODIGO              PIC 9(06).
           05  CHQ-PARCELA             PIC 9(02).
           05  CHQ-BANCO               PIC 9(03).
           05  CHQ-AGENCIA             PIC 9(04).
           05  CHQ-CONTA               PIC X(12).
           05  CHQ-NUMERO              PIC 9(06).
           05  CHQ-BOM-PARA            PIC 9(08).
           05  CHQ-VALOR               PIC 9(09)V99.
           05  CHQ-SITUACAO            PIC X(01).
               88  CHQ-EM-CUSTODIA             VALUE 'C'.
               88  CHQ-DEPOSITADO              VALUE 'D'.
               88  CHQ-DEVOLVIDO               VALUE 'V'.
               88  CHQ-RESGATADO               VALUE 'R'.
               88  CHQ-ATIVO                   VALUE 'C' 'D'.
           05  CHQ-DATA-RECEBIMENTO    PIC 9(08).
           05  CHQ-DATA-DEPOSITO       PIC 9(08).
           05  CHQ-DATA-DEVOLUCAO      PIC 9(08).
           05  CHQ-ALINEA              PIC 9(02).
           05  CHQ-VALOR-TARIFA        PIC 9(07)V99.
           05  CHQ-OPERADOR            PIC X(08).
