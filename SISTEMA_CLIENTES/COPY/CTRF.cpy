      ******************************************************************
      * Copybook:  CTRF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de contratos
      *            (CONTRATOS.dat) - um registro por contrato do
      *            cliente, chave CTR-CODIGO + CTR-SEQUENCIA, com os
      *            campos que antes so existiam no CUSTOMER-RECORD:
      *            valor anual, moeda, status de pagamento e
      *            vigencia. Cliente que assina um segundo servico
      *            ganha o contrato 02 no mesmo codigo, em vez de um
      *            cadastro novo. O contrato 01 (principal) e o que
      *            o CUSTOMER-RECORD carrega - o cadastro continua
      *            sendo a fonte dele (ver P8874 em CTRPA) e o
      *            CONTRACT-MAINT regrava os dois juntos.
      ******************************************************************
       01  REG-CONTRATO.
           05  CTR-CHAVE.
               10  CTR-CODIGO          PIC 9(06).
               10  CTR-SEQUENCIA       PIC 9(02).
                   88  CTR-PRINCIPAL           VALUE 01.
           05  CTR-DESCRICAO           PIC X(20).
           05  CTR-VALOR-CONTRATO      PIC 9(09)V99  USAGE COMP-3.
           05  CTR-MOEDA-CONTRATO      PIC X(03).
               88  CTR-MOEDA-BRL               VALUE 'BRL'.
               88  CTR-MOEDA-USD               VALUE 'USD'.
               88  CTR-MOEDA-EUR               VALUE 'EUR'.
           05  CTR-STATUS-PAGTO        PIC 9(01).
               88  CTR-PAGTO-PENDENTE          VALUE 1.
               88  CTR-PAGTO-FATURADO          VALUE 2.
               88  CTR-PAGTO-PAGO              VALUE 3.
               88  CTR-PAGTO-ATRASADO          VALUE 4.
               88  CTR-PAGTO-CANCELADO         VALUE 5.
           05  CTR-DATA-INICIO-VIGENCIA PIC 9(08).
           05  CTR-DATA-FIM-VIGENCIA   PIC 9(08).
           05  CTR-DATA-CRIACAO        PIC 9(08).
           05  CTR-OPERADOR            PIC X(08).
