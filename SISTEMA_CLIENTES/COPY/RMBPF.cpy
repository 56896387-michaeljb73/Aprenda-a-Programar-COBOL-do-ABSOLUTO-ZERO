      ******************************************************************
      * Copybook:  RMBPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de reembolso pago (REEMBREG.dat)
      *            - uma linha por pedido pago no REFUND-PAY, com a
      *            filial do cliente, o valor pago e quanto dele saiu
      *            dos valores em suspenso e quanto das notas de
      *            credito. O arquivo so e acrescido; o GL-JOURNAL
      *            guarda no GLCTL.dat quantas linhas ja contabilizou.
      ******************************************************************
       01  REG-REEMBOLSO-PAGO.
           05  RPG-NUMERO              PIC 9(06).
           05  RPG-CODIGO              PIC 9(06).
           05  RPG-FILIAL              PIC X(02).
           05  RPG-DATA-PAGAMENTO      PIC 9(08).
           05  RPG-VALOR               PIC 9(09)V99.
           05  RPG-VALOR-SUSPENSO      PIC 9(09)V99.
           05  RPG-VALOR-NOTAS         PIC 9(09)V99.
           05  RPG-APROVADOR           PIC X(08).
