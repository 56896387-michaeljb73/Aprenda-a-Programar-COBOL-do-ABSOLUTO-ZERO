      *            CHURN-REPORT fecha o mes por motivo, filial e
      *            faixa de valor. Antes so restava o status
      *            CANCELADO e a historia morria.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Incluida a sequencia do contrato cancelado
      *                  (CEV-CONTRATO). Brancos (registros antigos) =
      *                  contrato principal.
      ******************************************************************
       01  REG-EVENTO-CANCEL.
           05  CEV-CODIGO              PIC 9(06).
           05  CEV-DATA                PIC 9(08).
           05  CEV-FILIAL              PIC X(02).
           05  CEV-VALOR-ANUAL         PIC 9(09)V99.
           05  CEV-CONTRATO            PIC 9(02).
