      ******************************************************************
      * Copybook:  ENCGF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de encargos lancados
      *            (ENCGREG.dat) - uma linha por encargo gravado no
      *            LATEFEE.dat (juros e multa do LATE-FEE, tarifa de
      *            cheque devolvido do CHEQUE-MAINT): a propria linha
      *            do LATEFEE.dat, a data do lancamento e o programa.
      *            O LATEFEE.dat perde linhas na baixa (CASH-APPLY),
      *            na perda (WOFF-QUEUE), na renegociacao (RENEG-PLAN)
      *            e no arquivamento (FIN-ARCHIVE), entao nao serve de
      *            marca para a contabilidade; este so e acrescido e
      *            e o que o GL-JOURNAL contabiliza, como o
      *            DISCREG.dat.
      ******************************************************************
       01  REG-ENCARGO-LANCADO.
           05  EGR-ENCARGO.
               10  EGR-CODIGO          PIC 9(06).
               10  EGR-COMPETENCIA     PIC 9(06).
               10  EGR-VALOR-ENCARGO   PIC 9(09)V99.
               10  EGR-TIPO-ENCARGO    PIC X(01).
                   88  EGR-ENCARGO-ATRASO      VALUE ' '.
                   88  EGR-TARIFA-CHEQUE       VALUE 'C'.
               10  EGR-CONTRATO        PIC 9(02).
           05  EGR-DATA-LANCAMENTO     PIC 9(08).
           05  EGR-PROGRAMA            PIC X(08).
