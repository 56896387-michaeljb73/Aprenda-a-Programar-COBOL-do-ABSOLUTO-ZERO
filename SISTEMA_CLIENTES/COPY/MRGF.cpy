      ******************************************************************
      * Copybook:  MRGF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de margem faturada
      *            (INVMARG.dat) - uma linha por item de pedido
      *            faturado, com o valor de venda da linha e o custo
      *            medio do item (ITM-CUSTO-MEDIO) congelado na
      *            emissao da fatura. Recebimento posterior que mexa
      *            no custo medio nao muda a margem ja apurada. Pedido
      *            sem linha no ORDLINES.dat sai pelo espelho do
      *            cabecalho. O arquivo so cresce (OPEN EXTEND) -
      *            fatura emitida antes dele nao tem margem.
      ******************************************************************
       01  REG-MARGEM-FATURA.
           05  MRG-FATURA              PIC 9(06).
           05  MRG-DATA-EMISSAO        PIC 9(08).
           05  MRG-CODIGO-CLIENTE      PIC 9(06).
           05  MRG-PEDIDO              PIC 9(06).
           05  MRG-ITEM                PIC X(08).
           05  MRG-QUANTIDADE          PIC 9(05).
           05  MRG-VALOR-VENDA         PIC 9(09)V99.
           05  MRG-CUSTO-UNITARIO      PIC 9(07)V99.
           05  MRG-CUSTO-TOTAL         PIC 9(11)V99.
