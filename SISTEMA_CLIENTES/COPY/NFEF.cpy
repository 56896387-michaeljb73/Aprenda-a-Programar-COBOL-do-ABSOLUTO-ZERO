      ******************************************************************
      * Copybook:  NFEF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de notas fiscais eletronicas
      *            (NFE.dat): uma linha por fatura emitida pelo
      *            INVOICE-GEN, com os totais da emissao, a chave de
      *            acesso montada pelo NFE-GEN na transmissao e a
      *            situacao na SEFAZ devolvida pelo NFE-RETURN.
      *              P - a transmitir (nova ou reenviada da fila)
      *              T - transmitida, aguardando retorno
      *              A - autorizada (protocolo preenchido)
      *              R - rejeitada (motivo preenchido) - fila do
      *                  NFE-WORKLIST
      *              C - rejeitada, em correcao por um operador
      *            Pedido de fatura nao autorizada nao embarca
      *            (SHIP-CONFIRM) e o cliente dela fica fora da
      *            remessa bancaria (REMIT-GEN).
      ******************************************************************
       01  REG-NFE.
           05  NFE-FATURA              PIC 9(06).
           05  NFE-CODIGO-CLIENTE      PIC 9(06).
           05  NFE-SITUACAO            PIC X(01).
               88  NFE-A-TRANSMITIR            VALUE 'P'.
               88  NFE-TRANSMITIDA             VALUE 'T'.
               88  NFE-AUTORIZADA              VALUE 'A'.
               88  NFE-REJEITADA               VALUE 'R'.
               88  NFE-EM-CORRECAO             VALUE 'C'.
           05  NFE-CHAVE-ACESSO        PIC X(44).
           05  NFE-DATA-EMISSAO        PIC 9(08).
           05  NFE-UF                  PIC X(02).
           05  NFE-VALOR-MERCADORIAS   PIC 9(11)V99.
           05  NFE-VALOR-FRETE         PIC 9(07)V99.
           05  NFE-ALIQUOTA            PIC 9(02)V99.
           05  NFE-VALOR-IMPOSTO       PIC 9(09)V99.
           05  NFE-DATA-SITUACAO       PIC 9(08).
           05  NFE-PROTOCOLO           PIC X(15).
           05  NFE-MOTIVO              PIC X(40).
           05  NFE-OPERADOR            PIC X(08).
