      ******************************************************************
      * Copybook:  FINARQF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do arquivo-morto datado do arquivamento
      *            financeiro (FINARQ.AAAAMMDD.dat). Cada linha leva o
      *            tipo do item, o cliente, a data do item e a imagem
      *            integral do registro de origem, com uma visao por
      *            tipo:
      *              P  parcela do INSTFILE    (copybook INSTF)
      *              R  recibo do RCPTREG      (copybook RCPTF)
      *              E  encargo do LATEFEE
      *              F  fatura do INVFILE
      *            A data do item e o vencimento da parcela, o
      *            pagamento do recibo, o dia 01 da competencia do
      *            encargo e a emissao da fatura.
      ******************************************************************
       01  REG-ARQUIVO-FIN-MORTO.
           05  FAQ-TIPO                PIC X(01).
               88  FAQ-PARCELA                 VALUE 'P'.
               88  FAQ-RECIBO                  VALUE 'R'.
               88  FAQ-ENCARGO                 VALUE 'E'.
               88  FAQ-FATURA                  VALUE 'F'.
           05  FAQ-CODIGO              PIC 9(06).
           05  FAQ-DATA                PIC 9(08).
           05  FAQ-IMAGEM              PIC X(80).
           05  FAQ-IMAGEM-PARCELA REDEFINES FAQ-IMAGEM.
               10  FAP-CODIGO          PIC 9(06).
               10  FAP-NUMERO          PIC 9(02).
               10  FAP-VENCIMENTO      PIC 9(08).
               10  FAP-VALOR           PIC 9(09)V99.
               10  FAP-STATUS          PIC X(01).
                   88  FAP-PAGA                VALUE 'P'.
                   88  FAP-RENEGOCIADA         VALUE 'R'.
               10  FAP-NOSSO-NUMERO    PIC 9(10).
               10  FAP-CONTRATO        PIC 9(02).
               10  FILLER              PIC X(40).
           05  FAQ-IMAGEM-RECIBO REDEFINES FAQ-IMAGEM.
               10  FAR-NUMERO          PIC 9(06).
               10  FAR-CODIGO          PIC 9(06).
               10  FAR-DATA-PAGTO      PIC 9(08).
               10  FAR-VALOR           PIC 9(09)V99.
               10  FAR-PARCELA         PIC 9(02).
               10  FAR-VENCIMENTO      PIC 9(08).
               10  FAR-FORMA           PIC X(01).
               10  FILLER              PIC X(38).
           05  FAQ-IMAGEM-ENCARGO REDEFINES FAQ-IMAGEM.
               10  FAE-CODIGO          PIC 9(06).
               10  FAE-COMPETENCIA     PIC 9(06).
               10  FAE-VALOR-ENCARGO   PIC 9(09)V99.
               10  FAE-TIPO-ENCARGO    PIC X(01).
                   88  FAE-TARIFA-CHEQUE       VALUE 'C'.
               10  FAE-CONTRATO        PIC 9(02).
               10  FILLER              PIC X(54).
           05  FAQ-IMAGEM-FATURA REDEFINES FAQ-IMAGEM.
               10  FAF-NUMERO          PIC 9(06).
               10  FAF-CODIGO-CLIENTE  PIC 9(06).
               10  FAF-DATA-EMISSAO    PIC 9(08).
               10  FAF-QTD-PEDIDOS     PIC 9(05).
               10  FAF-VALOR-TOTAL     PIC 9(11)V99.
               10  FAF-VALOR-IMPOSTO   PIC 9(09)V99.
               10  FAF-UF              PIC X(02).
               10  FAF-VALOR-FRETE     PIC 9(07)V99.
               10  FAF-TRANSPORTADORA  PIC X(04).
               10  FILLER              PIC X(16).
