      ******************************************************************
      * Copybook:  KYCF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do arquivo de documentos
      *            cadastrais do cliente (DOCKYC.dat): um registro por
      *            cliente e documento exigido (DOCEXIG.dat, copybook
      *            KYCXF) com a data de recebimento, a validade do
      *            documento e o operador que conferiu o original.
      *            Mantido pelo KYC-MAINT; conferido pelo ORDER-ENTRY
      *            e pelo QUOTE-MAINT antes de pedido e cotacao (ver
      *            P8994 em KYCPA); o KYC-EXPIRY lista os que vencem.
      *            Documento BAIXADO (recusado, substituido ou
      *            revogado) conta como documento que falta.
      ******************************************************************
       01  REG-DOCUMENTO-CLIENTE.
           05  KYC-CHAVE.
               10  KYC-CLIENTE         PIC 9(06).
               10  KYC-DOCUMENTO       PIC X(04).
           05  KYC-DATA-RECEBIMENTO    PIC 9(08).
      *        ZEROS = DOCUMENTO SEM PRAZO DE VALIDADE
           05  KYC-DATA-VALIDADE       PIC 9(08).
               88  KYC-SEM-VALIDADE            VALUE ZEROS.
           05  KYC-CONFERIDO-POR       PIC X(08).
           05  KYC-DATA-CONFERENCIA    PIC 9(08).
           05  KYC-SITUACAO            PIC X(01).
               88  KYC-ATIVO                   VALUE 'A'.
               88  KYC-BAIXADO                 VALUE 'B'.
