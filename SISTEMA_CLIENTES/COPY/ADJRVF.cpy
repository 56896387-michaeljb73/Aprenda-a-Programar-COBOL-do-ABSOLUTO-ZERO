      *            atualiza o mestre com antes-da-imagem e emite a
      *            carta de reajuste. O contrato so mudava de valor
      *            quando alguem redigitava no PROGCSV.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Incluida a sequencia do contrato reajustado
      *                  (ADJ-CONTRATO). Brancos (registros antigos) =
      *                  contrato principal, que vive no
      *                  CUSTOMER-RECORD; os demais sao regravados no
      *                  CONTRATOS.dat.
      ******************************************************************
       01  REG-REVISAO-REAJUSTE.
           05  ADJ-CODIGO              PIC 9(06).
               88  ADJ-RECUSADO                VALUE 'R'.
           05  ADJ-APROVADOR           PIC X(08).
           05  ADJ-DATA-DECISAO        PIC 9(08).
           05  ADJ-CONTRATO            PIC 9(02).
