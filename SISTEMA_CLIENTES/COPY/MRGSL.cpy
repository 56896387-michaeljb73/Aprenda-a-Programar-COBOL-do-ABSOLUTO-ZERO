      ******************************************************************
      * Copybook:  MRGSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do arquivo de margem
      *            faturada (INVMARG.dat, copybook MRGF): gravado pelo
      *            INVOICE-GEN no faturamento e lido pelo SALES-REPORT
      *            nas quebras de margem por fatura e por item.
      ******************************************************************
           SELECT MARGEM-FATURAS ASSIGN TO
           'src\assets\INVMARG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARGEM-STATUS.
