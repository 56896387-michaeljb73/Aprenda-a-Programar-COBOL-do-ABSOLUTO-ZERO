      ******************************************************************
      * Copybook:  MTFF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do resumo de metas por filial (METAFIL.dat):
      *            uma linha por filial com meta ou com faturamento na
      *            competencia - meta do mes, faturado e devolvido
      *            (notas de credito) ate a data de referencia e o
      *            esperado pro rata dos dias uteis da filial ja
      *            decorridos. Atingido = faturado - devolvido; gap =
      *            atingido - esperado. Gravado pelo TARGET-REPORT,
      *            lido pelo EOD-SUMMARY.
      ******************************************************************
       01  REG-RESUMO-META.
           05  MTF-DATA-REFERENCIA     PIC 9(08).
           05  MTF-COMPETENCIA         PIC 9(06).
           05  MTF-FILIAL              PIC X(02).
           05  MTF-VALOR-META          PIC 9(11)V99.
           05  MTF-VALOR-FATURADO      PIC 9(11)V99.
           05  MTF-VALOR-DEVOLVIDO     PIC 9(11)V99.
           05  MTF-VALOR-ESPERADO      PIC 9(11)V99.
           05  MTF-DIAS-UTEIS-DECORR   PIC 9(02).
           05  MTF-DIAS-UTEIS-MES      PIC 9(02).
