      ******************************************************************
      * Copybook:  METF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da tabela de metas mensais de
      *            venda (METAS.dat) - uma linha por competencia e
      *            filial, com operador em branco para a meta da
      *            filial inteira ou preenchido para a meta individual
      *            do operador dentro dela. Mantida pelo TARGET-MAINT
      *            (so supervisor, que fica carimbado na linha) e lida
      *            pelo TARGET-REPORT contra o faturado do mes.
      ******************************************************************
       01  REG-META-VENDA.
           05  MET-COMPETENCIA         PIC 9(06).
           05  MET-FILIAL              PIC X(02).
           05  MET-OPERADOR            PIC X(08).
           05  MET-VALOR               PIC 9(11)V99.
           05  MET-SUPERVISOR          PIC X(08).
           05  MET-DATA-ALTERACAO      PIC 9(08).
