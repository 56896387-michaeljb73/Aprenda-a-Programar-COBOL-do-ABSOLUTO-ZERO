      ******************************************************************
      * Copybook:  PERCTLF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do controle de periodos
      *            contabeis (PERCTL.dat) - uma linha por competencia
      *            AAAAMM ja tratada pelo supervisor, com a situacao
      *            (A = aberta, F = fechada), a data e o operador da
      *            ultima troca. Competencia sem linha e competencia
      *            aberta: so o que o supervisor fechou bloqueia
      *            lancamento.
      ******************************************************************
       01  REG-PERIODO-CONTABIL.
           05  PER-COMPETENCIA         PIC 9(06).
           05  PER-SITUACAO            PIC X(01).
               88  PER-ABERTO                  VALUE 'A'.
               88  PER-FECHADO                 VALUE 'F'.
           05  PER-DATA-SITUACAO       PIC 9(08).
           05  PER-OPERADOR            PIC X(08).
