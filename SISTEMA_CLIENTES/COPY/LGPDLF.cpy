      ******************************************************************
      * Copybook:  LGPDLF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro dos atendimentos a titulares
      *            (LGPDLOG.txt): um registro por pedido atendido,
      *            com data, hora, codigo do titular, operador que
      *            executou, tipo do pedido e canal por onde o
      *            titular pediu. Linhas gravadas antes do tipo e do
      *            canal chegam com brancos no fim - eram todas de
      *            acesso (LGPD-EXPORT), e o 88 de acesso aceita o
      *            branco.
      ******************************************************************
       01  REG-LOG-ATENDIMENTO.
           05  LGL-DATA                PIC 9(08).
           05  LGL-HORA                PIC 9(08).
           05  LGL-CODIGO              PIC 9(06).
           05  LGL-OPERADOR            PIC X(08).
           05  LGL-TIPO                PIC X(01).
               88  LGL-ACESSO                  VALUE 'A' ' '.
               88  LGL-ANONIMIZACAO            VALUE 'N'.
           05  LGL-CANAL               PIC X(01).
               88  LGL-CANAL-EMAIL             VALUE 'E'.
               88  LGL-CANAL-CARTA             VALUE 'C'.
               88  LGL-CANAL-TELEFONE          VALUE 'T'.
               88  LGL-CANAL-PRESENCIAL        VALUE 'P'.
               88  LGL-CANAL-SITE              VALUE 'S'.
               88  LGL-CANAL-VALIDO            VALUE 'E' 'C' 'T'
                                                     'P' 'S'.
