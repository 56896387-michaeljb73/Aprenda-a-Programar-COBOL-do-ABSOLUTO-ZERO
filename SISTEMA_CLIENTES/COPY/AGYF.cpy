      ******************************************************************
      * Copybook:  AGYF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de agencias de
      *            cobranca externa (AGENCIAS.dat), mantido pelo
      *            AGENCY-MAINT: codigo, nome, percentual de comissao
      *            sobre o valor recuperado e situacao. O COLL-PLACE
      *            so encaminha cliente para agencia ativa; agencia
      *            inativa continua no cadastro para receber o
      *            retorno das contas que ja estao com ela.
      ******************************************************************
       01  REG-AGENCIA.
           05  AGY-CODIGO              PIC X(04).
           05  AGY-NOME                PIC X(30).
           05  AGY-PCT-COMISSAO        PIC 9(02)V99.
           05  AGY-SITUACAO            PIC X(01).
               88  AGY-ATIVA                   VALUE 'A'.
               88  AGY-INATIVA                 VALUE 'I'.
