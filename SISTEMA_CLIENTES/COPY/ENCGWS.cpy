      ******************************************************************
      * Copybook:  ENCGWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do registro de encargos lancados.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado ENCGSL (SELECT) e ENCGF (FD). Para o
      *            paragrafo compartilhado ENCGPA o chamador move a
      *            linha do LATEFEE.dat recem-gravada para
      *            WS-EGR-ENCARGO e o nome do programa para
      *            WS-EGR-PROGRAMA. Arquivo ausente e registro vazio -
      *            a primeira gravacao cria.
      ******************************************************************
       77  WS-ENCGREG-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ENCGREG-OK                   VALUE '00'.
           88  WS-ENCGREG-NAO-CRIADO           VALUE '35'.
       77  WS-EGR-GRAVADO          PIC X(01)   VALUE 'N'.
           88  WS-EGR-GRAVADO-SIM              VALUE 'S'.

      * LINHA DO LATEFEE.dat (MESMO LAYOUT DO EGR-ENCARGO) E PROGRAMA
       01  WS-EGR-ENCARGO          PIC X(26)   VALUE SPACES.
       01  WS-EGR-PROGRAMA         PIC X(08)   VALUE SPACES.
