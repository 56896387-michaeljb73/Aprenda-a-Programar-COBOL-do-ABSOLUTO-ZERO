      ******************************************************************
      * Copybook:  PRZF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da tabela de prazo de entrega
      *            (PRAZO.dat), mantida pelo CARRIER-MAINT: uma linha
      *            por transportadora (TRPF) e UF de destino com o
      *            prazo de transito prometido em dias corridos,
      *            contados da data do embarque (SHIP-CONFIRM). O
      *            DELIV-SLA-REPORT compara o prazo com a entrega
      *            informada pela transportadora (ENTREGA.dat).
      ******************************************************************
       01  REG-PRAZO.
           05  PRZ-TRANSPORTADORA      PIC X(04).
           05  PRZ-UF                  PIC X(02).
           05  PRZ-DIAS                PIC 9(03).
