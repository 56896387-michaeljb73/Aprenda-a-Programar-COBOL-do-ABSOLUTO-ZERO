      *            liberacao e deliberada, no HOLD-MAINT, com o
      *            HOLD-REPORT avisando de manha o que venceu. A
      *            unica ferramenta antes era mentir no status.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Incluida a sequencia do contrato suspenso
      *                  (HLD-CONTRATO). 00 (ou brancos, registros
      *                  antigos) = todos os contratos do cliente; o
      *                  BILLING-SCHEDULE e o LATE-FEE poupam so o
      *                  contrato indicado, o FOLLOWUP-DUE e o
      *                  BUREAU-LIST continuam poupando o cliente
      *                  inteiro.
      ******************************************************************
       01  REG-SUSPENSAO.
           05  HLD-CODIGO              PIC 9(06).
           05  HLD-SITUACAO            PIC X(01).
               88  HLD-ATIVA                   VALUE 'A'.
               88  HLD-LIBERADA                VALUE 'L'.
           05  HLD-CONTRATO            PIC 9(02).
               88  HLD-TODOS-CONTRATOS         VALUE 00.
