      ******************************************************************
      * Copybook:  NPSF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout da pesquisa de satisfacao NPS (NPSFILE.dat)
      *            - uma linha por pedido entregue que recebeu o
      *            convite. O NPS-INVITE grava a linha CONVIDADO com a
      *            filial do pedido e o dono da carteira do cliente na
      *            data do convite (a apuracao nao muda quando a
      *            carteira troca de dono depois); o NPS-LOAD passa a
      *            RESPONDIDO com a nota de 0 a 10, a data e o
      *            comentario e, para nota de detrator, guarda o
      *            numero do chamado SAC aberto para o retorno.
      ******************************************************************
       01  REG-PESQUISA-NPS.
           05  NPS-NUMERO-PEDIDO       PIC 9(06).
           05  NPS-CODIGO-CLIENTE      PIC 9(06).
           05  NPS-FILIAL              PIC X(02).
           05  NPS-DONO                PIC X(08).
           05  NPS-DATA-ENTREGA        PIC 9(08).
           05  NPS-DATA-CONVITE        PIC 9(08).
           05  NPS-SITUACAO            PIC X(01).
               88  NPS-CONVIDADO               VALUE 'C'.
               88  NPS-RESPONDIDO              VALUE 'R'.
           05  NPS-NOTA                PIC 9(02).
               88  NPS-DETRATOR                VALUE 0 THRU 6.
               88  NPS-NEUTRO                  VALUE 7 THRU 8.
               88  NPS-PROMOTOR                VALUE 9 THRU 10.
           05  NPS-DATA-RESPOSTA       PIC 9(08).
           05  NPS-COMENTARIO          PIC X(60).
           05  NPS-CHAMADO             PIC 9(06).
