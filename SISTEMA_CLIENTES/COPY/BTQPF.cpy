      ******************************************************************
      * Copybook:  BTQPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de parametros da solicitacao sob
      *            demanda em execucao (BATCHPRM.dat) - uma unica
      *            linha com o numero da solicitacao na fila
      *            (BATCHREQ.dat) e os filtros pedidos: UF, filial e
      *            faixa de datas (em branco/zeros = sem aquele
      *            filtro).
      ******************************************************************
       01  REG-PARAMETRO-SOLICITACAO.
           05  BTP-NUMERO              PIC 9(06).
           05  BTP-UF                  PIC X(02).
           05  BTP-FILIAL              PIC X(02).
           05  BTP-DATA-DE             PIC 9(08).
           05  BTP-DATA-ATE            PIC 9(08).
