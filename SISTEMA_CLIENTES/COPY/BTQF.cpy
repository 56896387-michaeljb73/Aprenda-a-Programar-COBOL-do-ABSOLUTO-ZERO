      ******************************************************************
      * Copybook:  BTQF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da fila de solicitacoes de
      *            relatorio batch sob demanda (BATCHREQ.dat) - uma
      *            linha por solicitacao, na ordem em que foi feita:
      *              - numero (sequencial do arquivo), programa da
      *                tabela BTQTBWS e os parametros do relatorio -
      *                UF, filial e faixa de datas, em branco/zeros
      *                quando nao informados;
      *              - agenda: J = proxima janela batch, H = a partir
      *                da data e hora marcadas;
      *              - situacao: P pendente, E em execucao, C
      *                concluida, F falhou (RETURN-CODE 8 ou rodada
      *                interrompida), X cancelada pelo operador;
      *              - operador e data/hora da solicitacao, data/hora
      *                e RETURN-CODE da execucao e o nome do
      *                relatorio gerado (a copia datada do RPT-SPOOL,
      *                ou o nome fixo do relatorio quando o spool nao
      *                a guardou).
      ******************************************************************
       01  REG-SOLICITACAO-BATCH.
           05  BTQ-NUMERO              PIC 9(06).
           05  BTQ-PROGRAMA            PIC X(16).
           05  BTQ-UF                  PIC X(02).
           05  BTQ-FILIAL              PIC X(02).
           05  BTQ-DATA-DE             PIC 9(08).
           05  BTQ-DATA-ATE            PIC 9(08).
           05  BTQ-AGENDA              PIC X(01).
               88  BTQ-AGENDA-JANELA           VALUE 'J'.
               88  BTQ-AGENDA-HORARIO          VALUE 'H'.
           05  BTQ-DATA-AGENDADA       PIC 9(08).
           05  BTQ-HORA-AGENDADA       PIC 9(04).
           05  BTQ-SITUACAO            PIC X(01).
               88  BTQ-PENDENTE                VALUE 'P'.
               88  BTQ-EM-EXECUCAO             VALUE 'E'.
               88  BTQ-CONCLUIDA               VALUE 'C'.
               88  BTQ-FALHOU                  VALUE 'F'.
               88  BTQ-CANCELADA               VALUE 'X'.
           05  BTQ-OPERADOR            PIC X(08).
           05  BTQ-DATA-PEDIDO         PIC 9(08).
           05  BTQ-HORA-PEDIDO         PIC 9(06).
           05  BTQ-DATA-EXECUCAO       PIC 9(08).
           05  BTQ-HORA-EXECUCAO       PIC 9(06).
           05  BTQ-RETCODE             PIC 9(02).
           05  BTQ-RELATORIO           PIC X(64).
