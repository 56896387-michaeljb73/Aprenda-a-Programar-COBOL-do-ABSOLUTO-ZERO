      ******************************************************************
      * Copybook:  PPGF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do arquivo de pedidos programados
      *            (PEDPROG.dat): modelo de pedido recorrente de um
      *            cliente - ate 10 linhas de item e quantidade, a
      *            frequencia (semanal, quinzenal ou mensal), a data
      *            do proximo pedido e a data final (zeros = sem fim).
      *            O STORD-GEN gera o pedido de verdade na noite da
      *            data, pelas mesmas criticas do ORDER-ENTRY, e avanca
      *            a data; modelo que falha fica com a data parada, o
      *            motivo e a contagem de falhas, e vai para a lista de
      *            revisao. Mantido pelo STORD-MAINT.
      *            PPG-DIA-MES guarda o dia do mes da primeira data do
      *            modelo mensal - o avanco volta para ele depois de um
      *            mes mais curto (31/01, 28/02, 31/03).
      ******************************************************************
       01  REG-PEDIDO-PROGRAMADO.
           05  PPG-CHAVE.
               10  PPG-CODIGO          PIC 9(06).
               10  PPG-SEQUENCIA       PIC 9(02).
           05  PPG-FREQUENCIA          PIC X(01).
               88  PPG-SEMANAL                 VALUE 'S'.
               88  PPG-QUINZENAL               VALUE 'Q'.
               88  PPG-MENSAL                  VALUE 'M'.
               88  PPG-FREQUENCIA-VALIDA       VALUE 'S' 'Q' 'M'.
           05  PPG-DIA-MES             PIC 9(02).
           05  PPG-PROXIMA-DATA        PIC 9(08).
           05  PPG-DATA-FIM            PIC 9(08).
           05  PPG-SITUACAO            PIC X(01).
               88  PPG-ATIVO                   VALUE 'A'.
               88  PPG-INATIVO                 VALUE 'I'.
               88  PPG-ENCERRADO               VALUE 'E'.
           05  PPG-QTD-LINHAS          PIC 9(02).
           05  PPG-LINHA               OCCURS 10 TIMES.
               10  PPG-ITEM            PIC X(08).
               10  PPG-QUANTIDADE      PIC 9(05).
           05  PPG-ULTIMO-PEDIDO       PIC 9(06).
           05  PPG-DATA-ULTIMO         PIC 9(08).
           05  PPG-QTD-FALHAS          PIC 9(02).
           05  PPG-MOTIVO-FALHA        PIC X(40).
           05  PPG-DATA-CRIACAO        PIC 9(08).
           05  PPG-OPERADOR            PIC X(08).
