      ******************************************************************
      * Copybook:  XTRWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Area de passagem para a sub-rotina XTR-RUN, que
      *            executa um pedido da biblioteca de extracoes ad hoc
      *            (XTRREQ.dat). O chamador preenche WS-XTR-PEDIDO
      *            (nome do pedido) e WS-XTR-OPERADOR (operador ja
      *            validado, que vai para o XTRLOG.txt) e faz PERFORM
      *            P8940-EXECUTA-EXTRACAO (copybook XTRPA). Voltam o
      *            nome do arquivo gerado, as linhas gravadas e o
      *            codigo de retorno da rodada (0 ok, 4 com aviso,
      *            8 nada gerado).
      ******************************************************************
       01  WS-XTR-PARAMETROS.
           05  WS-XTR-PEDIDO       PIC X(12)   VALUE SPACES.
           05  WS-XTR-OPERADOR     PIC X(08)   VALUE SPACES.
           05  WS-XTR-ARQUIVO      PIC X(64)   VALUE SPACES.
           05  WS-XTR-QTD-LINHAS   PIC 9(07)   VALUE ZEROS.
           05  WS-XTR-RETORNO      PIC 9(01)   VALUE ZEROS.
