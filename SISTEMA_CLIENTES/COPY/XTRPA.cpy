      ******************************************************************
      * Copybook:  XTRPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafo compartilhado que entrega um pedido de
      *            extracao ad hoc a sub-rotina XTR-RUN e mostra o
      *            resultado. Requer XTRWS preenchido pelo chamador.
      ******************************************************************
       P8940-EXECUTA-EXTRACAO.
            MOVE SPACES TO WS-XTR-ARQUIVO
            MOVE ZEROS  TO WS-XTR-QTD-LINHAS
            MOVE 8      TO WS-XTR-RETORNO
            CALL 'XTR-RUN' USING WS-XTR-PARAMETROS
            IF WS-XTR-RETORNO < 8
               DISPLAY 'EXTRACAO ' WS-XTR-PEDIDO ' GRAVADA EM '
                       WS-XTR-ARQUIVO
               DISPLAY 'LINHAS GRAVADAS: ' WS-XTR-QTD-LINHAS
                       ' - RETORNO ' WS-XTR-RETORNO
            ELSE
               DISPLAY 'EXTRACAO ' WS-XTR-PEDIDO ' NAO GERADA - '
                       'RETORNO ' WS-XTR-RETORNO
            END-IF.
