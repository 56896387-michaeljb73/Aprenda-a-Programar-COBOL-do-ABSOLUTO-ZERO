      *                  os totais finais certos - antes a queda no
      *                  meio obrigava restaurar o ORDER-MASTER do
      *                  backup.
      * 15/10/2026  MJB  Registro do CODECTL.dat regravado preservando o
      *                  CTL-PROX-COMPRA (numeracao de pedidos de
      *                  compra).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-LOADER.
       77  WS-PROX-COTACAO-GUARDADO PIC 9(06)  VALUE ZEROS.
       77  WS-PROX-NOTA-GUARDADO    PIC 9(06)  VALUE ZEROS.
       77  WS-PROX-RECIBO-GUARDADO  PIC 9(06)  VALUE ZEROS.
       77  WS-PROX-COMPRA-GUARDADO  PIC 9(06)  VALUE ZEROS.
       77  WS-TENTATIVAS-NUMERO    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-GRAVACAO-DECIDIDA    PIC X(01)   VALUE 'N'.
           88  WS-GRAVACAO-DECIDIDA-SIM        VALUE 'S'.
                     MOVE CTL-PROX-RECIBO
                          TO WS-PROX-RECIBO-GUARDADO
                  END-IF
                  IF CTL-PROX-COMPRA IS NUMERIC
                     MOVE CTL-PROX-COMPRA
                          TO WS-PROX-COMPRA-GUARDADO
                  END-IF
               END-IF
               CLOSE CODIGO-CONTROLE
            END-IF.
            MOVE WS-PROX-COTACAO-GUARDADO TO CTL-PROX-COTACAO
            MOVE WS-PROX-NOTA-GUARDADO    TO CTL-PROX-NOTA
            MOVE WS-PROX-RECIBO-GUARDADO  TO CTL-PROX-RECIBO
            MOVE WS-PROX-COMPRA-GUARDADO  TO CTL-PROX-COMPRA
            OPEN OUTPUT CODIGO-CONTROLE
            IF WS-CONTROLE-OK
               WRITE REG-CODIGO-CONTROLE
