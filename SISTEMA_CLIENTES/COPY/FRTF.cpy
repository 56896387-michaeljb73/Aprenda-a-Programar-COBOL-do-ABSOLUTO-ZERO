      ******************************************************************
      * Copybook:  FRTF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da tabela de frete (FRETE.dat),
      *            mantida pelo CARRIER-MAINT: uma linha por
      *            transportadora (TRPF), UF de destino e faixa de
      *            peso. FRT-PESO-ATE e o limite superior da faixa em
      *            quilos; a faixa de uma remessa e a de menor limite
      *            que ainda cobre o peso dela, e o valor e o frete
      *            da remessa inteira naquela faixa. Para a ultima
      *            faixa valer 'acima de', cadastre-a com limite
      *            99999,999. Peso acima de todas as faixas = sem
      *            cotacao naquela transportadora.
      ******************************************************************
       01  REG-FRETE.
           05  FRT-TRANSPORTADORA      PIC X(04).
           05  FRT-UF                  PIC X(02).
           05  FRT-PESO-ATE            PIC 9(05)V999.
           05  FRT-VALOR               PIC 9(07)V99.
