      ******************************************************************
      * Copybook:  FRTSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada da tabela de frete
      *            (FRETE.dat, copybook FRTF). Sempre em conjunto com
      *            FRTWS e FRTPA, e com o cadastro de transportadoras
      *            (TRP*).
      ******************************************************************
           SELECT TABELA-FRETES ASSIGN TO
           'src\assets\FRETE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRT-STATUS.
