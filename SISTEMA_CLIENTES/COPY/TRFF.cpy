      ******************************************************************
      * Copybook:  TRFF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de transferencia de estoque
      *            entre depositos (STKXFER.dat). O envio (STOCK-MOVE)
      *            baixa o disponivel do deposito de origem (movimento
      *            T no STKMOVE.dat) e grava a transferencia EM
      *            TRANSITO; o recebimento no destino soma ao
      *            disponivel de la (movimento U) e fecha a
      *            transferencia como RECEBIDA. Enquanto em transito a
      *            quantidade nao esta em nenhum saldo do STOCKF - os
      *            relatorios a mostram saindo da origem e chegando no
      *            destino, e a valorizacao a conta a parte.
      ******************************************************************
       01  REG-TRANSFERENCIA.
           05  TRF-NUMERO              PIC 9(06).
           05  TRF-DATA-ENVIO          PIC 9(08).
           05  TRF-DEP-ORIGEM          PIC X(03).
           05  TRF-DEP-DESTINO         PIC X(03).
           05  TRF-ITEM                PIC X(08).
           05  TRF-QUANTIDADE          PIC 9(07).
           05  TRF-SITUACAO            PIC X(01).
               88  TRF-EM-TRANSITO             VALUE 'T'.
               88  TRF-RECEBIDA                VALUE 'R'.
           05  TRF-DATA-RECEBIMENTO    PIC 9(08).
           05  TRF-OPERADOR-ENVIO      PIC X(08).
           05  TRF-OPERADOR-RECEBIMENTO PIC X(08).
