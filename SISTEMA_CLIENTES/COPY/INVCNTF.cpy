      ******************************************************************
      * Copybook:  INVCNTF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da folha de contagem do
      *            inventario fisico (INVCOUNT.dat) - uma linha por
      *            item congelado na abertura do ciclo pelo INV-COUNT,
      *            com o saldo disponivel do STOCKF.dat e o preco do
      *            ITEM-MASTER daquele momento. A quantidade contada
      *            entra depois, digitada pelo deposito; a diferenca
      *            so vira movimento I no STKMOVE.dat com a aprovacao
      *            do supervisor, que encerra o ciclo.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Deposito contado (CNT-DEPOSITO) no fim do
      *                  registro - o ciclo conta um deposito; folha
      *                  antiga le com o deposito em branco.
      ******************************************************************
       01  REG-CONTAGEM.
           05  CNT-DATA-CONGELAMENTO   PIC 9(08).
           05  CNT-ITEM                PIC X(08).
           05  CNT-CATEGORIA           PIC X(04).
           05  CNT-QTD-SISTEMA         PIC 9(07).
           05  CNT-QTD-CONTADA         PIC 9(07).
           05  CNT-PRECO               PIC 9(07)V99.
           05  CNT-SITUACAO            PIC X(01).
               88  CNT-PENDENTE                VALUE 'P'.
               88  CNT-CONTADO                 VALUE 'C'.
               88  CNT-AJUSTADO                VALUE 'A'.
           05  CNT-OPERADOR            PIC X(08).
           05  CNT-DEPOSITO            PIC X(03).
