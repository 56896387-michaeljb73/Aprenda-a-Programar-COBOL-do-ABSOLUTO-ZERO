      ******************************************************************
      * Copybook:  ALTPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de alteracao pendente de
      *            aprovacao (dupla custodia). Campo sensivel do
      *            cadastro - limite de credito, valor do contrato e
      *            liberacao do bloqueio de contato - nao vai direto
      *            para o CUSTMAST: o operador que digitou (ALP-
      *            OPERADOR) deixa aqui o valor atual e o novo, e um
      *            supervisor diferente dele aprova ou recusa no
      *            ALTER-APPROVE, que so entao regrava o cadastro.
      *            Valores monetarios ocupam as 11 primeiras posicoes
      *            do campo (9(09)V99, visao -NUM); o bloqueio leva a
      *            marca S/N na primeira posicao.
      ******************************************************************
       01  REG-ALTERACAO-PENDENTE.
           05  ALP-CODIGO              PIC 9(06).
           05  ALP-CAMPO               PIC X(10).
               88  ALP-CAMPO-LIMITE            VALUE 'LIMITE'.
               88  ALP-CAMPO-VALOR             VALUE 'VALOR'.
               88  ALP-CAMPO-BLOQUEIO          VALUE 'BLOQUEIO'.
           05  ALP-VALOR-ATUAL         PIC X(30).
           05  ALP-VALOR-ATUAL-R REDEFINES ALP-VALOR-ATUAL.
               10  ALP-ATUAL-NUM       PIC 9(09)V99.
               10  FILLER              PIC X(19).
           05  ALP-VALOR-NOVO          PIC X(30).
           05  ALP-VALOR-NOVO-R REDEFINES ALP-VALOR-NOVO.
               10  ALP-NOVO-NUM        PIC 9(09)V99.
               10  FILLER              PIC X(19).
           05  ALP-SITUACAO            PIC X(01).
               88  ALP-PENDENTE                VALUE 'P'.
               88  ALP-APROVADA                VALUE 'A'.
               88  ALP-RECUSADA                VALUE 'R'.
           05  ALP-OPERADOR            PIC X(08).
           05  ALP-PROGRAMA            PIC X(08).
           05  ALP-DATA-PEDIDO         PIC 9(08).
           05  ALP-HORA-PEDIDO         PIC 9(08).
           05  ALP-APROVADOR           PIC X(08).
           05  ALP-DATA-DECISAO        PIC 9(08).
           05  ALP-MOTIVO-RECUSA       PIC X(30).
