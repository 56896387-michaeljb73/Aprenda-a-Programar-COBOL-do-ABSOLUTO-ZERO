      ******************************************************************
      * Copybook:  BTQTBWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Programas batch que podem ser pedidos pela fila de
      *            solicitacoes sob demanda (BTQ*): nome do programa,
      *            descricao para o menu, o que a faixa de datas da
      *            solicitacao filtra naquele relatorio e o nome fixo
      *            do relatorio que ele grava (usado quando o RPT-SPOOL
      *            nao guardou a copia datada). Cada programa da
      *            tabela le os parametros da solicitacao pelos
      *            copybooks BTQP*. Incluir um programa aqui exige
      *            que ele tambem leia esses parametros.
      ******************************************************************
       77  WS-BTQ-QTD-PROGRAMAS    PIC 9(02)   VALUE 3.
       01  WS-BTQ-PROGRAMAS-VALORES.
           05  FILLER              PIC X(16)   VALUE 'DQ-SCAN'.
           05  FILLER              PIC X(32)   VALUE
               'VARREDURA DE QUALIDADE'.
           05  FILLER              PIC X(16)   VALUE
               'DATA DE CADASTRO'.
           05  FILLER              PIC X(64)   VALUE
               'src\assets\DQEXC.txt'.
           05  FILLER              PIC X(16)   VALUE
               'STATE-MONTH-XTAB'.
           05  FILLER              PIC X(32)   VALUE
               'CRUZAMENTO UF X MES'.
           05  FILLER              PIC X(16)   VALUE
               'DATA DE CADASTRO'.
           05  FILLER              PIC X(64)   VALUE
               'src\assets\RELXTAB.txt'.
           05  FILLER              PIC X(16)   VALUE
               'CUST-STATEMENT'.
           05  FILLER              PIC X(32)   VALUE
               'EXTRATO DE PEDIDOS POR CLIENTE'.
           05  FILLER              PIC X(16)   VALUE
               'DATA DO PEDIDO'.
           05  FILLER              PIC X(64)   VALUE
               'src\assets\EXTRATO.txt'.
       01  WS-BTQ-TAB-PROGRAMAS REDEFINES WS-BTQ-PROGRAMAS-VALORES.
           05  WS-BTQ-PROGRAMA-ENTRADA OCCURS 3 TIMES.
               10  WS-BTQ-TAB-PROGRAMA     PIC X(16).
               10  WS-BTQ-TAB-DESCRICAO    PIC X(32).
               10  WS-BTQ-TAB-SENTIDO-DATA PIC X(16).
               10  WS-BTQ-TAB-RELATORIO    PIC X(64).
       77  WS-BTQ-IDX-PROGRAMA     PIC 9(02)   VALUE ZEROS COMP.
