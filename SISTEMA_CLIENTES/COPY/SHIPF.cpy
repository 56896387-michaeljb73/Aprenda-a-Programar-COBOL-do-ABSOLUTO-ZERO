      *            faturado sem embarque e o CUST-360 mostra a data
      *            na secao de pedidos. Depois do ORD-FATURADO o
      *            sistema perdia a mercadoria de vista.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Transportadora passou a ser o codigo do
      *                  cadastro (SHP-CODIGO-TRANSP, TRANSP.dat) - o
      *                  SHP-TRANSPORTADORA guarda o nome do cadastro.
      *                  Incluidos o peso da remessa e o frete da
      *                  transportadora pela tabela FRETE.dat, somados
      *                  por mes no FREIGHT-REPORT. Embarque anterior
      *                  (linha curta) fica com codigo em branco e
      *                  peso e frete nao numericos.
      ******************************************************************
       01  REG-EMBARQUE.
           05  SHP-NUMERO-PEDIDO       PIC 9(06).
           05  SHP-DATA-EMBARQUE       PIC 9(08).
           05  SHP-QTD-VOLUMES         PIC 9(03).
           05  SHP-OPERADOR            PIC X(08).
           05  SHP-CODIGO-TRANSP       PIC X(04).
           05  SHP-PESO-KG             PIC 9(07)V999.
           05  SHP-VALOR-FRETE         PIC 9(07)V99.
