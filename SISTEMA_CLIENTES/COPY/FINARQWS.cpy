      ******************************************************************
      * Copybook:  FINARQWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do arquivamento financeiro. O
      *            programa que inclui este copybook deve tambem ter
      *            copiado FINARQSL (SELECT), FINACTF e FINARQF (FD).
      *            Para a consulta dos itens arquivados de um cliente
      *            (paragrafos do FINARQPA) precisa ainda do CUSTMAST
      *            e dos copybooks DTCONV* - a data sai dd/mm/aaaa.
      *            Catalogo ou arquivo-morto ausente nao e erro: o
      *            cliente simplesmente nao tem historico arquivado.
      ******************************************************************
       77  WS-FCT-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-FCT-OK                       VALUE '00'.
           88  WS-FCT-NAO-CRIADO               VALUE '35'.
       77  WS-FAQ-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-FAQ-OK                       VALUE '00'.

      * NOME FISICO DO ARQUIVO-MORTO DA RODADA (FINARQ.AAAAMMDD.dat)
       01  WS-ARQ-FIN-MORTO        PIC X(64)   VALUE SPACES.

      * RODADAS DE ARQUIVAMENTO EM QUE O CLIENTE TEVE ITENS (P8980) E
      * POSICAO DA VARREDURA DOS ARQUIVOS-MORTOS (P8981 / P8982)
       01  WS-FAQ-CODIGO-VARRE     PIC 9(06)   VALUE ZEROS.
       77  WS-FAQ-MAX-RODADAS      PIC 9(02)   VALUE 50.
       77  WS-FAQ-QTD-RODADAS      PIC 9(02)   VALUE ZEROS COMP.
       77  WS-FAQ-IDX-RODADA       PIC 9(02)   VALUE ZEROS COMP.
       01  WS-FAQ-TAB-RODADAS.
           05  WS-FAQ-RODADA-DATA  PIC 9(08)   OCCURS 50 TIMES.
       77  WS-FAQ-QTD-ITENS        PIC 9(07)   VALUE ZEROS COMP.

       77  WS-FIM-CONTROLE-ARQ     PIC X(01)   VALUE 'N'.
           88  WS-FIM-CONTROLE-ARQ-SIM         VALUE 'S'.
       77  WS-FAQ-MORTO-ABERTO     PIC X(01)   VALUE 'N'.
           88  WS-FAQ-MORTO-ABERTO-SIM         VALUE 'S'.
       77  WS-FIM-ARQUIVADOS       PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVADOS-SIM           VALUE 'S'.
       77  WS-FAQ-ACHOU            PIC X(01)   VALUE 'N'.
           88  WS-FAQ-ACHOU-SIM                VALUE 'S'.

      * LINHA FORMATADA DO ITEM ARQUIVADO DEVOLVIDA PELO P8982
       01  WS-FAQ-LINHA            PIC X(80)   VALUE SPACES.
       77  WS-FAQ-VALOR-ED         PIC $$.$$$.$$$.$$9,99.
       01  WS-FAQ-SITUACAO-TXT     PIC X(13)   VALUE SPACES.
       01  WS-FAQ-COMPETENCIA-ED.
           05  WS-FAQ-COMPET-MM    PIC 9(02).
           05  FILLER              PIC X(01)   VALUE '/'.
           05  WS-FAQ-COMPET-AAAA  PIC 9(04).
