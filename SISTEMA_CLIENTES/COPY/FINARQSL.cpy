      ******************************************************************
      * Copybook:  FINARQSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausulas SELECT do arquivamento do historico
      *            financeiro quitado (FIN-ARCHIVE): o catalogo de
      *            totais de controle por cliente e rodada
      *            (FINARQCT.dat, copybook FINACTF) e o arquivo-morto
      *            datado de cada rodada (FINARQ.AAAAMMDD.dat,
      *            copybook FINARQF), cujo nome fisico e montado em
      *            WS-ARQ-FIN-MORTO (copybook FINARQWS). Usada sempre
      *            em conjunto com FINARQWS; a consulta dos itens
      *            arquivados usa tambem os paragrafos do FINARQPA.
      ******************************************************************
           SELECT CONTROLE-ARQUIVAMENTO ASSIGN TO
           'src\assets\FINARQCT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCT-STATUS.

           SELECT ARQUIVO-FIN-MORTO ASSIGN TO
           WS-ARQ-FIN-MORTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAQ-STATUS.
