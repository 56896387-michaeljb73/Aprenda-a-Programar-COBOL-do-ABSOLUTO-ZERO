      ******************************************************************
      * Copybook:  XTRRQF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da biblioteca de pedidos de
      *            extracao ad hoc de clientes (XTRREQ.dat), mantida
      *            pelo XTR-MAINT e executada pelo XTR-RUN. Cada
      *            pedido tem um nome unico e guarda:
      *              - ate 12 campos de saida, pelo codigo do catalogo
      *                do XTR-RUN (dados do CUSTMAST mais os derivados
      *                SALD saldo em aberto, RISC grau de risco, SEGM
      *                segmento RFM e DSUC dias sem contato);
      *              - ate 6 condicoes de selecao, todas obrigatorias
      *                (E). Operadores EQ NE GT GE LT LE e IN (lista
      *                separada por virgula, so em campo alfanumerico).
      *                Campo numerico, valor ou data guarda o valor
      *                de comparacao em XRQ-COND-NUMERO (data como
      *                AAAAMMDD);
      *              - ate 2 campos de ordenacao, A crescente ou D
      *                decrescente (sem ordenacao = ordem de codigo);
      *              - o formato da saida: C = CSV com ';' e linha de
      *                titulos, F = colunas de largura fixa.
      *            Operador e data da ultima gravacao ficam no fim.
      ******************************************************************
       01  REG-PEDIDO-EXTRACAO.
           05  XRQ-NOME                PIC X(12).
           05  XRQ-DESCRICAO           PIC X(30).
           05  XRQ-FORMATO             PIC X(01).
               88  XRQ-FORMATO-CSV             VALUE 'C'.
               88  XRQ-FORMATO-FIXO            VALUE 'F'.
               88  XRQ-FORMATO-VALIDO          VALUE 'C' 'F'.
           05  XRQ-CAMPOS.
               10  XRQ-CAMPO           PIC X(04)  OCCURS 12 TIMES.
           05  XRQ-CONDICOES.
               10  XRQ-CONDICAO        OCCURS 6 TIMES.
                   15  XRQ-COND-CAMPO      PIC X(04).
                   15  XRQ-COND-OPERADOR   PIC X(02).
                       88  XRQ-OPER-IGUAL          VALUE 'EQ'.
                       88  XRQ-OPER-DIFERENTE      VALUE 'NE'.
                       88  XRQ-OPER-MAIOR          VALUE 'GT'.
                       88  XRQ-OPER-MAIOR-IGUAL    VALUE 'GE'.
                       88  XRQ-OPER-MENOR          VALUE 'LT'.
                       88  XRQ-OPER-MENOR-IGUAL    VALUE 'LE'.
                       88  XRQ-OPER-LISTA          VALUE 'IN'.
                       88  XRQ-OPER-VALIDO         VALUE 'EQ' 'NE'
                                                   'GT' 'GE' 'LT'
                                                   'LE' 'IN'.
                   15  XRQ-COND-VALOR      PIC X(30).
                   15  XRQ-COND-VALOR-R REDEFINES XRQ-COND-VALOR.
                       20  XRQ-COND-NUMERO     PIC 9(14)V99.
                       20  FILLER              PIC X(14).
           05  XRQ-ORDENACAO.
               10  XRQ-ORDEM           OCCURS 2 TIMES.
                   15  XRQ-ORDEM-CAMPO     PIC X(04).
                   15  XRQ-ORDEM-SENTIDO   PIC X(01).
                       88  XRQ-ORDEM-CRESCENTE     VALUE 'A' ' '.
                       88  XRQ-ORDEM-DECRESCENTE   VALUE 'D'.
           05  XRQ-OPERADOR            PIC X(08).
           05  XRQ-DATA-GRAVACAO       PIC 9(08).
