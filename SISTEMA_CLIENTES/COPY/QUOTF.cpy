      *            A numeracao vem do CTL-PROX-COTACAO (CODECTL.dat).
      *            Vendas cotava por e-mail e redigitava o vencedor
      *            no ORDER-ENTRY, as vezes errado.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Incluido o desfecho PERDIDA (QTE-PERDIDA), com
      *                  o codigo do motivo da tabela MOTPERDA.dat
      *                  (copybook MOTPF) e o nome do concorrente
      *                  opcional, mais o operador e a filial da emissao
      *                  e a data do desfecho (ganha, perdida ou
      *                  expirada) para o QUOTE-CONV. Registro foi de 53
      *                  para 95 posicoes; cotacao gravada antes chega
      *                  com os campos novos em branco e os leitores
      *                  zeram a data do desfecho nao numerica.
      ******************************************************************
       01  REG-COTACAO.
           05  QTE-NUMERO              PIC 9(06).
               88  QTE-ABERTA                  VALUE 'A'.
               88  QTE-CONVERTIDA              VALUE 'C'.
               88  QTE-EXPIRADA                VALUE 'X'.
               88  QTE-PERDIDA                 VALUE 'P'.
           05  QTE-OPERADOR            PIC X(08).
           05  QTE-FILIAL              PIC X(02).
           05  QTE-DATA-DESFECHO       PIC 9(08).
           05  QTE-MOTIVO-PERDA        PIC X(04).
           05  QTE-CONCORRENTE         PIC X(20).
