      ******************************************************************
      * Copybook:  MOTPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da tabela de motivos de perda de
      *            cotacao (MOTPERDA.dat) - codigo, descricao e
      *            situacao. Mantida pelo LOSS-MAINT; o QUOTE-MAINT so
      *            aceita na perda um codigo ATIVO desta tabela e o
      *            QUOTE-CONV rotula a quebra por motivo. Codigo
      *            desativado sai da digitacao mas continua rotulando
      *            as cotacoes antigas. Tabela nova nasce com os
      *            quatro motivos de sempre:
      *              PREC - preco
      *              PRAZ - prazo de entrega
      *              CONC - fechou com concorrente
      *              ORCA - cliente sem orcamento
      ******************************************************************
       01  REG-MOTIVO-PERDA.
           05  MTP-CODIGO              PIC X(04).
           05  MTP-DESCRICAO           PIC X(30).
           05  MTP-SITUACAO            PIC X(01).
               88  MTP-ATIVO                   VALUE 'A'.
               88  MTP-INATIVO                 VALUE 'I'.
