      ******************************************************************
      * Copybook:  GLMAPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da tabela de mapeamento para o
      *            plano de contas (GLMAP.dat), mantida pelo
      *            GLMAP-MAINT e lida pelo GL-JOURNAL: para cada tipo
      *            de evento financeiro e filial, a conta a debitar, a
      *            conta a creditar e o historico padrao do
      *            lancamento. Filial '**' vale para toda filial que
      *            nao tenha linha propria do mesmo evento.
      *            Tipos de evento:
      *              FATU - fatura emitida (valor liquido)
      *              IMPO - imposto destacado na fatura
      *              FRET - frete cobrado do cliente na fatura
      *              RECB - recebimento aplicado (recibo)
      *              DESC - desconto de antecipacao concedido
      *              ENCG - encargo de atraso (juros e multa)
      *              PERD - baixa por perda
      *              NCRD - nota de credito emitida
      *              REEM - reembolso de saldo credor pago ao cliente
      ******************************************************************
       01  REG-MAPA-CONTABIL.
           05  GLM-TIPO-EVENTO         PIC X(04).
               88  GLM-EVENTO-VALIDO   VALUE 'FATU' 'IMPO' 'RECB'
                                             'DESC' 'ENCG' 'PERD'
                                             'NCRD' 'FRET' 'REEM'.
           05  GLM-FILIAL              PIC X(02).
               88  GLM-TODAS-FILIAIS           VALUE '**'.
           05  GLM-CONTA-DEBITO        PIC X(10).
           05  GLM-CONTA-CREDITO       PIC X(10).
           05  GLM-HISTORICO           PIC X(30).
