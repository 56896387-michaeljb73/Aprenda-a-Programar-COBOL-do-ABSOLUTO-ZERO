      *            tipo (CORRTMPL.dat), exige CSV-EMAIL utilizavel,
      *            honra CSV-NAO-CONTATAR nos tipos de marketing e
      *            fecha o dia com o relatorio de enviadas/falhas.
      *            Lembrete de vencimento (DUE-REMINDER), cobranca e
      *            recibo de cliente sem e-mail utilizavel seguem
      *            para o canal SMS: o CORR-DISPATCH deixa o item
      *            AGUARDANDO SMS, o SMS-DISPATCH grava o arquivo do
      *            gateway de SMS (SMSOUT.txt) e deixa o item NO
      *            GATEWAY, e o SMS-RETURN fecha ENVIADA ou FALHA
      *            pelo retorno de entrega do gateway. A chave do
      *            item no gateway sao as 34 primeiras posicoes
      *            (cliente, tipo, referencia e data).
      ******************************************************************
       01  REG-FILA-CORRESP.
           05  CRQ-CODIGO              PIC 9(06).
           05  CRQ-TIPO-DOC            PIC X(08).
               88  CRQ-TIPO-MARKETING          VALUE 'MARKETIN'.
               88  CRQ-TIPO-LEMBRETE           VALUE 'LEMBRETE'.
               88  CRQ-TIPO-SMS                VALUE 'LEMBRETE'
                                                     'COBRANCA'
                                                     'RECIBO  '.
           05  CRQ-REFERENCIA          PIC X(12).
           05  CRQ-DATA                PIC 9(08).
           05  CRQ-SITUACAO            PIC X(01).
               88  CRQ-PENDENTE                VALUE 'P'.
               88  CRQ-ENVIADA                 VALUE 'E'.
               88  CRQ-FALHA                   VALUE 'F'.
               88  CRQ-AGUARDA-SMS             VALUE 'S'.
               88  CRQ-NO-GATEWAY-SMS          VALUE 'G'.
