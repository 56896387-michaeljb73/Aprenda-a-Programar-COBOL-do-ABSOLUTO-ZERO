      *            movimentacao.
      *
      *            TRN-IMAGEM-ANTERIOR tem o mesmo tamanho de
      *            CUSTOMER-RECORD (CUSTMAST) - 189 posicoes na versao
      *            atual do layout (137 + 6 do CSV-LIMITE-CREDITO
      *            COMP-3 + 8 do CSV-CEP + 1 do CSV-CONTATO-
      *            BLOQUEADO + 3 do alargamento do CSV-FONE-NUM para
      *            celular de 9 digitos + 2 do CSV-FILIAL + 16 das
      *            datas de vigencia do contrato + 16 do documento
      *            fiscal). Se CUSTMAST ganhar
      *            ou perder campos, este PIC precisa acompanhar o
      *            novo tamanho.
      ******************************************************************
           05  TRN-OPERADOR            PIC X(08).
           05  TRN-ACAO                PIC X(08).
           05  TRN-CHAVE               PIC X(10).
           05  TRN-IMAGEM-ANTERIOR     PIC X(189).
