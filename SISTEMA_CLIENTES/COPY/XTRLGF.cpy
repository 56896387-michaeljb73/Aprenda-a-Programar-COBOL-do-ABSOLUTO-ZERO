      ******************************************************************
      * Copybook:  XTRLGF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de prestacao de contas das
      *            extracoes ad hoc de clientes (XTRLOG.txt) - uma
      *            linha por arquivo gerado pelo XTR-RUN, com data e
      *            hora, operador que pediu, nome do pedido, formato,
      *            clientes lidos, linhas gravadas e o nome do
      *            arquivo. E o registro que responde, para a LGPD,
      *            quem tirou quais dados pessoais e quando. Rodada
      *            que falhou antes de gravar nao gera linha.
      ******************************************************************
       01  REG-LOG-EXTRACAO.
           05  XLG-DATA                PIC 9(08).
           05  XLG-HORA                PIC 9(08).
           05  XLG-OPERADOR            PIC X(08).
           05  XLG-PEDIDO              PIC X(12).
           05  XLG-FORMATO             PIC X(01).
           05  XLG-QTD-LIDOS           PIC 9(07).
           05  XLG-QTD-LINHAS          PIC 9(07).
           05  XLG-ARQUIVO             PIC X(64).
