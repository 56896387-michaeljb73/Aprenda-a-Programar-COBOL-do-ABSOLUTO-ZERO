      ******************************************************************
      * Copybook:  ADTF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do historico de aditivos
      *            (ADITIVOS.dat) - um registro por aditivo, gravado
      *            em EXTEND na ordem em que foi assinado: cliente,
      *            contrato e numero sequencial do aditivo dentro do
      *            contrato (1, 2, 3...), data de efeito, termos
      *            anteriores e novos (valor, moeda e vigencia),
      *            motivo, referencia do documento assinado,
      *            supervisor que aprovou e data do registro. Termo
      *            que o aditivo nao mexe sai igual nos dois lados.
      ******************************************************************
       01  REG-ADITIVO.
           05  ADT-CHAVE.
               10  ADT-CODIGO          PIC 9(06).
               10  ADT-CONTRATO        PIC 9(02).
               10  ADT-NUMERO          PIC 9(03).
           05  ADT-DATA-EFEITO         PIC 9(08).
           05  ADT-TERMOS-ANTERIORES.
               10  ADT-VALOR-ANTERIOR  PIC 9(09)V99.
               10  ADT-MOEDA-ANTERIOR  PIC X(03).
               10  ADT-INICIO-ANTERIOR PIC 9(08).
               10  ADT-FIM-ANTERIOR    PIC 9(08).
           05  ADT-TERMOS-NOVOS.
               10  ADT-VALOR-NOVO      PIC 9(09)V99.
               10  ADT-MOEDA-NOVA      PIC X(03).
               10  ADT-INICIO-NOVO     PIC 9(08).
               10  ADT-FIM-NOVO        PIC 9(08).
           05  ADT-MOTIVO              PIC X(30).
           05  ADT-DOCUMENTO           PIC X(20).
           05  ADT-APROVADOR           PIC X(08).
           05  ADT-DATA-REGISTRO       PIC 9(08).
