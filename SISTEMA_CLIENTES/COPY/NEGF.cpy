      ******************************************************************
      * Copybook:  NEGF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de negativacao (NEGREG.dat) -
      *            o cadastro de quem foi avisado, incluido e excluido
      *            do cadastro de protecao ao credito, desde quando e
      *            por que, exigido pela area de conformidade. Um
      *            registro por ciclo: nasce AVISADO quando o
      *            BUREAU-LIST manda o aviso previo, passa a INCLUIDO
      *            quando o prazo do aviso vence e o nome vai no
      *            arquivo de inclusao, e fecha EXCLUIDO (pagou ou
      *            renegociou depois de incluido) ou CANCELADO (saiu
      *            da condicao ainda no prazo do aviso, ou o aviso nao
      *            foi entregue). Documento e tipo de pessoa sao os da
      *            inclusao - a exclusao sai com a mesma chave que foi
      *            no arquivo de inclusao, mesmo que o cadastro mude.
      ******************************************************************
       01  REG-NEGATIVACAO.
           05  NEG-CODIGO              PIC 9(06).
           05  NEG-SITUACAO            PIC X(01).
               88  NEG-AVISADO                 VALUE 'A'.
               88  NEG-INCLUIDO                VALUE 'I'.
               88  NEG-EXCLUIDO                VALUE 'E'.
               88  NEG-CANCELADO               VALUE 'C'.
               88  NEG-ATIVO                   VALUE 'A' 'I'.
           05  NEG-DOCUMENTO           PIC 9(14).
           05  NEG-TIPO-PESSOA         PIC X(01).
           05  NEG-DATA-AVISO          PIC 9(08).
           05  NEG-DATA-INCLUSAO       PIC 9(08).
           05  NEG-DATA-EXCLUSAO       PIC 9(08).
           05  NEG-VENCIMENTO-ORIGEM   PIC 9(08).
           05  NEG-VALOR               PIC 9(11)V99.
           05  NEG-DIAS-ATRASO         PIC 9(04).
           05  NEG-MOTIVO              PIC X(30).
           05  NEG-MOTIVO-EXCLUSAO     PIC X(20).
