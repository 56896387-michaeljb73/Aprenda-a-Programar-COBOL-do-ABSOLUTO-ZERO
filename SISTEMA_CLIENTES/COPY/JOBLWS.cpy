      *            O programa que inclui este copybook deve tambem
      *            declarar 77 WS-JBL-PROGRAMA PIC X(16) com o nome
      *            do programa chamado, abrir JOB-LOG em modo EXTEND,
      *            e preencher WS-JBL-RETCODE/WS-JBL-DESCRICAO/
      *            WS-JBL-SITUACAO (E/F/P/D, layout JOBLOG) antes
      *            de chamar o paragrafo compartilhado JOBLPA. Assim
      *            como o PERF-LOG, a falha ao abrir o JOB-LOG e
      *            informativa - nao interrompe a cadeia noturna.
       01  WS-JBL-PROGRAMA         PIC X(16)   VALUE SPACES.
       01  WS-JBL-RETCODE          PIC 9(02)   VALUE ZEROS.
       01  WS-JBL-DESCRICAO        PIC X(32)   VALUE SPACES.
       01  WS-JBL-SITUACAO         PIC X(01)   VALUE SPACES.
