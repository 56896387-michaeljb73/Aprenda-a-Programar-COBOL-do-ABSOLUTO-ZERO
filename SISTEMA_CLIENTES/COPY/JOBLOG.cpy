      *            e uma breve descricao da etapa, formando o
      *            historico que o resumo de fim de dia le para saber
      *            o que rodou e como terminou.
      *            JBL-SITUACAO diz se a etapa rodou, falhou ou foi
      *            pulada (pela agenda/dia nao util ou porque uma
      *            etapa de que depende nao terminou bem); linhas
      *            antigas, sem situacao, ficam em branco.
      ******************************************************************
       01  REG-JOB-LOG.
           05  JBL-DATA                PIC 9(08).
           05  JBL-PROGRAMA            PIC X(16).
           05  JBL-RETCODE             PIC 9(02).
           05  JBL-DESCRICAO           PIC X(32).
           05  JBL-SITUACAO            PIC X(01).
               88  JBL-EXECUTADA                   VALUE 'E'.
               88  JBL-FALHOU                      VALUE 'F'.
               88  JBL-PULADA                      VALUE 'P'.
               88  JBL-PULADA-DEPENDENCIA          VALUE 'D'.
