      *            que o inclui tambem tenha copiado JOBLSL (SELECT),
      *            JOBLOG (FD) e JOBLWS (WORKING-STORAGE), aberto
      *            JOB-LOG em modo EXTEND, e preenchido WS-JBL-
      *            PROGRAMA/WS-JBL-RETCODE/WS-JBL-DESCRICAO/WS-JBL-
      *            SITUACAO antes do PERFORM.
      ******************************************************************
       P8900-GRAVA-JOB-LOG.
            IF WS-JOBLOG-OK
               MOVE WS-JBL-PROGRAMA    TO JBL-PROGRAMA
               MOVE WS-JBL-RETCODE     TO JBL-RETCODE
               MOVE WS-JBL-DESCRICAO   TO JBL-DESCRICAO
               MOVE WS-JBL-SITUACAO    TO JBL-SITUACAO
               WRITE REG-JOB-LOG
            END-IF.
