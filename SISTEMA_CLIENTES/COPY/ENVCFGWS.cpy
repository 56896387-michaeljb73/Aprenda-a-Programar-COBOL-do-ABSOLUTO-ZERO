           'src\assets\EXPCTL.dat'.
       77  WS-ARQ-CUSTSNAP         PIC X(64)   VALUE
           'src\assets\CUSTSNAP.dat'.
       77  WS-ARQ-CONTRATOS        PIC X(64)   VALUE
           'src\assets\CONTRATOS.dat'.
       77  WS-ARQ-ENDERECOS        PIC X(64)   VALUE
           'src\assets\ENDERECOS.dat'.
       77  WS-ARQ-ENTREGAS         PIC X(64)   VALUE
           'src\assets\ENTREGAS.dat'.
       77  WS-ARQ-PESSOAS          PIC X(64)   VALUE
           'src\assets\PESSOAS.dat'.
       77  WS-ARQ-ACORDOS          PIC X(64)   VALUE
           'src\assets\ACORDOS.dat'.
       77  WS-ARQ-PROGRAMADOS      PIC X(64)   VALUE
           'src\assets\PEDPROG.dat'.
       77  WS-ARQ-RPTCAT           PIC X(64)   VALUE
           'src\assets\RPTCAT.dat'.
       77  WS-ARQ-DOCKYC           PIC X(64)   VALUE
           'src\assets\DOCKYC.dat'.
      * DIRETORIO DAS COPIAS DATADAS DOS RELATORIOS (RPT-SPOOL)
       77  WS-DIR-SPOOL            PIC X(32)   VALUE
           'src\assets\spool\'.
