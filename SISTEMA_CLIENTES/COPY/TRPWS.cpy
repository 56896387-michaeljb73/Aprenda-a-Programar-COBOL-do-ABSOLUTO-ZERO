      ******************************************************************
      * Copybook:  TRPWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de transportadoras em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado TRPSL (SELECT) e TRPF (FD) e
      *            chamar P8760-CARREGA-TRANSPORTADORAS (TRPPA) no
      *            inicio. Cadastro ausente deixa a tabela vazia.
      ******************************************************************
       77  WS-TRP-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-TRP-OK                       VALUE '00'.

       77  WS-FIM-TRANSPORTADORAS  PIC X(01)   VALUE 'N'.
           88  WS-FIM-TRANSPORTADORAS-SIM      VALUE 'S'.
       77  WS-TRP-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-TRP-ESTOUROU-SIM             VALUE 'S'.
       77  WS-TRP-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-TRP-GRAVADAS-SIM             VALUE 'S'.

       77  WS-MAX-TRANSPORTADORAS  PIC 9(03)   VALUE 100.
       77  WS-QTD-TRP-TAB          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-TRP              PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-TRANSPORTADORAS.
           05  WS-TRANSP-ENTRADA   OCCURS 100 TIMES.
               10  WS-TRT-CODIGO       PIC X(04).
               10  WS-TRT-NOME         PIC X(30).
               10  WS-TRT-SITUACAO     PIC X(01).
                   88  WS-TRT-ATIVA            VALUE 'A'.
                   88  WS-TRT-INATIVA          VALUE 'I'.

      * CONSULTA DO P8765 (TRANSPORTADORA PELO CODIGO)
       01  WS-TRP-PROCURADA        PIC X(04)   VALUE SPACES.
       77  WS-IDX-TRP-ACHADA       PIC 9(03)   VALUE ZEROS COMP.
