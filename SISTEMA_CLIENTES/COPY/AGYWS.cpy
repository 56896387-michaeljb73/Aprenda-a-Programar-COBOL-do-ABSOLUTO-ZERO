      ******************************************************************
      * Copybook:  AGYWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de agencias de cobranca
      *            em memoria. O programa que inclui este copybook deve
      *            tambem ter copiado AGYSL (SELECT) e AGYF (FD) e
      *            chamar P8830-CARREGA-AGENCIAS (AGYPA) no inicio.
      *            Cadastro ausente deixa a tabela vazia.
      ******************************************************************
       77  WS-AGY-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-AGY-OK                       VALUE '00'.

       77  WS-FIM-AGENCIAS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-AGENCIAS-SIM             VALUE 'S'.
       77  WS-AGY-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-AGY-ESTOUROU-SIM             VALUE 'S'.
       77  WS-AGY-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-AGY-GRAVADAS-SIM             VALUE 'S'.

       77  WS-MAX-AGENCIAS         PIC 9(03)   VALUE 100.
       77  WS-QTD-AGY-TAB          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-AGY              PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-AGENCIAS.
           05  WS-AGENCIA-ENTRADA  OCCURS 100 TIMES.
               10  WS-AGT-CODIGO       PIC X(04).
               10  WS-AGT-NOME         PIC X(30).
               10  WS-AGT-PCT-COMISSAO PIC 9(02)V99.
               10  WS-AGT-SITUACAO     PIC X(01).
                   88  WS-AGT-ATIVA            VALUE 'A'.
                   88  WS-AGT-INATIVA          VALUE 'I'.

      * CONSULTA DO P8835 (AGENCIA PELO CODIGO)
       01  WS-AGY-PROCURADA        PIC X(04)   VALUE SPACES.
       77  WS-IDX-AGY-ACHADA       PIC 9(03)   VALUE ZEROS COMP.
