      ******************************************************************
      * Copybook:  TRFWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio das transferencias de estoque em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado TRFSL (SELECT) e TRFF (FD),
      *            chamar P8670-CARREGA-TRANSFERENCIAS (TRFPA) no
      *            inicio - carga estourada (WS-TRF-ESTOUROU-SIM)
      *            impede qualquer regravacao, que apagaria o que
      *            ficou alem do teto - e, se mexeu na tabela, chamar
      *            P8678-GRAVA-TRANSFERENCIAS e testar
      *            WS-TRF-GRAVADAS-SIM.
      ******************************************************************
       77  WS-TRF-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-TRF-OK                       VALUE '00'.

       77  WS-FIM-TRF              PIC X(01)   VALUE 'N'.
           88  WS-FIM-TRF-SIM                  VALUE 'S'.
       77  WS-TRF-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-TRF-ESTOUROU-SIM             VALUE 'S'.
       77  WS-TRF-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-TRF-GRAVADAS-SIM             VALUE 'S'.

       77  WS-MAX-TRF              PIC 9(04)   VALUE 2000.
       77  WS-QTD-TRF-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-TRF              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-TRF.
           05  WS-TRF-ENTRADA      OCCURS 2000 TIMES.
               10  WS-TRT-NUMERO       PIC 9(06).
               10  WS-TRT-DATA-ENVIO   PIC 9(08).
               10  WS-TRT-DEP-ORIGEM   PIC X(03).
               10  WS-TRT-DEP-DESTINO  PIC X(03).
               10  WS-TRT-ITEM         PIC X(08).
               10  WS-TRT-QUANTIDADE   PIC 9(07).
               10  WS-TRT-SITUACAO     PIC X(01).
                   88  WS-TRT-EM-TRANSITO      VALUE 'T'.
                   88  WS-TRT-RECEBIDA         VALUE 'R'.
               10  WS-TRT-DATA-RECEBIMENTO PIC 9(08).
               10  WS-TRT-OPERADOR-ENVIO PIC X(08).
               10  WS-TRT-OPERADOR-RECEBIMENTO PIC X(08).

      * MAIOR NUMERO JA USADO (O PROXIMO ENVIO TOMA O SEGUINTE) E
      * CONSULTA DO P8675 (TRANSFERENCIA PELO NUMERO)
       77  WS-TRF-ULTIMO-NUMERO    PIC 9(06)   VALUE ZEROS.
       77  WS-TRF-PROCURADA        PIC 9(06)   VALUE ZEROS.
       77  WS-IDX-TRF-ACHADA       PIC 9(04)   VALUE ZEROS COMP.
