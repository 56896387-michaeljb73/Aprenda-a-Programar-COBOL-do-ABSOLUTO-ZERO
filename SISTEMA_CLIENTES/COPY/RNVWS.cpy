      ******************************************************************
      * Copybook:  RNVWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio dos avisos de renovacao em memoria.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado RNVSL (SELECT) e RNVF (FD), chamar
      *            P8630-CARREGA-AVISOS-RNV (RNVPA) no inicio - carga
      *            estourada (WS-RNV-ESTOUROU-SIM) impede qualquer
      *            regravacao, que apagaria o que ficou alem do teto
      *            - e, se mexeu na tabela, chamar
      *            P8638-GRAVA-AVISOS-RNV e testar
      *            WS-RNV-GRAVADOS-SIM.
      ******************************************************************
       77  WS-RNV-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-RNV-OK                       VALUE '00'.

       77  WS-FIM-RNV              PIC X(01)   VALUE 'N'.
           88  WS-FIM-RNV-SIM                  VALUE 'S'.
       77  WS-RNV-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-RNV-ESTOUROU-SIM             VALUE 'S'.
       77  WS-RNV-GRAVADOS         PIC X(01)   VALUE 'N'.
           88  WS-RNV-GRAVADOS-SIM             VALUE 'S'.

      * AVISOS DE RENOVACAO - CADA ENTRADA TEM O MESMO LAYOUT DO
      * REG-AVISO-RENOVACAO (RNVF), PARA A CARGA E A REGRAVACAO
      * MOVEREM O REGISTRO INTEIRO
       77  WS-MAX-RNV              PIC 9(04)   VALUE 2000.
       77  WS-QTD-RNV-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RNV              PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-RNV-ACHADO       PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-RNV.
           05  WS-RNV-ENTRADA      OCCURS 2000 TIMES.
               10  WS-RVT-CODIGO       PIC 9(06).
               10  WS-RVT-CONTRATO     PIC 9(02).
               10  WS-RVT-FIM-VIGENCIA PIC 9(08).
               10  WS-RVT-DATA-AVISO   PIC 9(08).
               10  WS-RVT-DATA-LIMITE  PIC 9(08).
               10  WS-RVT-VALOR-ATUAL  PIC 9(09)V99.
               10  WS-RVT-VALOR-PROPOSTO PIC 9(09)V99.
               10  WS-RVT-SITUACAO     PIC X(01).
                   88  WS-RVT-AVISADO          VALUE 'A'.
                   88  WS-RVT-RENOVAR          VALUE 'R'.
                   88  WS-RVT-RENEGOCIAR       VALUE 'N'.
                   88  WS-RVT-NAO-RENOVAR      VALUE 'C'.
                   88  WS-RVT-SEM-RESPOSTA     VALUE 'F'.
                   88  WS-RVT-CANCELADO        VALUE 'X'.
                   88  WS-RVT-ACEITA-RESPOSTA  VALUE 'A' 'R' 'N'
                                                     'C' 'F'.
               10  WS-RVT-DATA-RESPOSTA PIC 9(08).
               10  WS-RVT-OPERADOR     PIC X(08).
               10  WS-RVT-MOTIVO       PIC X(03).
               10  WS-RVT-NOTA         PIC X(30).
               10  WS-RVT-CHAMADO      PIC 9(06).
               10  WS-RVT-DATA-EXECUCAO PIC 9(08).

      * CHAVE PROCURADA PELO P8632 - CLIENTE, CONTRATO E FIM DA
      * VIGENCIA AVISADA
       01  WS-RNV-CODIGO-PROC      PIC 9(06)   VALUE ZEROS.
       01  WS-RNV-CONTRATO-PROC    PIC 9(02)   VALUE ZEROS.
       01  WS-RNV-FIM-PROC         PIC 9(08)   VALUE ZEROS.
