      ******************************************************************
      * Copybook:  DEPWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de depositos em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado DEPSL (SELECT) e DEPF (FD) e
      *            chamar P8660-CARREGA-DEPOSITOS (DEPPA) no inicio.
      *            Cadastro ausente deixa a tabela vazia - quem aloca
      *            ou movimenta estoque deve recusar o deposito
      *            informado em vez de criar saldo sem dono.
      ******************************************************************
       77  WS-DEP-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-DEP-OK                       VALUE '00'.

       77  WS-FIM-DEPOSITOS        PIC X(01)   VALUE 'N'.
           88  WS-FIM-DEPOSITOS-SIM            VALUE 'S'.
       77  WS-DEPOSITOS-ESTOURARAM PIC X(01)   VALUE 'N'.
           88  WS-DEPOSITOS-ESTOURARAM-SIM     VALUE 'S'.
       77  WS-DEPOSITOS-GRAVADOS   PIC X(01)   VALUE 'N'.
           88  WS-DEPOSITOS-GRAVADOS-SIM       VALUE 'S'.

       77  WS-MAX-DEPOSITOS        PIC 9(03)   VALUE 50.
       77  WS-QTD-DEPOSITOS-TAB    PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-DEPOSITO         PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-DEPOSITOS.
           05  WS-DEPOSITO-ENTRADA OCCURS 50 TIMES.
               10  WS-DPT-CODIGO       PIC X(03).
               10  WS-DPT-FILIAL       PIC X(02).
               10  WS-DPT-NOME         PIC X(30).
               10  WS-DPT-SITUACAO     PIC X(01).
                   88  WS-DPT-ATIVO            VALUE 'A'.
                   88  WS-DPT-INATIVO          VALUE 'I'.

      * CONSULTAS DO P8665 (DEPOSITO PELO CODIGO) E DO P8666
      * (PRIMEIRO DEPOSITO ATIVO DA FILIAL)
       01  WS-DEP-PROCURADO        PIC X(03)   VALUE SPACES.
       01  WS-DEP-FILIAL-PROCURADA PIC X(02)   VALUE SPACES.
       77  WS-IDX-DEP-ACHADO       PIC 9(03)   VALUE ZEROS COMP.
