      ******************************************************************
      * Copybook:  PERCTLWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do controle de periodos contabeis.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado PERCTLSL (SELECT) e PERCTLF (FD), chamar
      *            P8520-CARREGA-PERIODOS (PERCTLPA) uma vez no inicio
      *            - carga estourada (WS-PERIODOS-ESTOURARAM-SIM) e
      *            erro de abertura, porque lancar sem conhecer todos
      *            os meses fechados e justamente o que o controle
      *            impede - e, para cada lancamento, mover a data para
      *            WS-PER-DATA-CONSULTA e chamar P8530-CONFERE-
      *            PERIODO. Na volta, WS-PER-FECHADO-SIM diz que a
      *            data cai em mes fechado, WS-PER-DATA-LANCAMENTO traz
      *            o primeiro dia aberto seguinte e WS-PER-MOTIVO o
      *            texto pronto para o ERROR-LOG conforme a regra do
      *            programa (WS-PER-REGRA: A = lanca no primeiro dia
      *            aberto, R = recusa).
      ******************************************************************
       77  WS-PERCTL-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-PERCTL-OK                    VALUE '00'.

       77  WS-FIM-PERIODOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-PERIODOS-SIM             VALUE 'S'.
       77  WS-PERIODOS-ESTOURARAM  PIC X(01)   VALUE 'N'.
           88  WS-PERIODOS-ESTOURARAM-SIM      VALUE 'S'.

      * COMPETENCIAS TRATADAS PELO SUPERVISOR, EM MEMORIA (20 ANOS)
       77  WS-MAX-PERIODOS         PIC 9(03)   VALUE 240.
       77  WS-QTD-PERIODOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PERIODO          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PER-ACHADO       PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PERIODOS.
           05  WS-PERIODO-ENTRADA  OCCURS 240 TIMES.
               10  WS-PTB-COMPETENCIA  PIC 9(06).
               10  WS-PTB-SITUACAO     PIC X(01).
                   88  WS-PTB-FECHADO          VALUE 'F'.
               10  WS-PTB-DATA-SITUACAO PIC 9(08).
               10  WS-PTB-OPERADOR     PIC X(08).

      * CONSULTA DE UMA DATA DE LANCAMENTO (P8530)
       01  WS-PER-DATA-CONSULTA    PIC 9(08)   VALUE ZEROS.
       01  WS-PER-DATA-LANCAMENTO  PIC 9(08)   VALUE ZEROS.
       01  WS-PER-COMPETENCIA      PIC 9(06)   VALUE ZEROS.
       01  WS-PER-COMPETENCIA-R REDEFINES WS-PER-COMPETENCIA.
           05  WS-PER-COMP-AAAA        PIC 9(04).
           05  WS-PER-COMP-MM          PIC 9(02).
       01  WS-PER-COMPETENCIA-FECHADA PIC 9(06) VALUE ZEROS.
       77  WS-PER-FECHADO          PIC X(01)   VALUE 'N'.
           88  WS-PER-FECHADO-SIM              VALUE 'S'.
       77  WS-PER-REGRA            PIC X(01)   VALUE 'A'.
           88  WS-PER-REGRA-ADIA               VALUE 'A'.
           88  WS-PER-REGRA-RECUSA             VALUE 'R'.
       01  WS-PER-MOTIVO           PIC X(40)   VALUE SPACES.

      * TROCA DE SITUACAO DE UMA COMPETENCIA (P8535)
       01  WS-PER-NOVA-SITUACAO    PIC X(01)   VALUE SPACES.
       01  WS-PER-DATA-ALTERACAO   PIC 9(08)   VALUE ZEROS.
       01  WS-PER-OPERADOR         PIC X(08)   VALUE SPACES.
       77  WS-PER-ATUALIZOU        PIC X(01)   VALUE 'N'.
           88  WS-PER-ATUALIZOU-SIM            VALUE 'S'.
