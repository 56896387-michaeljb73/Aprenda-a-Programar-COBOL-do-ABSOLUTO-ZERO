      ******************************************************************
      * Copybook:  SACWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio dos chamados de atendimento em
      *            memoria. O programa que inclui este copybook deve
      *            tambem ter copiado SACSL (SELECT) e SACF (FD),
      *            chamar P8610-CARREGA-CHAMADOS (SACPA) no inicio -
      *            carga estourada (WS-SAC-ESTOUROU-SIM) impede
      *            qualquer regravacao, que apagaria o que ficou alem
      *            do teto - e, se mexeu na tabela, chamar
      *            P8618-GRAVA-CHAMADOS e testar WS-SAC-GRAVADOS-SIM.
      ******************************************************************
       77  WS-SAC-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-SAC-OK                       VALUE '00'.

       77  WS-FIM-SAC              PIC X(01)   VALUE 'N'.
           88  WS-FIM-SAC-SIM                  VALUE 'S'.
       77  WS-SAC-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-SAC-ESTOUROU-SIM             VALUE 'S'.
       77  WS-SAC-GRAVADOS         PIC X(01)   VALUE 'N'.
           88  WS-SAC-GRAVADOS-SIM             VALUE 'S'.

      * CHAMADOS DE ATENDIMENTO
       77  WS-MAX-SAC              PIC 9(04)   VALUE 2000.
       77  WS-QTD-SAC-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-SAC              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-SAC.
           05  WS-SAC-ENTRADA      OCCURS 2000 TIMES.
               10  WS-SCT-NUMERO       PIC 9(06).
               10  WS-SCT-CLIENTE      PIC 9(06).
               10  WS-SCT-CATEGORIA    PIC X(03).
               10  WS-SCT-CANAL        PIC X(01).
               10  WS-SCT-DESCRICAO    PIC X(60).
               10  WS-SCT-RESPONSAVEL  PIC X(08).
               10  WS-SCT-DATA-ABERTURA PIC 9(08).
               10  WS-SCT-DATA-PRAZO   PIC 9(08).
               10  WS-SCT-DATA-ENCERRAMENTO PIC 9(08).
               10  WS-SCT-DATA-ESCALONAMENTO PIC 9(08).
               10  WS-SCT-SITUACAO     PIC X(01).
                   88  WS-SCT-ABERTO           VALUE 'A'.
                   88  WS-SCT-EM-ANDAMENTO     VALUE 'P'.
                   88  WS-SCT-ESCALADO         VALUE 'E'.
                   88  WS-SCT-ENCERRADO        VALUE 'F'.
                   88  WS-SCT-PENDENTE         VALUE 'A' 'P' 'E'.
               10  WS-SCT-NOTA         PIC X(40).
               10  WS-SCT-OPERADOR     PIC X(08).

      * CATEGORIAS DE CHAMADO (CODIGO + DESCRICAO + PRAZO DE SOLUCAO
      * EM DIAS CORRIDOS A PARTIR DA ABERTURA)
       01  WS-TAB-CATEGORIAS-SAC-DADOS.
           05  FILLER              PIC X(30)   VALUE
               'COBFATURAMENTO E COBRANCA   05'.
           05  FILLER              PIC X(30)   VALUE
               'ENTENTREGA E TRANSPORTE     03'.
           05  FILLER              PIC X(30)   VALUE
               'PRDDEFEITO OU QUALIDADE     07'.
           05  FILLER              PIC X(30)   VALUE
               'ATDATENDIMENTO E POSTURA    02'.
           05  FILLER              PIC X(30)   VALUE
               'CADCADASTRO E DADOS         03'.
           05  FILLER              PIC X(30)   VALUE
               'NPSPESQUISA NPS - DETRATOR  03'.
           05  FILLER              PIC X(30)   VALUE
               'RNVRENOVACAO SEM RESPOSTA   03'.
           05  FILLER              PIC X(30)   VALUE
               'OUTOUTROS ASSUNTOS          05'.
       01  WS-TAB-CATEGORIAS-SAC REDEFINES WS-TAB-CATEGORIAS-SAC-DADOS.
           05  WS-CATEGORIA-SAC-ENTRADA OCCURS 8 TIMES.
               10  WS-CTS-CODIGO       PIC X(03).
               10  WS-CTS-DESCRICAO    PIC X(25).
               10  WS-CTS-DIAS-SLA     PIC 9(02).
       77  WS-QTD-CATEGORIAS-SAC   PIC 9(02)   VALUE 8.
       77  WS-IDX-CATEGORIA-SAC    PIC 9(02)   VALUE ZEROS COMP.

      * MAIOR NUMERO DE CHAMADO JA USADO (P8612) E DESCRICAO E PRAZO
      * DE UMA CATEGORIA (P8613)
       77  WS-SAC-ULTIMO-NUMERO    PIC 9(06)   VALUE ZEROS.
       01  WS-SAC-CATEGORIA-PROC   PIC X(03)   VALUE SPACES.
       01  WS-SAC-CATEGORIA-DESCRICAO PIC X(25) VALUE SPACES.
       77  WS-SAC-DIAS-SLA         PIC 9(02)   VALUE ZEROS.
       77  WS-SAC-CATEGORIA-VALIDA PIC X(01)   VALUE 'N'.
           88  WS-SAC-CATEGORIA-VALIDA-SIM     VALUE 'S'.

      * PRAZO DE UM CHAMADO (P8614): WS-SAC-DATA-BASE MAIS
      * WS-SAC-DIAS-SLA DIAS CORRIDOS, PELO DIA JULIANO
       01  WS-SAC-DATA-BASE        PIC 9(08)   VALUE ZEROS.
       01  WS-SAC-DATA-BASE-R REDEFINES WS-SAC-DATA-BASE.
           05  WS-SAC-BASE-AAAA        PIC 9(04).
           05  WS-SAC-BASE-MM          PIC 9(02).
           05  WS-SAC-BASE-DD          PIC 9(02).
       01  WS-SAC-DATA-PRAZO       PIC 9(08)   VALUE ZEROS.
       01  WS-SAC-DATA-PRAZO-R REDEFINES WS-SAC-DATA-PRAZO.
           05  WS-SAC-PRZ-AAAA         PIC 9(04).
           05  WS-SAC-PRZ-MM           PIC 9(02).
           05  WS-SAC-PRZ-DD           PIC 9(02).
       77  WS-SAC-JDN              PIC S9(08)  VALUE ZEROS COMP.
       77  WS-SAC-JDN-A            PIC S9(04)  VALUE ZEROS COMP.
       77  WS-SAC-JDN-Y            PIC S9(06)  VALUE ZEROS COMP.
       77  WS-SAC-JDN-M            PIC S9(04)  VALUE ZEROS COMP.
       77  WS-SAC-GR-A             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SAC-GR-B             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SAC-GR-C             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SAC-GR-D             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SAC-GR-E             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SAC-GR-M             PIC S9(09)  VALUE ZEROS COMP.
       77  WS-SAC-GR-T             PIC S9(09)  VALUE ZEROS COMP.
