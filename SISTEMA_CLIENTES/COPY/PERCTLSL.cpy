      ******************************************************************
      * Copybook:  PERCTLSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do arquivo de
      *            controle de periodos contabeis (PERCTL.dat), aberto
      *            e fechado mes a mes pelo supervisor no PERIOD-MAINT
      *            e lido pelos programas que lancam movimento
      *            financeiro (paragrafos do PERCTLPA).
      ******************************************************************
           SELECT PERIODO-CONTABIL ASSIGN TO
           'src\assets\PERCTL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERCTL-STATUS.
