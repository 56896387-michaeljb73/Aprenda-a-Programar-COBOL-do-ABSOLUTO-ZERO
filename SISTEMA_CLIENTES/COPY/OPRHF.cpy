      ******************************************************************
      * Copybook:  OPRHF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do historico de manutencao de operadores -
      *            uma linha por movimento gravado no OPRMAST.dat pelo
      *            OPER-MAINT: quem fez (OPH-SUPERVISOR), em quem
      *            (OPH-OPERADOR), o que, e o nivel de permissao antes
      *            e depois. O OPRMAST so guarda o estado atual; e
      *            daqui que o SOD-AUDIT tira as trocas de nivel do
      *            periodo. Senha nunca vem para ca.
      ******************************************************************
       01  REG-HIST-OPERADOR.
           05  OPH-DATA                PIC 9(08).
           05  OPH-HORA                PIC 9(08).
           05  OPH-SUPERVISOR          PIC X(08).
           05  OPH-OPERADOR            PIC X(08).
           05  OPH-ACAO                PIC X(08).
               88  OPH-INCLUSAO                VALUE 'INCLUIR'.
               88  OPH-DESLIGAMENTO            VALUE 'DESLIGAR'.
               88  OPH-RELIGAMENTO             VALUE 'RELIGAR'.
               88  OPH-TROCA-NIVEL             VALUE 'NIVEL'.
               88  OPH-TROCA-SENHA             VALUE 'SENHA'.
           05  OPH-NIVEL-ANTERIOR      PIC 9(01).
           05  OPH-NIVEL-NOVO          PIC 9(01).
