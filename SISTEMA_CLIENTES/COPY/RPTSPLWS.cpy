      ******************************************************************
      * Copybook:  RPTSPLWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Area de passagem para a sub-rotina RPT-SPOOL, que
      *            guarda uma copia datada do relatorio recem-fechado
      *            e o registra no catalogo (RPTCAT.dat). O programa
      *            de relatorio preenche WS-SPL-PROGRAMA, WS-SPL-
      *            ARQUIVO (nome fisico do .txt que acabou de fechar)
      *            e, quando filtrou por filial, WS-SPL-FILIAL, e faz
      *            PERFORM P8930-CATALOGA-RELATORIO (copybook
      *            RPTSPLPA) depois do CLOSE. A sub-rotina devolve o
      *            nome guardado em WS-SPL-GUARDADO (brancos quando
      *            nao conseguiu guardar - o relatorio do dia continua
      *            valendo do mesmo jeito).
      ******************************************************************
       01  WS-SPL-PARAMETROS.
           05  WS-SPL-PROGRAMA     PIC X(16)   VALUE SPACES.
           05  WS-SPL-ARQUIVO      PIC X(64)   VALUE SPACES.
           05  WS-SPL-FILIAL       PIC X(02)   VALUE SPACES.
           05  WS-SPL-GUARDADO     PIC X(64)   VALUE SPACES.
