      ******************************************************************
      * Copybook:  RPTCATF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do catalogo de relatorios (RPTCAT.dat) - uma
      *            linha por rodada de relatorio: programa, data e
      *            hora da rodada, data de referencia (ASOFDATE.dat),
      *            filtro de filial (branco = todas), linhas e paginas
      *            impressas e o nome datado da copia guardada no
      *            diretorio de spool. Antes dele, cada rodada gravava
      *            o .txt por cima da anterior e o relatorio da
      *            terca-feira passada simplesmente nao existia mais.
      ******************************************************************
       01  REG-CATALOGO-RELATORIO.
           05  RCT-PROGRAMA            PIC X(16).
           05  RCT-DATA-EXECUCAO       PIC 9(08).
           05  RCT-HORA-EXECUCAO       PIC 9(08).
           05  RCT-DATA-REFERENCIA     PIC 9(08).
           05  RCT-FILIAL              PIC X(02).
           05  RCT-QTD-LINHAS          PIC 9(07).
           05  RCT-QTD-PAGINAS         PIC 9(05).
           05  RCT-ARQUIVO-GUARDADO    PIC X(64).
