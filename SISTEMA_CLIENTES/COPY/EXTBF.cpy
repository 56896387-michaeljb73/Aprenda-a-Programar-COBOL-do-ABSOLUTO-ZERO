      ******************************************************************
      * Copybook:  EXTBF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro de lancamento do extrato
      *            bancario (EXTRATO.dat) - uma linha por lancamento
      *            aceito no STMT-LOAD, numerada em sequencia. O
      *            grupo EXT-LANCAMENTO e a linha do banco tal como
      *            veio (EXTBANCO.txt) e serve de chave contra carga
      *            duplicada. Credito nasce PENDENTE e o BANK-RECON o
      *            marca CONCILIADO contra um recibo (RCPTREG.dat) do
      *            mesmo dia e valor (forma R, recibo gravado) ou
      *            contra o total dos recibos do dia (forma T). Debito
      *            e so informativo - nao ha recibo do outro lado.
      ******************************************************************
       01  REG-EXTRATO.
           05  EXT-SEQUENCIA           PIC 9(07).
           05  EXT-LANCAMENTO.
               10  EXT-DATA            PIC 9(08).
               10  EXT-TIPO            PIC X(01).
                   88  EXT-CREDITO             VALUE 'C'.
                   88  EXT-DEBITO              VALUE 'D'.
               10  EXT-VALOR           PIC 9(09)V99.
               10  EXT-HISTORICO       PIC 9(03).
               10  EXT-DOCUMENTO       PIC X(10).
               10  EXT-DESCRICAO       PIC X(30).
           05  EXT-SITUACAO            PIC X(01).
               88  EXT-PENDENTE                VALUE 'P'.
               88  EXT-CONCILIADO              VALUE 'C'.
               88  EXT-INFORMATIVO             VALUE 'I'.
           05  EXT-DATA-CARGA          PIC 9(08).
           05  EXT-DATA-CONCILIACAO    PIC 9(08).
           05  EXT-RECIBO              PIC 9(06).
           05  EXT-FORMA-CONCILIACAO   PIC X(01).
               88  EXT-CONC-RECIBO             VALUE 'R'.
               88  EXT-CONC-TOTAL-DIA          VALUE 'T'.
