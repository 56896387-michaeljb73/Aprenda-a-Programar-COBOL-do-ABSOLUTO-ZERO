      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro e tabela em memoria alargados - a
      *                  tarifa entra na conta como qualquer encargo.
      * 15/10/2026  MJB  INSTFILE.dat e LATEFEE.dat ganharam no fim a
      *                  sequencia do contrato (PCL-CONTRATO e
      *                  LFE-CONTRATO); registro e tabelas em memoria
      *                  alargados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-GRADE.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  ARQUIVO-RISCO.
           COPY RISKF.
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.
       77  WS-MAX-DQ               PIC 9(03)   VALUE 500.
       77  WS-QTD-DQ-TAB           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-DQ               PIC 9(03)   VALUE ZEROS COMP.
