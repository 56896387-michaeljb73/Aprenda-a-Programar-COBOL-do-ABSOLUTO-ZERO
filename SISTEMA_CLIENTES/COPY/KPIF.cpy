      ******************************************************************
      * Copybook:  KPIF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do historico de indicadores mensais
      *            (KPIHIST.dat): uma linha por competencia e filial,
      *            mais a linha do total geral (filial '**'), gravada
      *            pelo KPI-SCORECARD. Percentuais com duas casas:
      *              KPI-DSO             - saldo em aberto sobre o
      *                                    faturado dos ultimos 3
      *                                    meses, em dias (x 90)
      *              KPI-PCT-VENCIDO     - parcela do saldo em aberto
      *                                    vencida ha 0-30 / 31-60 /
      *                                    61-90 / 90+ dias
      *              KPI-PCT-CHURN       - clientes cancelados no mes
      *                                    sobre a base ativa do
      *                                    inicio do mes
      *              KPI-QTD-NOVOS       - clientes criados no mes
      *              KPI-TICKET-MEDIO    - faturado do mes por fatura
      *              KPI-PCT-RECUPERACAO - clientes que sairam da
      *                                    regua de cobranca no mes
      *                                    sobre todos os que estavam
      *                                    nela
      *              KPI-PCT-PERDA       - baixas por perda do mes
      *                                    sobre o faturado do mes
      *            As tres ultimas colunas sao as bases dos calculos.
      ******************************************************************
       01  REG-HISTORICO-KPI.
           05  KPI-COMPETENCIA         PIC 9(06).
           05  KPI-FILIAL              PIC X(02).
               88  KPI-TOTAL-GERAL             VALUE '**'.
           05  KPI-DSO                 PIC 9(04)V9.
           05  KPI-PCT-VENCIDO         PIC 9(03)V99 OCCURS 4 TIMES.
           05  KPI-PCT-CHURN           PIC 9(03)V99.
           05  KPI-QTD-NOVOS           PIC 9(05).
           05  KPI-TICKET-MEDIO        PIC 9(09)V99.
           05  KPI-PCT-RECUPERACAO     PIC 9(03)V99.
           05  KPI-PCT-PERDA           PIC 9(03)V99.
           05  KPI-BASE-ATIVA          PIC 9(06).
           05  KPI-SALDO-ABERTO        PIC 9(11)V99.
           05  KPI-FATURADO-MES        PIC 9(11)V99.
