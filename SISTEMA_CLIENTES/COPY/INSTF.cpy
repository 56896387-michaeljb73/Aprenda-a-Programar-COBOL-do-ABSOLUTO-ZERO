      *                  do INST-AGING e da baixa) nem PAGA (nao
      *                  entra como recebida) - o saldo dela vive no
      *                  plano novo.
      * 15/10/2026  MJB  Incluida a sequencia do contrato (PCL-CONTRATO,
      *                  copybook CTRF) - o cliente pode ter varios
      *                  contratos e cada plano de parcelas pertence a
      *                  um deles. 00 = parcela de faturamento de
      *                  pedido, sem contrato; 01 = contrato principal.
      *                  O registro passou de 38 para 40 posicoes;
      *                  arquivos no layout anterior passam pelo
      *                  CONTRACT-MIGRATE. Valor nao numerico e tratado
      *                  como contrato 01.
      ******************************************************************
       01  REG-PARCELA.
           05  PCL-CODIGO              PIC 9(06).
               88  PCL-PAGA                    VALUE 'P'.
               88  PCL-RENEGOCIADA             VALUE 'R'.
           05  PCL-NOSSO-NUMERO        PIC 9(10).
           05  PCL-CONTRATO            PIC 9(02).
               88  PCL-SEM-CONTRATO            VALUE 00.
               88  PCL-CONTRATO-PRINCIPAL      VALUE 01.
