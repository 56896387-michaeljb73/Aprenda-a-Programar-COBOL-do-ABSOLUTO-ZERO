      ******************************************************************
      * Copybook:  BCOF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de bancos cobradores
      *            (BANCOS.dat), mantido pelo BANK-MAINT: codigo de
      *            compensacao, nome, numero do convenio de cobranca,
      *            layout da remessa e do retorno (P = layout proprio
      *            de 76 posicoes, C = CNAB de 100 posicoes), tarifa
      *            por boleto, banco padrao (recebe a parcela que
      *            nenhuma regra de roteamento pega e o nosso-numero
      *            antigo, sem prefixo de banco), situacao e os dois
      *            contadores do banco - proximo nosso-numero (o
      *            nosso-numero gravado na parcela e o codigo do banco
      *            seguido destes 7 digitos) e proximo sequencial de
      *            remessa, avancados pelo REMIT-GEN.
      ******************************************************************
       01  REG-BANCO.
           05  BCO-CODIGO              PIC 9(03).
           05  BCO-NOME                PIC X(20).
           05  BCO-CONVENIO            PIC 9(10).
           05  BCO-LAYOUT              PIC X(01).
               88  BCO-LAYOUT-PROPRIO          VALUE 'P'.
               88  BCO-LAYOUT-CNAB             VALUE 'C'.
           05  BCO-TARIFA-BOLETO       PIC 9(03)V99.
           05  BCO-PADRAO              PIC X(01).
               88  BCO-BANCO-PADRAO            VALUE 'S'.
           05  BCO-SITUACAO            PIC X(01).
               88  BCO-ATIVO                   VALUE 'A'.
               88  BCO-INATIVO                 VALUE 'I'.
           05  BCO-PROX-NOSSO-NUMERO   PIC 9(07).
           05  BCO-PROX-REMESSA        PIC 9(06).
