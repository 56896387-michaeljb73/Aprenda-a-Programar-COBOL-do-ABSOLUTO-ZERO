      ******************************************************************
      * Copybook:  TRPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de transportadoras
      *            (TRANSP.dat), mantido pelo CARRIER-MAINT: codigo,
      *            nome e situacao. Acaba com o SHP-TRANSPORTADORA
      *            digitado livre no despacho - a mesma transportadora
      *            aparecia com cinco grafias e o gasto de frete nao
      *            se somava. O preco do frete fica na tabela por UF
      *            de destino e faixa de peso (FRETE.dat, copybook
      *            FRTF). Transportadora inativa nao e cotada no
      *            faturamento nem aceita no despacho, mas continua
      *            no cadastro para os despachos antigos.
      ******************************************************************
       01  REG-TRANSPORTADORA.
           05  TRP-CODIGO              PIC X(04).
           05  TRP-NOME                PIC X(30).
           05  TRP-SITUACAO            PIC X(01).
               88  TRP-ATIVA                   VALUE 'A'.
               88  TRP-INATIVA                 VALUE 'I'.
