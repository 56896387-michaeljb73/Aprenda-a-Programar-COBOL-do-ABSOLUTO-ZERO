      ******************************************************************
      * Copybook:  ENRF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de enderecos do
      *            cliente (ENDERECOS.dat) - quantos enderecos o
      *            cliente precisar, cada um com o seu tipo: cobranca
      *            (boleto no escritorio do contador), entrega
      *            (deposito em outra cidade) ou correspondencia. O
      *            endereco do CUSTOMER-RECORD (CSV-ENDERECO/CIDADE/
      *            UF/CEP) continua sendo o endereco do cadastro e
      *            vale para todo tipo que o cliente nao tiver aqui
      *            (ver P8882 em ENRPA). Endereco desativado fica no
      *            arquivo como historia e nao e mais escolhido.
      *            Cidade, UF e CEP seguem a critica do PROGCSV
      *            (tabela de cidades, regiao postal e base de faixas
      *            de CEP) - mantidos pelo ADDR-MAINT.
      ******************************************************************
       01  REG-ENDERECO.
           05  ENR-CHAVE.
               10  ENR-CODIGO          PIC 9(06).
               10  ENR-SEQUENCIA       PIC 9(02).
           05  ENR-TIPO                PIC X(01).
               88  ENR-TIPO-COBRANCA           VALUE 'C'.
               88  ENR-TIPO-ENTREGA            VALUE 'E'.
               88  ENR-TIPO-CORRESP            VALUE 'R'.
               88  ENR-TIPO-VALIDO             VALUE 'C' 'E' 'R'.
           05  ENR-AOS-CUIDADOS        PIC X(20).
           05  ENR-LOGRADOURO          PIC X(30).
           05  ENR-CIDADE              PIC X(10).
           05  ENR-UF                  PIC X(02).
           05  ENR-CEP                 PIC 9(08).
           05  ENR-SITUACAO            PIC X(01).
               88  ENR-ATIVO                   VALUE 'A'.
               88  ENR-INATIVO                 VALUE 'I'.
           05  ENR-DATA-CRIACAO        PIC 9(08).
           05  ENR-OPERADOR            PIC X(08).
