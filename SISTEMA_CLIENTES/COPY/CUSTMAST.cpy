      *                  acidente era o mes de renovacao. ZEROS =
      *                  registro anterior ao campo (a agenda cai no
      *                  criterio antigo ate a proxima manutencao).
      * 15/10/2026  MJB  Incluido o documento fiscal do cliente
      *                  (CSV-TIPO-PESSOA F/J + CSV-DOCUMENTO com o
      *                  CPF ou CNPJ, CPF alinhado a direita nas 14
      *                  posicoes) e a situacao do documento
      *                  (CSV-SITUACAO-DOCUMENTO), com critica de
      *                  digito verificador modulo 11 na entrada
      *                  (copybooks DOCVAL*). Arquivos no layout
      *                  anterior passam pelo DOC-MIGRATE, que marca
      *                  todo cliente existente como documento
      *                  pendente para o DQ-SCAN/DQ-WORKLIST cobrarem.
      * 15/10/2026  MJB  CSV-CONTATO-BLOQUEADO ganhou o valor 'A' -
      *                  cliente anonimizado a pedido do titular (LGPD,
      *                  LGPD-ANONYMIZE). Conta como nao-contatar para
      *                  todo programa que ja honra a marca, nao pode
      *                  ser levantada pelo PROGCSV e tira o cliente
      *                  dos extratos (CSV-EXPORT, EXTRACT-PARTNER,
      *                  CAMPAIGN-EXTRACT).
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CSV-CODIGO          PIC 9(06).
           05  CSV-LIMITE-CREDITO  PIC 9(09)V99  USAGE COMP-3.
           05  CSV-CEP             PIC 9(08).
           05  CSV-CONTATO-BLOQUEADO PIC X(01).
               88  CSV-NAO-CONTATAR        VALUE 'S' 'A'.
               88  CSV-ANONIMIZADO         VALUE 'A'.
           05  CSV-FILIAL          PIC X(02).
           05  CSV-DATA-INICIO-VIGENCIA PIC 9(08).
           05  CSV-DATA-FIM-VIGENCIA    PIC 9(08).
           05  CSV-TIPO-PESSOA     PIC X(01).
               88  CSV-PESSOA-FISICA       VALUE 'F'.
               88  CSV-PESSOA-JURIDICA     VALUE 'J'.
           05  CSV-DOCUMENTO       PIC 9(14).
           05  CSV-SITUACAO-DOCUMENTO PIC X(01).
               88  CSV-DOCUMENTO-PENDENTE  VALUE 'P' ' '.
               88  CSV-DOCUMENTO-VALIDADO  VALUE 'V'.
