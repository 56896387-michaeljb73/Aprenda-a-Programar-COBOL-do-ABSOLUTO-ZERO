      *                  (paragrafo ENVCFGPA). O programa que inclui
      *                  esta SELECT precisa copiar ENVCFGWS e chamar
      *                  P8050-DEFINE-AMBIENTE antes do OPEN.
      * 15/10/2026  MJB  Incluida chave alternativa CSV-DOCUMENTO
      *                  (com duplicatas - todo cliente pendente fica
      *                  com ZEROS), para a busca por CPF/CNPJ do
      *                  DOC-LOOKUP. O arquivo ganha o indice na
      *                  conversao pelo DOC-MIGRATE.
      ******************************************************************
           SELECT CUSTOMER-MASTER ASSIGN TO
           WS-ARQ-CUSTMAST
           RECORD KEY IS CSV-CODIGO
           ALTERNATE RECORD KEY IS CSV-DDD WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-NOME-ULTIMO WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS WS-CUST-STATUS.
