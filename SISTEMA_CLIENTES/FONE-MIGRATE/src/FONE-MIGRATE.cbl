      * Purpose:   Conversao unica de um CUSTOMER-MASTER gravado no
      *            layout anterior ao alargamento do telefone
      *            (CSV-FONE-NUM em X(06), registro de 152 posicoes)
      *            para o layout atual (X(09), hoje com 189 posicoes
      *            no total - COPY CUSTMAST). Mesmo
      *            molde do REPACK-MASTER/CEP-MIGRATE: le o arquivo
      *            antigo por um layout local equivalente e grava
      *                  posicoes. Os campos alem do alargamento do
      *                  telefone entram zerados/em branco, como no
      *                  CEP-MIGRATE.
      * 15/10/2026  MJB  O arquivo novo ganhou a chave alternativa
      *                  CSV-DOCUMENTO (CUSTSEL) e todo cliente
      *                  convertido sai com o documento fiscal zerado
      *                  e marcado como pendente, para o DQ-SCAN
      *                  cobrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONE-MIGRATE.
           RECORD KEY IS CSV-CODIGO
           ALTERNATE RECORD KEY IS CSV-DDD WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-NOME-ULTIMO WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS WS-NOVO-STATUS.

       DATA DIVISION.
            MOVE CSV-DATA-ULT-CONT-ANT      TO CSV-DATA-ULTIMO-CONTATO
            MOVE CSV-LIMITE-CREDITO-ANT     TO CSV-LIMITE-CREDITO
            MOVE CSV-CEP-ANT                TO CSV-CEP
            MOVE CSV-CONTATO-BLOQ-ANT       TO CSV-CONTATO-BLOQUEADO
            SET CSV-DOCUMENTO-PENDENTE      TO TRUE.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
