      *                  arquivo em producao nunca existiu num
      *                  formato intermediario, entao a conversao e
      *                  base -> atual numa passada so.
      * 15/10/2026  MJB  O arquivo novo ganhou a chave alternativa
      *                  CSV-DOCUMENTO (CUSTSEL) e todo cliente
      *                  convertido sai com o documento fiscal zerado
      *                  e marcado como pendente, para o DQ-SCAN
      *                  cobrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEP-MIGRATE.
           RECORD KEY IS CSV-CODIGO
           ALTERNATE RECORD KEY IS CSV-DDD WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-NOME-ULTIMO WITH DUPLICATES
           ALTERNATE RECORD KEY IS CSV-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS WS-NOVO-STATUS.

       DATA DIVISION.
            MOVE SPACES                     TO CSV-CONTATO-BLOQUEADO
            MOVE SPACES                     TO CSV-FILIAL
            MOVE ZEROS                      TO CSV-DATA-INICIO-VIGENCIA
            MOVE ZEROS                      TO CSV-DATA-FIM-VIGENCIA
            MOVE SPACES                     TO CSV-TIPO-PESSOA
            MOVE ZEROS                      TO CSV-DOCUMENTO
            SET CSV-DOCUMENTO-PENDENTE      TO TRUE.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
