      *                  regravacao podia destruir em silencio a
      *                  alteracao concorrente de um PROGCSV/
      *                  CONTACT-LOG que segurava a trava.
      * 15/10/2026  MJB  Imagem alargada para 189 posicoes (documento
      *                  fiscal no CUSTMAST). Imagem gravada antes do
      *                  campo volta com o documento zerado e pendente,
      *                  em vez de brancos num campo numerico.
      * 15/10/2026  MJB  Restauracao recusada quando o cliente vivo foi
      *                  anonimizado a pedido do titular
      *                  (LGPD-ANONYMIZE) - a imagem antiga traria de
      *                  volta os dados apagados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-UNDO.
      * IMAGEM ESCOLHIDA PARA RESTAURACAO, GUARDADA FORA DO FD PARA
      * SOBREVIVER AO FECHAMENTO/REABERTURA DO LOG (O LOG E REABERTO
      * EM EXTEND PARA GRAVAR O ANTES-DA-IMAGEM DA RESTAURACAO)
       01  WS-IMAGEM-ESCOLHIDA     PIC X(189)  VALUE SPACES.
       01  WS-IMAGEM-ESCOLHIDA-R REDEFINES WS-IMAGEM-ESCOLHIDA.
           05  WS-IMG-CODIGO           PIC 9(06).
           05  FILLER                  PIC X(183).

      * LOG DE TRANSACOES COMPARTILHADO (COPYBOOKS TRANSL*)
           COPY TRANSLWS.
       P410-EXECUTA-RESTAURACAO.
            MOVE WS-IMG-CODIGO TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
      *    CLIENTE ANONIMIZADO A PEDIDO DO TITULAR NAO VOLTA - A
      *    IMAGEM ANTIGA TRARIA DE VOLTA O QUE A LGPD MANDOU APAGAR
            IF WS-CUST-OK AND CSV-ANONIMIZADO
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'CLIENTE ANONIMIZADO A PEDIDO DO TITULAR '
                       '(LGPD) - RESTAURACAO RECUSADA.'
            ELSE
            IF WS-CUST-OK
               MOVE CSV-CODIGO TO WS-TRN-CHAVE
               MOVE 'RESTAURA' TO WS-TRN-ACAO
               PERFORM P8700-GRAVA-TRANS-LOG

               MOVE WS-IMAGEM-ESCOLHIDA TO CUSTOMER-RECORD
               PERFORM P415-COMPLETA-DOCUMENTO
               REWRITE CUSTOMER-RECORD
            ELSE
               MOVE WS-IMAGEM-ESCOLHIDA TO CUSTOMER-RECORD
               PERFORM P415-COMPLETA-DOCUMENTO
               WRITE CUSTOMER-RECORD
            END-IF

               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO RESTAURAR - STATUS ' WS-CUST-STATUS
            END-IF
            END-IF

            CLOSE TRANS-LOG.

      * IMAGEM GRAVADA ANTES DO DOCUMENTO FISCAL TRAZ BRANCOS NO
      * CSV-DOCUMENTO - VOLTA ZERADO E PENDENTE, PARA O DQ-SCAN COBRAR
       P415-COMPLETA-DOCUMENTO.
            IF CSV-DOCUMENTO IS NOT NUMERIC
               MOVE ZEROS TO CSV-DOCUMENTO
               MOVE SPACES TO CSV-TIPO-PESSOA
               SET CSV-DOCUMENTO-PENDENTE TO TRUE
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
