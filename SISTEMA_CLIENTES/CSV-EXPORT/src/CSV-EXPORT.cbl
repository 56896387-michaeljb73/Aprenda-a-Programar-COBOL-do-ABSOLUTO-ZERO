      * 22/08/2026  MJB  O layout V2 ganhou o dia da semana da criacao
      *                  (CSV-DIA-SEMANA-CRIACAO) - era o unico campo
      *                  do CUSTMAST que faltava no extrato completo.
      * 15/10/2026  MJB  Cliente anonimizado a pedido do titular
      *                  (LGPD-ANONYMIZE) fica fora do extrato, completo
      *                  ou delta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-EXPORT.
               END-IF
            END-IF

      *    CLIENTE ANONIMIZADO (LGPD) NAO SAI EM EXTRATO NENHUM
            IF WS-EXPORTA-REGISTRO-SIM AND NOT CSV-ANONIMIZADO
               PERFORM P260-MONTA-E-GRAVA
            END-IF.

