      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Contato da resposta de campanha grava
      *                  CTH-PESSOA zerado (contato do cadastro).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMP-RESPONSE.
               MOVE WS-DATA-HOJE TO CTH-DATA-CONTATO
               MOVE 'CAMPANHA'   TO CTH-OPERADOR
               MOVE 'E'          TO CTH-TIPO
               MOVE ZEROS        TO CTH-PESSOA
               MOVE SPACES       TO CTH-NOTA
               STRING 'RESPOSTA CAMPANHA ' DELIMITED BY SIZE
                      RSP-CAMPANHA         DELIMITED BY SIZE
