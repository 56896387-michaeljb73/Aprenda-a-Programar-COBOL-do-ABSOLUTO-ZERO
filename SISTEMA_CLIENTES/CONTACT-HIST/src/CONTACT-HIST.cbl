      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Cada contato com pessoa informada (CTH-PESSOA)
      *                  mostra o nome e o papel da pessoa, lidos no
      *                  cadastro de pessoas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-HIST.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CONTHSL.
           COPY PESSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATO-HIST.
           COPY CONTHIS.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS

       01  WS-TIPO-DESC            PIC X(08)   VALUE SPACES.

      * PESSOA COM QUEM SE FALOU (CTH-PESSOA), LIDA PELA CHAVE NO
      * CADASTRO DE PESSOAS - SO CONSULTA, SEM OS PARAGRAFOS DO PESPA
           COPY PESWS.

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

            ACCEPT WS-DATA-ISO FROM DATE YYYYMMDD
            MOVE WS-DATA-ISO-AAAA TO WS-ANO-CORRENTE

            OPEN INPUT CADASTRO-PESSOAS
            IF WS-PES-OK
               SET WS-PES-ABERTO-SIM TO TRUE
            END-IF

            PERFORM P200-CONSULTA-CLIENTE UNTIL WS-FIM-SIM

            IF WS-PES-ABERTO-SIM
               CLOSE CADASTRO-PESSOAS
            END-IF
            GOBACK.

       P200-CONSULTA-CLIENTE.

                  DISPLAY WS-DATA-BR ' ' WS-TIPO-DESC ' POR '
                          CTH-OPERADOR ' - ' CTH-NOTA
                  PERFORM P320-MOSTRA-PESSOA

                  IF WS-DATA-ISO-AAAA = WS-ANO-CORRENTE
                     COMPUTE WS-TRIMESTRE =
               END-IF
            END-IF.

      ******************************************************************
      * P320-MOSTRA-PESSOA
      * Contato com pessoa informada ganha uma linha com o nome e o
      * papel dela. Registros antigos (campo em branco) e contatos
      * com o contato do cadastro (zeros) nao mostram nada.
      ******************************************************************
       P320-MOSTRA-PESSOA.
            IF CTH-PESSOA IS NUMERIC AND CTH-PESSOA > ZEROS
               MOVE SPACES TO WS-PES-NOME
               MOVE SPACE  TO WS-PES-PAPEL
               IF WS-PES-ABERTO-SIM
                  MOVE CTH-CODIGO TO PES-CODIGO
                  MOVE CTH-PESSOA TO PES-SEQUENCIA
                  READ CADASTRO-PESSOAS KEY IS PES-CHAVE
                  IF WS-PES-OK
                     MOVE PES-NOME  TO WS-PES-NOME
                     MOVE PES-PAPEL TO WS-PES-PAPEL
                  END-IF
               END-IF
               EVALUATE WS-PES-PAPEL
                   WHEN 'C'   MOVE 'COMPRAS'    TO WS-PES-PAPEL-DESC
                   WHEN 'F'   MOVE 'FINANCEIRO' TO WS-PES-PAPEL-DESC
                   WHEN 'S'   MOVE 'SOCIO'      TO WS-PES-PAPEL-DESC
                   WHEN 'O'   MOVE 'OUTRO'      TO WS-PES-PAPEL-DESC
                   WHEN OTHER MOVE SPACES       TO WS-PES-PAPEL-DESC
               END-EVALUATE
               DISPLAY '           FALOU COM ' CTH-PESSOA ' - '
                       WS-PES-NOME ' ' WS-PES-PAPEL-DESC
            END-IF.

       P400-IMPRIME-RESUMO.
            DISPLAY 'TOTAL DE CONTATOS: ' WS-QTD-CONTATOS
            MOVE WS-QTD-TRIMESTRE(1) TO WS-QTD-TRI-ED
