      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Fila de trabalho das notas fiscais eletronicas
      *            rejeitadas (registro NFE.dat, copybooks NFE* -
      *            rejeitadas pela SEFAZ no NFE-RETURN ou barradas
      *            no NFE-GEN antes do envio). O operador validado ve
      *            as notas rejeitadas e em correcao com o motivo,
      *            assume uma (fica em correcao no nome dele) e,
      *            corrigida a causa (documento do cliente, cadastro
      *            do item etc.), devolve a nota para transmissao -
      *            o proximo NFE-GEN reenvia com a mesma chave de
      *            acesso. Enquanto a nota nao e autorizada o pedido
      *            nao embarca e o cliente fica fora da remessa.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFE-WORKLIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NFESL.

       DATA DIVISION.
       FILE SECTION.

       FD  REGISTRO-NFE.
           COPY NFEF.

       WORKING-STORAGE SECTION.

       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * REGISTRO DE NF-E EM MEMORIA (COPYBOOKS NFE*)
           COPY NFEWS.

       77  WS-QTD-PENDENTES        PIC 9(04)   VALUE ZEROS COMP.
       77  WS-NUM-ESCOLHIDO        PIC 9(04)   VALUE ZEROS.
       77  WS-ACAO-ESCOLHIDA       PIC X(01)   VALUE SPACE.
           88  WS-ACAO-ASSUMIR                 VALUE 'C'.
           88  WS-ACAO-REENVIAR                VALUE 'P'.
           88  WS-ACAO-VALIDA                  VALUE 'C' 'P'.
       77  WS-HOUVE-MUDANCA        PIC X(01)   VALUE 'N'.
           88  WS-HOUVE-MUDANCA-SIM            VALUE 'S'.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.

      * SESSAO DE OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8800-VALIDA-OPERADOR
            DISPLAY 'OPERADOR ' WS-OPERADOR-VALIDADO
                    ' AUTENTICADO - FILA LIBERADA.'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P8820-CARREGA-NFE
            EVALUATE TRUE
                WHEN WS-NFE-ESTOUROU-SIM
                     DISPLAY 'FILA NAO PODE SER REGRAVADA SEM PERDER '
                             'NOTAS - SESSAO ENCERRADA.'
                     MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-NFE-TAB = ZEROS
                     DISPLAY 'REGISTRO DE NF-E VAZIO - RODE O '
                             'INVOICE-GEN ANTES.'
                WHEN OTHER
                     PERFORM P200-SESSAO UNTIL WS-FIM-SESSAO-SIM
                     IF WS-HOUVE-MUDANCA-SIM
                        PERFORM P500-REGRAVA-REGISTRO
                     END-IF
            END-EVALUATE
            GOBACK.

       P200-SESSAO.
            PERFORM P300-LISTA-PENDENTES

            IF WS-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUMA NF-E REJEITADA - FILA EM DIA.'
               SET WS-FIM-SESSAO-SIM TO TRUE
            ELSE
               DISPLAY 'NUMERO DO ITEM (0 = ENCERRAR): '
               ACCEPT WS-NUM-ESCOLHIDO

               IF WS-NUM-ESCOLHIDO = ZEROS
                  SET WS-FIM-SESSAO-SIM TO TRUE
               ELSE
                  PERFORM P400-TRATA-NOTA
               END-IF
            END-IF.

       P300-LISTA-PENDENTES.
            MOVE ZEROS TO WS-QTD-PENDENTES
            DISPLAY ' '
            DISPLAY '===== NF-E REJEITADAS ====='
            PERFORM VARYING WS-IDX-NFE FROM 1 BY 1
                    UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
                IF WS-NFT-REJEITADA(WS-IDX-NFE)
                   OR WS-NFT-EM-CORRECAO(WS-IDX-NFE)
                   MOVE WS-NFE-ENTRADA(WS-IDX-NFE) TO REG-NFE
                   ADD 1 TO WS-QTD-PENDENTES
                   DISPLAY WS-IDX-NFE ' - FATURA ' NFE-FATURA
                           ' CLI ' NFE-CODIGO-CLIENTE
                           ' EM ' NFE-DATA-SITUACAO
                           ' SIT ' NFE-SITUACAO ' OPER '
                           NFE-OPERADOR
                   DISPLAY '       ' NFE-MOTIVO
                END-IF
            END-PERFORM.

       P400-TRATA-NOTA.
            IF WS-NUM-ESCOLHIDO < 1
               OR WS-NUM-ESCOLHIDO > WS-QTD-NFE-TAB
               DISPLAY 'NUMERO FORA DA LISTA.'
            ELSE
               MOVE WS-NFE-ENTRADA(WS-NUM-ESCOLHIDO) TO REG-NFE
               IF NOT NFE-REJEITADA AND NOT NFE-EM-CORRECAO
                  DISPLAY 'NOTA NAO ESTA NA FILA.'
               ELSE
                  MOVE SPACE TO WS-ACAO-ESCOLHIDA
                  PERFORM UNTIL WS-ACAO-VALIDA
                      DISPLAY 'ACAO (C = ASSUMIR, P = CORRIGIDA - '
                              'REENVIAR): '
                      ACCEPT WS-ACAO-ESCOLHIDA
                  END-PERFORM

      *           O MOTIVO FICA NA NOTA REENVIADA ATE O NFE-GEN
      *           TRANSMITIR - O HISTORICO DA CORRECAO E O OPERADOR
                  MOVE WS-ACAO-ESCOLHIDA    TO NFE-SITUACAO
                  MOVE WS-OPERADOR-VALIDADO TO NFE-OPERADOR
                  MOVE WS-DATA-HOJE         TO NFE-DATA-SITUACAO
                  MOVE REG-NFE TO WS-NFE-ENTRADA(WS-NUM-ESCOLHIDO)
                  SET WS-HOUVE-MUDANCA-SIM TO TRUE
                  IF WS-ACAO-REENVIAR
                     DISPLAY 'NOTA DEVOLVIDA PARA TRANSMISSAO NO '
                             'PROXIMO NFE-GEN.'
                  ELSE
                     DISPLAY 'NOTA ASSUMIDA.'
                  END-IF
               END-IF
            END-IF.

       P500-REGRAVA-REGISTRO.
            PERFORM P8828-GRAVA-NFE
            IF WS-NFE-GRAVADAS-SIM
               DISPLAY 'FILA REGRAVADA.'
            ELSE
               DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE NF-E - STATUS '
                       WS-NFE-STATUS
               MOVE 8 TO RETURN-CODE
            END-IF.

           COPY OPERTBPA.
           COPY NFEPA.

       END PROGRAM NFE-WORKLIST.
