      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Carga do retorno da SEFAZ para as notas fiscais
      *            eletronicas transmitidas pelo NFE-GEN (NFERET.txt -
      *            chave de acesso, A = autorizada ou R = rejeitada,
      *            protocolo, data e motivo da rejeicao): cada linha
      *            casa com a nota TRANSMITIDA do registro de NF-e
      *            (NFE.dat, copybooks NFE*) pela chave de acesso. A
      *            autorizada ganha o protocolo e libera o embarque
      *            (SHIP-CONFIRM) e a cobranca (REMIT-GEN); a
      *            rejeitada cai na fila do NFE-WORKLIST com o motivo
      *            e e listada no encerramento. Linha com chave
      *            desconhecida, para nota que nao aguarda retorno ou
      *            autorizacao sem protocolo vai para o ERROR-LOG e
      *            nao altera o registro.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFE-RETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.
           COPY NFESL.

           SELECT RETORNO-SEFAZ ASSIGN TO
           'src\assets\NFERET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  REGISTRO-NFE.
           COPY NFEF.

       FD  RETORNO-SEFAZ.
       01  REG-RETORNO-NFE.
           05  RNF-CHAVE-ACESSO        PIC X(44).
           05  RNF-CHAVE-R REDEFINES RNF-CHAVE-ACESSO.
               10  FILLER              PIC X(25).
               10  RNF-CHAVE-NUMERO    PIC X(09).
               10  FILLER              PIC X(10).
           05  RNF-SITUACAO            PIC X(01).
               88  RNF-AUTORIZADA              VALUE 'A'.
               88  RNF-REJEITADA               VALUE 'R'.
           05  RNF-PROTOCOLO           PIC X(15).
           05  RNF-DATA                PIC 9(08).
           05  RNF-MOTIVO              PIC X(40).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-RETORNO-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-RETORNO-OK                   VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-RETORNO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-RETORNO-SIM              VALUE 'S'.
       77  WS-REGISTRO-MUDOU       PIC X(01)   VALUE 'N'.
           88  WS-REGISTRO-MUDOU-SIM           VALUE 'S'.

      * REGISTRO DE NF-E EM MEMORIA (COPYBOOKS NFE*)
           COPY NFEWS.

       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-AUTORIZADAS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-REJEITADAS       PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LINHAS-REJEITADAS PIC 9(05)  VALUE ZEROS COMP.
       77  WS-QTD-AGUARDANDO       PIC 9(05)   VALUE ZEROS COMP.

      * LOG DE REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'NFERET'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-PROCESSA-RETORNO
                       UNTIL WS-FIM-RETORNO-SIM
               CLOSE RETORNO-SEFAZ
               IF WS-REGISTRO-MUDOU-SIM
                  PERFORM P8828-GRAVA-NFE
               END-IF
               PERFORM P500-LISTA-REJEITADAS
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Registro estourado nao pode ser regravado sem perder notas -
      * a carga para com RC 8 sem tocar em nada.
      ******************************************************************
       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P8820-CARREGA-NFE
            IF WS-NFE-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               IF WS-QTD-NFE-TAB = ZEROS
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'REGISTRO DE NF-E VAZIO OU AUSENTE - '
                          'NADA A CONFERIR.'
               END-IF
            END-IF

            IF NOT WS-ERRO-ABERTURA-SIM
               OPEN INPUT RETORNO-SEFAZ
               OPEN EXTEND ERROR-LOG
               IF NOT WS-RETORNO-OK
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'ERRO AO ABRIR O RETORNO DA SEFAZ - STATUS '
                          WS-RETORNO-STATUS
               END-IF
            END-IF.

       P200-PROCESSA-RETORNO.
            READ RETORNO-SEFAZ
                 AT END SET WS-FIM-RETORNO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-RETORNO-SIM
               ADD 1 TO WS-QTD-LIDAS
               MOVE RNF-CHAVE-ACESSO TO WS-NFE-CHAVE-PROC
               PERFORM P8826-LOCALIZA-CHAVE
               MOVE RNF-CHAVE-NUMERO TO WS-ERL-CHAVE
               EVALUATE TRUE
                   WHEN NOT RNF-AUTORIZADA AND NOT RNF-REJEITADA
                        MOVE 'SITUACAO DE RETORNO INVALIDA'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-LINHA
                   WHEN WS-IDX-NFE-ACHADA = ZEROS
                        MOVE 'CHAVE DE ACESSO NAO REGISTRADA'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-LINHA
                   WHEN NOT WS-NFT-TRANSMITIDA(WS-IDX-NFE-ACHADA)
                        MOVE 'NF-E NAO ESTA AGUARDANDO RETORNO'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-LINHA
                   WHEN RNF-AUTORIZADA AND RNF-PROTOCOLO = SPACES
                        MOVE 'AUTORIZACAO SEM PROTOCOLO'
                             TO WS-ERL-MOTIVO
                        PERFORM P290-REJEITA-LINHA
                   WHEN OTHER
                        PERFORM P300-APLICA-RETORNO
               END-EVALUATE
            END-IF.

       P290-REJEITA-LINHA.
            ADD 1 TO WS-QTD-LINHAS-REJEITADAS
            PERFORM P8200-GRAVA-ERRO-LOG.

      ******************************************************************
      * P300-APLICA-RETORNO
      * Data do retorno invalida ou em branco assume a data da carga.
      * Rejeicao sem motivo entra na fila mesmo assim, com o motivo
      * generico - o operador consulta o portal da SEFAZ.
      ******************************************************************
       P300-APLICA-RETORNO.
            MOVE WS-NFE-ENTRADA(WS-IDX-NFE-ACHADA) TO REG-NFE
            IF RNF-DATA NUMERIC AND RNF-DATA > ZEROS
               MOVE RNF-DATA TO NFE-DATA-SITUACAO
            ELSE
               MOVE WS-DATA-HOJE TO NFE-DATA-SITUACAO
            END-IF
            MOVE RNF-PROTOCOLO TO NFE-PROTOCOLO
            MOVE SPACES        TO NFE-OPERADOR
            IF RNF-AUTORIZADA
               SET NFE-AUTORIZADA TO TRUE
               MOVE SPACES TO NFE-MOTIVO
               ADD 1 TO WS-QTD-AUTORIZADAS
            ELSE
               SET NFE-REJEITADA TO TRUE
               IF RNF-MOTIVO = SPACES
                  MOVE 'REJEICAO SEM MOTIVO - CONSULTAR SEFAZ'
                       TO NFE-MOTIVO
               ELSE
                  MOVE RNF-MOTIVO TO NFE-MOTIVO
               END-IF
               ADD 1 TO WS-QTD-REJEITADAS
            END-IF
            MOVE REG-NFE TO WS-NFE-ENTRADA(WS-IDX-NFE-ACHADA)
            SET WS-REGISTRO-MUDOU-SIM TO TRUE.

      ******************************************************************
      * P500-LISTA-REJEITADAS
      * Fila corrente do NFE-WORKLIST (rejeitadas ainda nao assumidas
      * e em correcao) e quantas notas seguem sem retorno.
      ******************************************************************
       P500-LISTA-REJEITADAS.
            DISPLAY ' '
            DISPLAY '===== NF-E REJEITADAS NA FILA ====='
            PERFORM VARYING WS-IDX-NFE FROM 1 BY 1
                    UNTIL WS-IDX-NFE > WS-QTD-NFE-TAB
                IF WS-NFT-REJEITADA(WS-IDX-NFE)
                   OR WS-NFT-EM-CORRECAO(WS-IDX-NFE)
                   MOVE WS-NFE-ENTRADA(WS-IDX-NFE) TO REG-NFE
                   DISPLAY 'FATURA ' NFE-FATURA ' CLI '
                           NFE-CODIGO-CLIENTE ' SIT ' NFE-SITUACAO
                           ' ' NFE-MOTIVO
                END-IF
                IF WS-NFT-TRANSMITIDA(WS-IDX-NFE)
                   ADD 1 TO WS-QTD-AGUARDANDO
                END-IF
            END-PERFORM.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE ERROR-LOG
               DISPLAY ' '
               DISPLAY 'LINHAS LIDAS.......: ' WS-QTD-LIDAS
               DISPLAY 'NF-E AUTORIZADAS...: ' WS-QTD-AUTORIZADAS
               DISPLAY 'NF-E REJEITADAS....: ' WS-QTD-REJEITADAS
               DISPLAY 'LINHAS RECUSADAS...: ' WS-QTD-LINHAS-REJEITADAS
               DISPLAY 'AGUARDANDO RETORNO.: ' WS-QTD-AGUARDANDO
               EVALUATE TRUE
                   WHEN WS-REGISTRO-MUDOU-SIM
                        AND NOT WS-NFE-GRAVADAS-SIM
                        DISPLAY 'ERRO AO REGRAVAR O REGISTRO DE NF-E '
                                '- STATUS ' WS-NFE-STATUS
                        MOVE 8 TO RETURN-CODE
                   WHEN WS-QTD-REJEITADAS > ZEROS
                        OR WS-QTD-LINHAS-REJEITADAS > ZEROS
                        MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                        MOVE 0 TO RETURN-CODE
               END-EVALUATE
            END-IF.

           COPY ERRLOGPA.
           COPY NFEPA.

           COPY ENVCFGPA.
       END PROGRAM NFE-RETURN.
