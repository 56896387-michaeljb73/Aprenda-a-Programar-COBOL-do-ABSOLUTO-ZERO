      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao da tabela de motivos de perda de cotacao
      *            (MOTPERDA.dat, copybook MOTPF), exclusiva de
      *            supervisor: inclui ou altera a descricao de um
      *            codigo, desativa ou reativa codigo e lista a
      *            tabela. Codigo nao e excluido - cotacao perdida
      *            antiga continua apontando para ele; desativado, so
      *            deixa de ser aceito na perda do QUOTE-MAINT. Sem
      *            tabela, a sessao parte dos quatro motivos de sempre
      *            (preco, prazo, concorrente, sem orcamento), gravados
      *            no encerramento.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-MOTIVOS ASSIGN TO
           'src\assets\MOTPERDA.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TABELA-MOTIVOS.
           COPY MOTPF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-MOTIVOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-MOTIVOS-OK                   VALUE '00'.

       77  WS-FIM-MOTIVOS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-MOTIVOS-SIM              VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - SO SUPERVISOR
           COPY OPERTBWS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       01  WS-CODIGO-INFORMADO     PIC X(04)   VALUE SPACES.
       01  WS-DESCRICAO-INFORMADA  PIC X(30)   VALUE SPACES.
       01  WS-SITUACAO-DESC        PIC X(07)   VALUE SPACES.

      * MOTIVOS DE UMA TABELA NOVA - CODIGO (4) + DESCRICAO (30)
       01  WS-TAB-PADRAO-DADOS.
           05  FILLER              PIC X(34)   VALUE
               'PRECPRECO                         '.
           05  FILLER              PIC X(34)   VALUE
               'PRAZPRAZO DE ENTREGA              '.
           05  FILLER              PIC X(34)   VALUE
               'CONCFECHOU COM CONCORRENTE        '.
           05  FILLER              PIC X(34)   VALUE
               'ORCACLIENTE SEM ORCAMENTO         '.
       01  WS-TAB-PADRAO REDEFINES WS-TAB-PADRAO-DADOS.
           05  WS-PADRAO-ENTRADA   OCCURS 4 TIMES.
               10  WS-PADRAO-CODIGO    PIC X(04).
               10  WS-PADRAO-DESCRICAO PIC X(30).
       77  WS-QTD-PADRAO           PIC 9(02)   VALUE 4.
       77  WS-IDX-PADRAO           PIC 9(02)   VALUE ZEROS COMP.

      * TABELA EM MEMORIA - REGRAVADA NO ENCERRAMENTO
       77  WS-MAX-MOTIVOS          PIC 9(03)   VALUE 100.
       77  WS-QTD-MOTIVOS-TAB      PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-MOTIVO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ACHADO           PIC 9(03)   VALUE ZEROS COMP.
       77  WS-MOTIVOS-MUDARAM      PIC X(01)   VALUE 'N'.
           88  WS-MOTIVOS-MUDARAM-SIM          VALUE 'S'.
       01  WS-TAB-MOTIVOS.
           05  WS-MOTIVO-LINHA     PIC X(35)  OCCURS 100 TIMES.

       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'MOTIVOS DE PERDA SAO OPERACAO DE '
                       'SUPERVISOR - ACESSO NEGADO.'
            ELSE
               PERFORM P100-CARREGA-MOTIVOS
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               IF WS-MOTIVOS-MUDARAM-SIM
                  PERFORM P800-REGRAVA-MOTIVOS
               END-IF
            END-IF
            GOBACK.

       P100-CARREGA-MOTIVOS.
            OPEN INPUT TABELA-MOTIVOS
            IF WS-MOTIVOS-OK
               PERFORM P110-LE-MOTIVO UNTIL WS-FIM-MOTIVOS-SIM
               CLOSE TABELA-MOTIVOS
            ELSE
               DISPLAY 'TABELA DE MOTIVOS AINDA NAO EXISTE - PARTE '
                       'DOS MOTIVOS PADRAO, GRAVADOS NO ENCERRAMENTO.'
               PERFORM P120-CARREGA-PADRAO
            END-IF.

       P110-LE-MOTIVO.
            READ TABELA-MOTIVOS
                 AT END SET WS-FIM-MOTIVOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-MOTIVOS-SIM
               IF WS-QTD-MOTIVOS-TAB < WS-MAX-MOTIVOS
                  ADD 1 TO WS-QTD-MOTIVOS-TAB
                  MOVE REG-MOTIVO-PERDA
                       TO WS-MOTIVO-LINHA(WS-QTD-MOTIVOS-TAB)
               ELSE
                  DISPLAY 'MAIS DE ' WS-MAX-MOTIVOS ' MOTIVOS NA '
                          'TABELA - EXCEDENTE IGNORADO NA CARGA.'
                  SET WS-FIM-MOTIVOS-SIM TO TRUE
               END-IF
            END-IF.

       P120-CARREGA-PADRAO.
            PERFORM VARYING WS-IDX-PADRAO FROM 1 BY 1
                    UNTIL WS-IDX-PADRAO > WS-QTD-PADRAO
                MOVE SPACES TO REG-MOTIVO-PERDA
                MOVE WS-PADRAO-CODIGO(WS-IDX-PADRAO)    TO MTP-CODIGO
                MOVE WS-PADRAO-DESCRICAO(WS-IDX-PADRAO)
                     TO MTP-DESCRICAO
                SET MTP-ATIVO TO TRUE
                ADD 1 TO WS-QTD-MOTIVOS-TAB
                MOVE REG-MOTIVO-PERDA
                     TO WS-MOTIVO-LINHA(WS-QTD-MOTIVOS-TAB)
            END-PERFORM
            SET WS-MOTIVOS-MUDARAM-SIM TO TRUE.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== MOTIVOS DE PERDA DE COTACAO ====='
            DISPLAY '1 - INCLUIR OU ALTERAR MOTIVO'
            DISPLAY '2 - DESATIVAR OU REATIVAR MOTIVO'
            DISPLAY '3 - LISTAR TABELA'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-GRAVA-MOTIVO
                WHEN 2 PERFORM P400-ALTERNA-SITUACAO
                WHEN 3 PERFORM P500-LISTA-MOTIVOS
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

       P250-INFORMA-CODIGO.
            DISPLAY 'CODIGO DO MOTIVO (4 POSICOES): '
            MOVE SPACES TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO
            PERFORM P260-LOCALIZA.

       P260-LOCALIZA.
            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS-TAB
                    OR WS-IDX-ACHADO > ZEROS
                MOVE WS-MOTIVO-LINHA(WS-IDX-MOTIVO)
                     TO REG-MOTIVO-PERDA
                IF MTP-CODIGO = WS-CODIGO-INFORMADO
                   MOVE WS-IDX-MOTIVO TO WS-IDX-ACHADO
                END-IF
            END-PERFORM.

       P300-GRAVA-MOTIVO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-CODIGO-INFORMADO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO.'
            ELSE
               IF WS-IDX-ACHADO > ZEROS
                  MOVE WS-MOTIVO-LINHA(WS-IDX-ACHADO)
                       TO REG-MOTIVO-PERDA
                  DISPLAY 'ATUAL: ' MTP-DESCRICAO
               END-IF
               DISPLAY 'DESCRICAO: '
               MOVE SPACES TO WS-DESCRICAO-INFORMADA
               ACCEPT WS-DESCRICAO-INFORMADA
               IF WS-DESCRICAO-INFORMADA = SPACES
                  DISPLAY 'DESCRICAO OBRIGATORIA.'
               ELSE
                  PERFORM P310-APLICA-MOTIVO
               END-IF
            END-IF.

       P310-APLICA-MOTIVO.
            IF WS-IDX-ACHADO > ZEROS
               MOVE WS-MOTIVO-LINHA(WS-IDX-ACHADO)
                    TO REG-MOTIVO-PERDA
               MOVE WS-DESCRICAO-INFORMADA TO MTP-DESCRICAO
               MOVE REG-MOTIVO-PERDA
                    TO WS-MOTIVO-LINHA(WS-IDX-ACHADO)
               SET WS-MOTIVOS-MUDARAM-SIM TO TRUE
               DISPLAY 'MOTIVO ALTERADO.'
            ELSE
               IF WS-QTD-MOTIVOS-TAB < WS-MAX-MOTIVOS
                  MOVE SPACES TO REG-MOTIVO-PERDA
                  MOVE WS-CODIGO-INFORMADO    TO MTP-CODIGO
                  MOVE WS-DESCRICAO-INFORMADA TO MTP-DESCRICAO
                  SET MTP-ATIVO TO TRUE
                  ADD 1 TO WS-QTD-MOTIVOS-TAB
                  MOVE REG-MOTIVO-PERDA
                       TO WS-MOTIVO-LINHA(WS-QTD-MOTIVOS-TAB)
                  SET WS-MOTIVOS-MUDARAM-SIM TO TRUE
                  DISPLAY 'MOTIVO INCLUIDO.'
               ELSE
                  DISPLAY 'TABELA DE MOTIVOS CHEIA.'
               END-IF
            END-IF.

       P400-ALTERNA-SITUACAO.
            PERFORM P250-INFORMA-CODIGO
            IF WS-IDX-ACHADO = ZEROS
               DISPLAY 'MOTIVO NAO ENCONTRADO.'
            ELSE
               MOVE WS-MOTIVO-LINHA(WS-IDX-ACHADO) TO REG-MOTIVO-PERDA
               IF MTP-ATIVO
                  SET MTP-INATIVO TO TRUE
                  DISPLAY 'MOTIVO DESATIVADO - SAI DA DIGITACAO DE '
                          'PERDA, CONTINUA NAS COTACOES ANTIGAS.'
               ELSE
                  SET MTP-ATIVO TO TRUE
                  DISPLAY 'MOTIVO REATIVADO.'
               END-IF
               MOVE REG-MOTIVO-PERDA TO WS-MOTIVO-LINHA(WS-IDX-ACHADO)
               SET WS-MOTIVOS-MUDARAM-SIM TO TRUE
            END-IF.

       P500-LISTA-MOTIVOS.
            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                    UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS-TAB
                MOVE WS-MOTIVO-LINHA(WS-IDX-MOTIVO)
                     TO REG-MOTIVO-PERDA
                IF MTP-ATIVO
                   MOVE 'ATIVO'   TO WS-SITUACAO-DESC
                ELSE
                   MOVE 'INATIVO' TO WS-SITUACAO-DESC
                END-IF
                ADD 1 TO WS-QTD-LISTADOS
                DISPLAY '  ' MTP-CODIGO '  ' MTP-DESCRICAO
                        '  ' WS-SITUACAO-DESC
            END-PERFORM
            DISPLAY WS-QTD-LISTADOS ' MOTIVO(S) NA TABELA.'.

       P800-REGRAVA-MOTIVOS.
            MOVE SPACES TO WS-MOTIVOS-STATUS
            OPEN OUTPUT TABELA-MOTIVOS
            IF NOT WS-MOTIVOS-OK
               DISPLAY 'ERRO AO REGRAVAR A TABELA - STATUS '
                       WS-MOTIVOS-STATUS
            ELSE
               PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
                       UNTIL WS-IDX-MOTIVO > WS-QTD-MOTIVOS-TAB
                   MOVE WS-MOTIVO-LINHA(WS-IDX-MOTIVO)
                        TO REG-MOTIVO-PERDA
                   WRITE REG-MOTIVO-PERDA
               END-PERFORM
               CLOSE TABELA-MOTIVOS
            END-IF.

           COPY OPERTBPA.

           COPY ENVCFGPA.
       END PROGRAM LOSS-MAINT.
