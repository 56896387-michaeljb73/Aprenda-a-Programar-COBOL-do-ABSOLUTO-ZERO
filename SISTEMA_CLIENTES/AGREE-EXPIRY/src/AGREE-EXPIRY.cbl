      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Relatorio de acordos de preco a vencer: varre o
      *            ACORDOS.dat (copybooks ACP*) e lista em AGREEXP.txt
      *            todo acordo ATIVO cujo fim de vigencia cai entre a
      *            data de referencia e os proximos 30 dias - o
      *            comercial renegocia com o cliente ou o grupo antes
      *            de o pedido voltar a sair pelo preco de lista.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGREE-EXPIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY ACPSL.

           SELECT RELATORIO-ACORDOS ASSIGN TO
           'src\assets\AGREEXP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  ACORDOS-PRECO.
           COPY ACPF.

       FD  RELATORIO-ACORDOS.
       01  REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-RELATORIO-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-RELATORIO-OK                 VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

      * DATA DE REFERENCIA DA RODADA (COPYBOOKS ASOF*)
           COPY ASOFWS.

      * ACORDOS DE PRECO (COPYBOOKS ACP*)
           COPY ACPWS.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOKS DTCONV*)
           COPY DTCONVW.

      * JANELA DO AVISO, EM DIAS CORRIDOS A PARTIR DA REFERENCIA
       77  WS-DIAS-HORIZONTE       PIC 9(03)   VALUE 30.
       77  WS-JULIANO-REFERENCIA   PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-RESTANTES       PIC S9(08)  VALUE ZEROS COMP.

       77  WS-QTD-LIDOS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-A-VENCER         PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-DIAS-ED              PIC ZZ9.
       77  WS-VALOR-ED             PIC Z.ZZZ.ZZ9,99.
       77  WS-PCT-ED               PIC Z9,99.
       77  WS-ALVO-DESC            PIC X(07)   VALUE SPACES.
       77  WS-CONDICAO             PIC X(21)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P300-LE-ACORDO UNTIL WS-FIM-ACORDOS-SIM
               PERFORM P400-IMPRIME-TOTAIS
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Sem ACORDOS.dat nao ha o que vencer - o relatorio sai so com
      * o cabecalho e o total zerado.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-JULIANO-REFERENCIA

            OPEN OUTPUT RELATORIO-ACORDOS
            IF NOT WS-RELATORIO-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR RELATORIO - STATUS '
                       WS-RELATORIO-STATUS
            ELSE
               MOVE '===== ACORDOS DE PRECO A VENCER ====='
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WS-DIAS-HORIZONTE TO WS-DIAS-ED
               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE SPACES TO REG-RELATORIO
               STRING 'VENCIMENTO ATE '   DELIMITED BY SIZE
                      WS-DIAS-ED          DELIMITED BY SIZE
                      ' DIAS APOS '       DELIMITED BY SIZE
                      WS-DATA-BR          DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO

               MOVE 'N' TO WS-FIM-ACORDOS
               PERFORM P8910-ABRE-ACORDOS-LEITURA
               IF NOT WS-ACP-ABERTO-SIM
                  DISPLAY 'ARQUIVO DE ACORDOS AUSENTE - NADA A '
                          'VENCER.'
                  SET WS-FIM-ACORDOS-SIM TO TRUE
               END-IF
            END-IF.

       P300-LE-ACORDO.
            READ ACORDOS-PRECO NEXT RECORD
                 AT END SET WS-FIM-ACORDOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ACORDOS-SIM
               ADD 1 TO WS-QTD-LIDOS
               IF ACP-ATIVO
                  AND ACP-DATA-FIM >= WS-DATA-REFERENCIA
                  MOVE ACP-DATA-FIM TO WS-DATA-ISO
                  PERFORM P8500-CALCULA-DIA-JULIANO
                  COMPUTE WS-DIAS-RESTANTES =
                          WS-DIA-JULIANO - WS-JULIANO-REFERENCIA
                  IF WS-DIAS-RESTANTES <= WS-DIAS-HORIZONTE
                     PERFORM P310-LISTA-ACORDO
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P310-LISTA-ACORDO
      * Uma linha por acordo: alvo, item, preco especial ou desconto,
      * fim da vigencia e dias que faltam.
      ******************************************************************
       P310-LISTA-ACORDO.
            ADD 1 TO WS-QTD-A-VENCER
            IF ACP-DO-GRUPO
               MOVE 'GRUPO'   TO WS-ALVO-DESC
            ELSE
               MOVE 'CLIENTE' TO WS-ALVO-DESC
            END-IF
            MOVE SPACES TO WS-CONDICAO
            IF ACP-PRECO-ESPECIAL
               MOVE ACP-PRECO TO WS-VALOR-ED
               STRING 'PRECO '    DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      INTO WS-CONDICAO
               END-STRING
            ELSE
               MOVE ACP-PCT-DESCONTO TO WS-PCT-ED
               STRING 'DESCONTO ' DELIMITED BY SIZE
                      WS-PCT-ED   DELIMITED BY SIZE
                      '%'         DELIMITED BY SIZE
                      INTO WS-CONDICAO
               END-STRING
            END-IF
            MOVE WS-DIAS-RESTANTES TO WS-DIAS-ED
            MOVE ACP-DATA-FIM TO WS-DATA-ISO
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE SPACES TO REG-RELATORIO
            STRING WS-ALVO-DESC    DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   ACP-ALVO        DELIMITED BY SIZE
                   ' ITEM '        DELIMITED BY SIZE
                   ACP-ITEM        DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-CONDICAO     DELIMITED BY SIZE
                   ' ATE '         DELIMITED BY SIZE
                   WS-DATA-BR      DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   WS-DIAS-ED      DELIMITED BY SIZE
                   ' D)'           DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P400-IMPRIME-TOTAIS.
            MOVE WS-QTD-A-VENCER TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES TO REG-RELATORIO
            STRING 'ACORDOS A VENCER: ' DELIMITED BY SIZE
                   WS-QTD-ED            DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-ACP-ABERTO-SIM
                  CLOSE ACORDOS-PRECO
               END-IF
               CLOSE RELATORIO-ACORDOS
               MOVE 'AGREE-EXPIRY' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\AGREEXP.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'ACORDOS LIDOS...: ' WS-QTD-LIDOS
               DISPLAY 'ACORDOS A VENCER: ' WS-QTD-A-VENCER
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY ASOFPA.
           COPY ACPPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM AGREE-EXPIRY.
