      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Escalonamento diario dos chamados de atendimento
      *            (SACFILE.dat - copybooks SAC*): todo chamado ainda
      *            em aberto cujo prazo de solucao ficou para tras da
      *            data de referencia da rodada passa a ESCALADO, com
      *            a data do escalonamento, e sobe um alerta no
      *            ALERTAS.txt (copybooks ALERT*) para a supervisao
      *            do atendimento. O escalonamento acontece uma unica
      *            vez por chamado - o que ja foi escalado so volta a
      *            aparecer no relatorio SACESC.txt, na lista dos
      *            vencidos, ate ser encerrado no SAC-MAINT.
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
       PROGRAM-ID. SAC-ESCALATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASOFSL.
           COPY SACSL.
           COPY ALERTSL.

           SELECT RELATORIO-ESCALONAMENTO ASSIGN TO
           'src\assets\SACESC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

       FD  CHAMADOS-SAC.
           COPY SACF.

       FD  ARQUIVO-ALERTAS.
           COPY ALERTF.

       FD  RELATORIO-ESCALONAMENTO.
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

      * CHAMADOS EM MEMORIA (COPYBOOKS SAC*) - REGRAVADOS SO SE
      * ALGUM FOI ESCALADO NESTA RODADA
           COPY SACWS.

      * ALERTA OPERACIONAL (COPYBOOKS ALERT*)
           COPY ALERTWS.
       77  WS-ALT-PROGRAMA         PIC X(08)   VALUE 'SACESCAL'.

      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOKS DTCONV*)
           COPY DTCONVW.

       77  WS-JULIANO-REFERENCIA   PIC S9(08)  VALUE ZEROS COMP.
       77  WS-DIAS-ATRASO          PIC S9(08)  VALUE ZEROS COMP.

       77  WS-QTD-PENDENTES        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-VENCIDOS         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ESCALADOS        PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-ED               PIC ZZ.ZZ9.
       77  WS-DIAS-ED              PIC ZZZ9.
       01  WS-MARCA-NOVO           PIC X(05)   VALUE SPACES.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P300-CONFERE-CHAMADO
                       VARYING WS-IDX-SAC FROM 1 BY 1
                       UNTIL WS-IDX-SAC > WS-QTD-SAC-TAB
               PERFORM P400-IMPRIME-TOTAIS
               IF WS-QTD-ESCALADOS > ZEROS
                  PERFORM P500-REGRAVA
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Sem SACFILE.dat nao ha chamado a escalar - o relatorio sai so
      * com o cabecalho e os totais zerados. Carga estourada aborta:
      * a regravacao perderia o que ficou alem do teto.
      ******************************************************************
       P100-INICIO.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            MOVE WS-DIA-JULIANO TO WS-JULIANO-REFERENCIA

            PERFORM P8610-CARREGA-CHAMADOS
            OPEN OUTPUT RELATORIO-ESCALONAMENTO
            IF NOT WS-RELATORIO-OK OR WS-SAC-ESTOUROU-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - RELATORIO: '
                       WS-RELATORIO-STATUS
            ELSE
               MOVE '===== CHAMADOS SAC COM PRAZO VENCIDO ====='
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE WS-DATA-REFERENCIA TO WS-DATA-ISO
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE SPACES TO REG-RELATORIO
               STRING 'DATA DE REFERENCIA ' DELIMITED BY SIZE
                      WS-DATA-BR            DELIMITED BY SIZE
                      INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE 'NUMERO CLIENTE CAT PRAZO      ATRASO  RESP.'
                    TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

      ******************************************************************
      * P300-CONFERE-CHAMADO
      * Chamado em aberto com o prazo antes da referencia esta
      * vencido; se ainda nao foi escalado, escala agora e avisa.
      ******************************************************************
       P300-CONFERE-CHAMADO.
            IF WS-SCT-PENDENTE(WS-IDX-SAC)
               ADD 1 TO WS-QTD-PENDENTES
               IF WS-SCT-DATA-PRAZO(WS-IDX-SAC) < WS-DATA-REFERENCIA
                  ADD 1 TO WS-QTD-VENCIDOS
                  MOVE SPACES TO WS-MARCA-NOVO
                  IF NOT WS-SCT-ESCALADO(WS-IDX-SAC)
                     PERFORM P310-ESCALA-CHAMADO
                  END-IF
                  PERFORM P320-LISTA-CHAMADO
               END-IF
            END-IF.

       P310-ESCALA-CHAMADO.
            SET WS-SCT-ESCALADO(WS-IDX-SAC) TO TRUE
            MOVE WS-DATA-REFERENCIA
                 TO WS-SCT-DATA-ESCALONAMENTO(WS-IDX-SAC)
            MOVE WS-ALT-PROGRAMA TO WS-SCT-OPERADOR(WS-IDX-SAC)
            ADD 1 TO WS-QTD-ESCALADOS
            MOVE 'NOVO' TO WS-MARCA-NOVO

            MOVE SPACES TO WS-ALT-MENSAGEM
            STRING 'SAC '                     DELIMITED BY SIZE
                   WS-SCT-NUMERO(WS-IDX-SAC)  DELIMITED BY SIZE
                   ' CLI '                    DELIMITED BY SIZE
                   WS-SCT-CLIENTE(WS-IDX-SAC) DELIMITED BY SIZE
                   ' PRAZO VENCIDO'           DELIMITED BY SIZE
                   INTO WS-ALT-MENSAGEM
            END-STRING
            MOVE 'A' TO WS-ALT-SEVERIDADE
            PERFORM P8970-GRAVA-ALERTA.

       P320-LISTA-CHAMADO.
            MOVE WS-SCT-DATA-PRAZO(WS-IDX-SAC) TO WS-DATA-ISO
            PERFORM P8500-CALCULA-DIA-JULIANO
            COMPUTE WS-DIAS-ATRASO =
                    WS-JULIANO-REFERENCIA - WS-DIA-JULIANO
            MOVE WS-DIAS-ATRASO TO WS-DIAS-ED
            PERFORM P8200-CONVERTE-ISO-PARA-BR

            MOVE SPACES TO REG-RELATORIO
            STRING WS-SCT-NUMERO(WS-IDX-SAC)      DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-SCT-CLIENTE(WS-IDX-SAC)     DELIMITED BY SIZE
                   '  '                           DELIMITED BY SIZE
                   WS-SCT-CATEGORIA(WS-IDX-SAC)   DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-DATA-BR                     DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-DIAS-ED                     DELIMITED BY SIZE
                   ' D  '                         DELIMITED BY SIZE
                   WS-SCT-RESPONSAVEL(WS-IDX-SAC) DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-MARCA-NOVO                  DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P400-IMPRIME-TOTAIS.
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-PENDENTES TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'CHAMADOS EM ABERTO.......: ' DELIMITED BY SIZE
                   WS-QTD-ED                     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-VENCIDOS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'COM PRAZO VENCIDO........: ' DELIMITED BY SIZE
                   WS-QTD-ED                     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO
            MOVE WS-QTD-ESCALADOS TO WS-QTD-ED
            MOVE SPACES TO REG-RELATORIO
            STRING 'ESCALADOS NESTA RODADA...: ' DELIMITED BY SIZE
                   WS-QTD-ED                     DELIMITED BY SIZE
                   INTO REG-RELATORIO
            END-STRING
            WRITE REG-RELATORIO.

       P500-REGRAVA.
            PERFORM P8618-GRAVA-CHAMADOS
            IF NOT WS-SAC-GRAVADOS-SIM
               DISPLAY 'ERRO AO GRAVAR CHAMADOS - STATUS '
                       WS-SAC-STATUS ' - ESCALONAMENTO PERDIDO.'
               MOVE 'S' TO WS-ERRO-ABERTURA
            END-IF.

       P900-FINAL.
            IF WS-RELATORIO-OK
               CLOSE RELATORIO-ESCALONAMENTO
               MOVE 'SAC-ESCALATE' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\SACESC.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
            END-IF
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'CHAMADOS EM ABERTO: ' WS-QTD-PENDENTES
               DISPLAY 'PRAZO VENCIDO.....: ' WS-QTD-VENCIDOS
               DISPLAY 'ESCALADOS.........: ' WS-QTD-ESCALADOS
               IF WS-QTD-ESCALADOS > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY ASOFPA.
           COPY SACPA.
           COPY ALERTPA.
           COPY DTCONVP.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM SAC-ESCALATE.
