      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Sub-rotina de spool dos relatorios. Cada programa
      *            de relatorio continua gravando o seu .txt no nome
      *            de sempre (quem abre INSTAGIN.txt de manha nao
      *            precisa mudar nada), e logo depois do CLOSE chama
      *            esta rotina (copybooks RPTSPL*), que copia o
      *            arquivo para um nome datado no diretorio de spool
      *            - PROGRAMA.AAAAMMDD.HHMMSS.txt - e acrescenta a
      *            linha da rodada no catalogo RPTCAT.dat: programa,
      *            data/hora, data de referencia, filial, linhas,
      *            paginas e o nome guardado. A consulta e feita pelo
      *            RPT-BROWSE (opcao do MENU-DRIVER) e o expurgo das
      *            copias vencidas, pelo prazo de cada relatorio, fica
      *            com o LOG-RETENTION. Qualquer falha aqui devolve o
      *            nome guardado em branco e so avisa - nao derruba o
      *            relatorio que chamou.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-SPOOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RPTCATSL.
           COPY ASOFSL.

           SELECT RELATORIO-ORIGEM ASSIGN TO
           WS-ARQ-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT RELATORIO-GUARDADO ASSIGN TO
           WS-ARQ-GUARDADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GUARDADO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CATALOGO-RELATORIOS.
           COPY RPTCATF.

       FD  DATA-REFERENCIA.
           COPY ASOFDT.

      * LINHA DE RELATORIO - A MAIS LARGA DO SISTEMA TEM 132 POSICOES;
      * A FOLGA NAO CUSTA NADA NUM ARQUIVO LINE SEQUENTIAL
       FD  RELATORIO-ORIGEM.
       01  REG-RELATORIO-ORIGEM        PIC X(250).

       FD  RELATORIO-GUARDADO.
       01  REG-RELATORIO-GUARDADO      PIC X(250).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - DEFINE O CATALOGO E O DIRETORIO DE
      * SPOOL (O TREINAMENTO TEM OS SEUS)
           COPY ENVCFGWS.

       77  WS-RPTCAT-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-RPTCAT-OK                    VALUE '00'.
           88  WS-RPTCAT-NAO-CRIADO            VALUE '35'.
       77  WS-ORIGEM-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-ORIGEM-OK                    VALUE '00'.
       77  WS-GUARDADO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-GUARDADO-OK                  VALUE '00'.

           COPY ASOFWS.

       77  WS-ARQ-ORIGEM           PIC X(64)   VALUE SPACES.
       77  WS-ARQ-GUARDADO         PIC X(64)   VALUE SPACES.

       77  WS-FIM-ORIGEM           PIC X(01)   VALUE 'N'.
           88  WS-FIM-ORIGEM-SIM               VALUE 'S'.
       77  WS-FALHOU               PIC X(01)   VALUE 'N'.
           88  WS-FALHOU-SIM                   VALUE 'S'.

      * DATA E HORA DA RODADA - A HORA DO ACCEPT VEM COM CENTESIMOS
      * (HHMMSSCC); SO HHMMSS ENTRA NO NOME GUARDADO
       77  WS-DATA-EXECUCAO        PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-EXECUCAO        PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-EXECUCAO-R REDEFINES WS-HORA-EXECUCAO.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).

      * CONTAGEM DE LINHAS E PAGINAS - MESMO TAMANHO DE PAGINA DO
      * PAGECTWS (55 LINHAS)
       77  WS-QTD-LINHAS           PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-PAGINAS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-LINHAS-POR-PAGINA    PIC 9(02)   VALUE 55.

       LINKAGE SECTION.
       01  LNK-SPL-PARAMETROS.
           05  LNK-SPL-PROGRAMA    PIC X(16).
           05  LNK-SPL-ARQUIVO     PIC X(64).
           05  LNK-SPL-FILIAL      PIC X(02).
           05  LNK-SPL-GUARDADO    PIC X(64).

       PROCEDURE DIVISION USING LNK-SPL-PARAMETROS.
       P000-MAINLINE.
            MOVE SPACES TO LNK-SPL-GUARDADO
            MOVE 'N'    TO WS-FALHOU
            MOVE 'N'    TO WS-FIM-ORIGEM
            MOVE ZEROS  TO WS-QTD-LINHAS
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-MONTA-NOME
            PERFORM P200-COPIA-RELATORIO
            IF NOT WS-FALHOU-SIM
               PERFORM P300-REGISTRA-CATALOGO
            END-IF
            IF NOT WS-FALHOU-SIM
               MOVE WS-ARQ-GUARDADO TO LNK-SPL-GUARDADO
            END-IF
            GOBACK.

      ******************************************************************
      * P100-MONTA-NOME
      * Nome guardado = diretorio de spool + programa + data + hora da
      * rodada. Duas rodadas do mesmo relatorio no mesmo segundo nao
      * acontecem na pratica (a propria rodada leva mais do que isso).
      ******************************************************************
       P100-MONTA-NOME.
            PERFORM P8460-OBTEM-DATA-REFERENCIA
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            MOVE LNK-SPL-ARQUIVO TO WS-ARQ-ORIGEM

            MOVE SPACES TO WS-ARQ-GUARDADO
            STRING WS-DIR-SPOOL      DELIMITED BY SPACE
                   LNK-SPL-PROGRAMA  DELIMITED BY SPACE
                   '.'               DELIMITED BY SIZE
                   WS-DATA-EXECUCAO  DELIMITED BY SIZE
                   '.'               DELIMITED BY SIZE
                   WS-HORA-HHMMSS    DELIMITED BY SIZE
                   '.txt'            DELIMITED BY SIZE
                   INTO WS-ARQ-GUARDADO
            END-STRING.

       P200-COPIA-RELATORIO.
            OPEN INPUT RELATORIO-ORIGEM
            IF NOT WS-ORIGEM-OK
               MOVE 'S' TO WS-FALHOU
               DISPLAY 'AVISO - RELATORIO ' WS-ARQ-ORIGEM
                       ' NAO PODE SER LIDO PARA O SPOOL (STATUS '
                       WS-ORIGEM-STATUS ').'
            ELSE
               OPEN OUTPUT RELATORIO-GUARDADO
               IF NOT WS-GUARDADO-OK
                  MOVE 'S' TO WS-FALHOU
                  DISPLAY 'AVISO - SPOOL ' WS-ARQ-GUARDADO
                          ' INDISPONIVEL (STATUS '
                          WS-GUARDADO-STATUS ') - RELATORIO NAO '
                          'GUARDADO.'
               ELSE
                  PERFORM P210-COPIA-LINHA UNTIL WS-FIM-ORIGEM-SIM
                  CLOSE RELATORIO-GUARDADO
               END-IF
               CLOSE RELATORIO-ORIGEM
            END-IF.

       P210-COPIA-LINHA.
            READ RELATORIO-ORIGEM
                 AT END SET WS-FIM-ORIGEM-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ORIGEM-SIM
               MOVE REG-RELATORIO-ORIGEM TO REG-RELATORIO-GUARDADO
               WRITE REG-RELATORIO-GUARDADO
               ADD 1 TO WS-QTD-LINHAS
            END-IF.

       P300-REGISTRA-CATALOGO.
            COMPUTE WS-QTD-PAGINAS =
                    (WS-QTD-LINHAS + WS-LINHAS-POR-PAGINA - 1)
                    / WS-LINHAS-POR-PAGINA
            IF WS-QTD-PAGINAS = ZEROS
               MOVE 1 TO WS-QTD-PAGINAS
            END-IF

            OPEN EXTEND CATALOGO-RELATORIOS
            IF WS-RPTCAT-NAO-CRIADO
               OPEN OUTPUT CATALOGO-RELATORIOS
            END-IF
            IF NOT WS-RPTCAT-OK
               MOVE 'S' TO WS-FALHOU
               DISPLAY 'AVISO - CATALOGO DE RELATORIOS INDISPONIVEL '
                       '(STATUS ' WS-RPTCAT-STATUS ') - A COPIA '
                       WS-ARQ-GUARDADO ' FICA FORA DO CATALOGO.'
            ELSE
               MOVE SPACES TO REG-CATALOGO-RELATORIO
               MOVE LNK-SPL-PROGRAMA   TO RCT-PROGRAMA
               MOVE WS-DATA-EXECUCAO   TO RCT-DATA-EXECUCAO
               MOVE WS-HORA-EXECUCAO   TO RCT-HORA-EXECUCAO
               MOVE WS-DATA-REFERENCIA TO RCT-DATA-REFERENCIA
               MOVE LNK-SPL-FILIAL     TO RCT-FILIAL
               MOVE WS-QTD-LINHAS      TO RCT-QTD-LINHAS
               MOVE WS-QTD-PAGINAS     TO RCT-QTD-PAGINAS
               MOVE WS-ARQ-GUARDADO    TO RCT-ARQUIVO-GUARDADO
               WRITE REG-CATALOGO-RELATORIO
               CLOSE CATALOGO-RELATORIOS
            END-IF.

           COPY ASOFPA.

           COPY ENVCFGPA.
       END PROGRAM RPT-SPOOL.
