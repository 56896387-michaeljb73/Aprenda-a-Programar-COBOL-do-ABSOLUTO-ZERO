      *                  expiracao do OPER-SIGNON. A inclusao passou
      *                  a nascer com a credencial limpa (senha em
      *                  branco ate o supervisor definir).
      * 15/10/2026  MJB  Todo movimento gravado no OPRMAST (inclusao,
      *                  desligamento, religamento, troca de nivel e de
      *                  senha) passa a deixar uma linha no historico
      *                  OPRHIST.dat (copybooks OPRH*) com o supervisor
      *                  da sessao e o nivel antes e depois, base da
      *                  auditoria de segregacao de funcoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPRSEL.
           COPY OPRHSL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPRMAST.

       FD  HIST-OPERADORES.
           COPY OPRHF.

       WORKING-STORAGE SECTION.

       77  WS-OPR-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-OPR-NAO-EXISTE               VALUE '23'.
           88  WS-OPR-NAO-CRIADO               VALUE '35'.

      * HISTORICO DE MANUTENCAO DE OPERADORES (COPYBOOKS OPRH*) -
      * INFORMATIVO: SEM O ARQUIVO A MANUTENCAO SEGUE, SO SEM REGISTRO
       77  WS-OPRH-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-OPRH-OK                      VALUE '00'.
           88  WS-OPRH-NAO-CRIADO              VALUE '35'.
       01  WS-OPH-ACAO             PIC X(08)   VALUE SPACES.
       77  WS-NIVEL-ANTERIOR       PIC 9(01)   VALUE ZEROS.

       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-FIM-PROGRAMA         PIC X(01)   VALUE 'N'.
           88  WS-FIM-SIM                      VALUE 'S'.
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE OPERADORES - '
                       'STATUS ' WS-OPR-STATUS
            ELSE
               OPEN EXTEND HIST-OPERADORES
               IF WS-OPRH-NAO-CRIADO
                  OPEN OUTPUT HIST-OPERADORES
               END-IF
               IF NOT WS-OPRH-OK
                  DISPLAY 'AVISO - HISTORICO DE OPERADORES '
                          'INDISPONIVEL (STATUS ' WS-OPRH-STATUS
                          ') - MOVIMENTOS SEM REGISTRO.'
               END-IF
            END-IF.

       P200-PROCESSA-MENU.
               WRITE OPERADOR-RECORD
               IF WS-OPR-OK
                  ADD 1 TO WS-QTD-MOVIMENTOS
                  MOVE 'INCLUIR' TO WS-OPH-ACAO
                  MOVE ZEROS TO WS-NIVEL-ANTERIOR
                  PERFORM P850-GRAVA-HISTORICO
                  DISPLAY 'OPERADOR INCLUIDO COM SUCESSO.'
               ELSE
                  ADD 1 TO WS-QTD-ERROS-GRAVACAO
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     MOVE 'N' TO OPR-ATIVO
                     MOVE 'DESLIGAR' TO WS-OPH-ACAO
                     MOVE OPR-NIVEL TO WS-NIVEL-ANTERIOR
                     PERFORM P800-REGRAVA
                  ELSE
                     DISPLAY 'DESLIGAMENTO ABANDONADO.'
                  DISPLAY 'OPERADOR JA ESTA ATIVO.'
               ELSE
                  MOVE 'S' TO OPR-ATIVO
                  MOVE 'RELIGAR' TO WS-OPH-ACAO
                  MOVE OPR-NIVEL TO WS-NIVEL-ANTERIOR
                  PERFORM P800-REGRAVA
               END-IF
            END-IF.
               DISPLAY 'OPERADOR NAO ENCONTRADO.'
            ELSE
               DISPLAY 'NIVEL ATUAL: ' OPR-NIVEL
               MOVE OPR-NIVEL TO WS-NIVEL-ANTERIOR
               PERFORM P610-PEDE-NIVEL
               MOVE 'NIVEL' TO WS-OPH-ACAO
               PERFORM P800-REGRAVA
            END-IF.

                  ACCEPT OPR-DATA-SENHA FROM DATE YYYYMMDD
                  MOVE ZEROS TO OPR-FALHAS-SEGUIDAS
                  MOVE SPACE TO OPR-SITUACAO-ACESSO
                  MOVE 'SENHA' TO WS-OPH-ACAO
                  MOVE OPR-NIVEL TO WS-NIVEL-ANTERIOR
                  PERFORM P800-REGRAVA
               END-IF
            END-IF.
            REWRITE OPERADOR-RECORD
            IF WS-OPR-OK
               ADD 1 TO WS-QTD-MOVIMENTOS
               PERFORM P850-GRAVA-HISTORICO
               DISPLAY 'OPERADOR ATUALIZADO COM SUCESSO.'
            ELSE
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO ATUALIZAR - STATUS ' WS-OPR-STATUS
            END-IF.

      ******************************************************************
      * P850-GRAVA-HISTORICO
      * Registra o movimento que acabou de ser gravado no OPRMAST -
      * supervisor da sessao, operador mexido, acao (WS-OPH-ACAO) e
      * nivel antes (WS-NIVEL-ANTERIOR) e depois. O OPRMAST so tem o
      * estado atual; sem este registro a troca de nivel nao deixa
      * rastro para a auditoria de segregacao de funcoes.
      ******************************************************************
       P850-GRAVA-HISTORICO.
            IF WS-OPRH-OK
               MOVE SPACES TO REG-HIST-OPERADOR
               ACCEPT OPH-DATA FROM DATE YYYYMMDD
               ACCEPT OPH-HORA FROM TIME
               MOVE WS-OPERADOR-VALIDADO TO OPH-SUPERVISOR
               MOVE OPR-CODIGO           TO OPH-OPERADOR
               MOVE WS-OPH-ACAO          TO OPH-ACAO
               MOVE WS-NIVEL-ANTERIOR    TO OPH-NIVEL-ANTERIOR
               MOVE OPR-NIVEL            TO OPH-NIVEL-NOVO
               WRITE REG-HIST-OPERADOR
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE OPERADOR-MASTER
               IF WS-OPRH-OK
                  CLOSE HIST-OPERADORES
               END-IF
               DISPLAY ' '
               DISPLAY 'MOVIMENTOS NA SESSAO: ' WS-QTD-MOVIMENTOS

