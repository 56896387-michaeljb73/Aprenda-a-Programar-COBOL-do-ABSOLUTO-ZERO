      *                  so leem/regravam) e a captura de promessas
      *                  ficava inerte num sistema recem-implantado,
      *                  com um aviso que parecia passageiro.
      * 15/10/2026  MJB  O contato passa a registrar com qual pessoa do
      *                  cliente se falou (cadastro de pessoas,
      *                  copybooks PES*): as pessoas ativas sao listadas
      *                  e a sequencia escolhida vai para CTH-PESSOA;
      *                  zero e o contato do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-LOG.

           COPY FUQSL.

           COPY PESSL.

           SELECT ARQUIVO-PROMESSAS ASSIGN TO
           'src\assets\PROMISES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  FILA-FOLLOWUP.
           COPY FUQF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  ARQUIVO-PROMESSAS.
           COPY PROMF.

           88  WS-TIPO-COBRANCA                VALUE 'C'.
       01  WS-NOTA-CONTATO         PIC X(30)   VALUE SPACES.

      * PESSOA DO CLIENTE COM QUEM SE FALOU (COPYBOOKS PES*) - ZEROS
      * E O CONTATO DO CADASTRO
           COPY PESWS.
       77  WS-PESSOA-CONTATO       PIC 9(02)   VALUE ZEROS.
       77  WS-QTD-PESSOAS-CLIENTE  PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PESSOA-VALIDA        PIC X(01)   VALUE 'N'.
           88  WS-PESSOA-VALIDA-SIM            VALUE 'S'.

      * AGENDA DE CONTATOS FUTUROS (AGENDA.dat) - CAPTURA OPCIONAL
      * NO REGISTRO E CONCLUSAO AUTOMATICA NO PROXIMO CONTATO
       77  WS-AGENDA-STATUS        PIC X(02)   VALUE SPACES.
               MOVE WS-OPERADOR-VALIDADO TO WS-LCK-DONO
               PERFORM P140-CARREGA-AGENDA
               PERFORM P130-ABRE-ARQUIVO-TRAVAS
               PERFORM P8890-ABRE-PESSOAS-LEITURA
               DISPLAY 'OPERADOR ' WS-OPERADOR-VALIDADO
                       ' AUTENTICADO - SESSAO LIBERADA.'
            END-IF.
                     PERFORM P210-OBTEM-DATA-CONTATO
                     IF WS-DATA-CONV-OK
                        PERFORM P220-OBTEM-TIPO-E-NOTA
                        PERFORM P221-OBTEM-PESSOA
                        MOVE WS-DATA-ISO TO CSV-DATA-ULTIMO-CONTATO
                        REWRITE CUSTOMER-RECORD
                        IF WS-CUST-OK
               PERFORM P225-OBTEM-PROMESSA
            END-IF.

      ******************************************************************
      * P221-OBTEM-PESSOA
      * Lista as pessoas ATIVAS do cliente no cadastro de pessoas e
      * pede com qual delas se falou. Zero (ou cliente sem pessoas,
      * ou arquivo ausente) fica como contato do cadastro. A pessoa
      * digitada e conferida pela chave.
      ******************************************************************
       P221-OBTEM-PESSOA.
            MOVE ZEROS TO WS-PESSOA-CONTATO
            MOVE ZEROS TO WS-QTD-PESSOAS-CLIENTE
            MOVE 'N'        TO WS-FIM-PESSOAS
            MOVE CSV-CODIGO TO WS-PES-CODIGO-VARRE
            MOVE ZEROS      TO WS-PES-SEQ-VARRE
            PERFORM P222-LISTA-PESSOA UNTIL WS-FIM-PESSOAS-SIM

            IF WS-QTD-PESSOAS-CLIENTE > ZEROS
               MOVE 'N' TO WS-PESSOA-VALIDA
               PERFORM UNTIL WS-PESSOA-VALIDA-SIM
                   DISPLAY 'COM QUEM FOI O CONTATO (SEQUENCIA, 00 PARA '
                           'O CONTATO DO CADASTRO): '
                   ACCEPT WS-PESSOA-CONTATO
                   IF WS-PESSOA-CONTATO = ZEROS
                      SET WS-PESSOA-VALIDA-SIM TO TRUE
                   ELSE
                      MOVE CSV-CODIGO        TO PES-CODIGO
                      MOVE WS-PESSOA-CONTATO TO PES-SEQUENCIA
                      READ CADASTRO-PESSOAS KEY IS PES-CHAVE
                      IF WS-PES-OK AND PES-ATIVA
                         SET WS-PESSOA-VALIDA-SIM TO TRUE
                      ELSE
                         DISPLAY 'PESSOA NAO ENCONTRADA OU INATIVA '
                                 'PARA ESTE CLIENTE.'
                      END-IF
                   END-IF
               END-PERFORM
            END-IF.

       P222-LISTA-PESSOA.
            PERFORM P8894-PROXIMA-PESSOA
            IF NOT WS-FIM-PESSOAS-SIM
               IF PES-ATIVA
                  IF WS-QTD-PESSOAS-CLIENTE = ZEROS
                     DISPLAY 'PESSOAS DE CONTATO DO CLIENTE:'
                  END-IF
                  ADD 1 TO WS-QTD-PESSOAS-CLIENTE
                  MOVE PES-PAPEL TO WS-PES-PAPEL
                  PERFORM P8896-DESCREVE-PAPEL
                  DISPLAY '  ' PES-SEQUENCIA ' - ' PES-NOME ' '
                          WS-PES-PAPEL-DESC ' ' PES-FONE
               END-IF
            END-IF.

      ******************************************************************
      * P225-OBTEM-PROMESSA
      * Contato de cobranca captura a promessa: data prometida (BR,
               MOVE WS-OPERADOR-VALIDADO TO CTH-OPERADOR
               MOVE WS-TIPO-CONTATO      TO CTH-TIPO
               MOVE WS-NOTA-CONTATO      TO CTH-NOTA
               MOVE WS-PESSOA-CONTATO    TO CTH-PESSOA
               WRITE REG-CONTATO-HIST
            END-IF.

               IF WS-LOCK-OK
                  CLOSE REGISTRO-LOCK
               END-IF
               IF WS-PES-ABERTO-SIM
                  CLOSE CADASTRO-PESSOAS
               END-IF
               DISPLAY ' '
               DISPLAY 'CONTATOS REGISTRADOS: ' WS-QTD-REGISTRADOS

           COPY DTCONVP.
           COPY OPERTBPA.
           COPY LOCKPA.
           COPY PESPA.

           COPY ENVCFGPA.
       END PROGRAM CONTACT-LOG.
