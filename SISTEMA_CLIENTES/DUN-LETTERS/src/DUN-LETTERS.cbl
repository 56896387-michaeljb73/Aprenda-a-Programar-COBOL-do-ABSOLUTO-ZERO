      *                  CORR-DISPATCH despacha para o gateway de
      *                  e-mail - a carta deixou de depender de
      *                  alguem anexar o DUNLETR.txt na mao.
      * 15/10/2026  MJB  INSTFILE.dat ganhou no fim a sequencia do
      *                  contrato (PCL-CONTRATO); tabela de parcelas em
      *                  memoria alargada.
      * 15/10/2026  MJB  Carta sai no endereco de correspondencia do
      *                  cliente (cadastro de enderecos, copybooks
      *                  ENR*), com linha A/C e CEP; sem ele vale o de
      *                  cobranca e, sem este, o do cadastro.
      * 15/10/2026  MJB  Carta sai com linha ATENCAO para a pessoa do
      *                  financeiro do cliente (cadastro de pessoas,
      *                  copybooks PES*), quando ha uma com
      *                  consentimento; o despacho por e-mail segue a
      *                  mesma regra no CORR-DISPATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUN-LETTERS.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY ASOFSL.
           COPY ENRSL.
           COPY PESSL.

           SELECT ARQUIVO-ESTAGIOS ASSIGN TO
           'src\assets\DUNSTAGE.dat'
       FD  FILA-CORRESP.
           COPY CORRQF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.

      * ESTAGIOS EM MEMORIA - CARREGADOS NA ABERTURA, AJUSTADOS POR
      * CLIENTE E REGRAVADOS NO FINAL
           88  WS-CORRESP-OK                   VALUE '00'.
           88  WS-CORRESP-NAO-CRIADA           VALUE '35'.

      * ENDERECO DE CORRESPONDENCIA DO CLIENTE (COPYBOOKS ENR*)
           COPY ENRWS.

      * PESSOA DO FINANCEIRO DO CLIENTE, EM ATENCAO DE QUEM A CARTA
      * SAI (COPYBOOKS PES*)
           COPY PESWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE

            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT ARQUIVO-CARTAS
            PERFORM P8880-ABRE-ENDERECOS-LEITURA
            PERFORM P8890-ABRE-PESSOAS-LEITURA
            OPEN EXTEND FILA-CORRESP
            IF WS-CORRESP-NAO-CRIADA
               OPEN OUTPUT FILA-CORRESP
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
      *     CARTA VAI PARA O ENDERECO DE CORRESPONDENCIA; SEM ELE,
      *     PARA O DE COBRANCA E, SEM ESTE, PARA O DO CADASTRO
            MOVE 'R' TO WS-ENR-TIPO-PEDIDO
            PERFORM P8882-ENDERECO-DO-TIPO
            IF WS-ENR-AOS-CUIDADOS NOT = SPACES
               MOVE SPACES TO REG-CARTA
               STRING 'A/C '              DELIMITED BY SIZE
                      WS-ENR-AOS-CUIDADOS DELIMITED BY SIZE
                      INTO REG-CARTA
               END-STRING
               WRITE REG-CARTA
            END-IF
            MOVE SPACES TO REG-CARTA
            STRING WS-ENR-LOGRADOURO DELIMITED BY SIZE
                   ' - '             DELIMITED BY SIZE
                   WS-ENR-CIDADE     DELIMITED BY SIZE
                   '/'               DELIMITED BY SIZE
                   WS-ENR-UF         DELIMITED BY SIZE
                   ' CEP '           DELIMITED BY SIZE
                   WS-ENR-CEP        DELIMITED BY SIZE
                   INTO REG-CARTA
            END-STRING
            WRITE REG-CARTA
      *     COBRANCA VAI EM ATENCAO DO FINANCEIRO DO CLIENTE, QUANDO
      *     HA PESSOA DO PAPEL COM CONSENTIMENTO
            MOVE 'COBRANCA' TO WS-PES-TIPO-DOC
            PERFORM P8892-PESSOA-DO-DOCUMENTO
            IF WS-PES-SEQ-ACHADA > ZEROS
               PERFORM P8896-DESCREVE-PAPEL
               MOVE SPACES TO REG-CARTA
               STRING 'ATENCAO: '       DELIMITED BY SIZE
                      WS-PES-NOME       DELIMITED BY SIZE
                      ' ('              DELIMITED BY SIZE
                      WS-PES-PAPEL-DESC DELIMITED BY SPACE
                      ')'               DELIMITED BY SIZE
                      INTO REG-CARTA
               END-STRING
               WRITE REG-CARTA
            END-IF

            MOVE WS-TOTAL-VENCIDO TO WS-TOTAL-ED
            MOVE SPACES TO REG-CARTA
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE ARQUIVO-CARTAS
               IF WS-ENR-ABERTO-SIM
                  CLOSE CADASTRO-ENDERECOS
               END-IF
               IF WS-PES-ABERTO-SIM
                  CLOSE CADASTRO-PESSOAS
               END-IF
               IF WS-CORRESP-OK
                  CLOSE FILA-CORRESP
               END-IF

           COPY DTCONVP.
           COPY ASOFPA.
           COPY ENRPA.
           COPY PESPA.

           COPY ENVCFGPA.
       END PROGRAM DUN-LETTERS.
