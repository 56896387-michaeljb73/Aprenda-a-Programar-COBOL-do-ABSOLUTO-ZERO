      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Migracao para o cadastro de contratos (CONTRATOS.dat,
      *            copybooks CTR*), em duas passadas:
      *              1 - le o CUSTOMER-MASTER inteiro e cria (ou
      *                  atualiza, se ja existir) o contrato 01 de
      *                  cada cliente com os campos de contrato de
      *                  hoje do cadastro (valor, moeda, status e
      *                  vigencia) - pode rodar de novo sem duplicar;
      *              2 - converte o INSTFILE.dat do layout de 38
      *                  posicoes para o de 40 com a sequencia do
      *                  contrato (PCL-CONTRATO = 01), gravando
      *                  INSTNEW.dat no molde do INST-MIGRATE: o
      *                  operador confere as contagens e troca os
      *                  arquivos na mao.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MIGRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY CTRSL.

           SELECT PARCELAS-ANTIGAS ASSIGN TO
           WS-ARQ-INSTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANTIGAS-STATUS.

           SELECT PARCELAS-NOVAS ASSIGN TO
           'src\assets\INSTNEW.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOVAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

      * LAYOUT ANTERIOR AO CONTRATO - 38 POSICOES
       FD  PARCELAS-ANTIGAS.
       01  REG-PARCELA-ANTIGA.
           05  PCA-CODIGO              PIC 9(06).
           05  PCA-NUMERO              PIC 9(02).
           05  PCA-VENCIMENTO          PIC 9(08).
           05  PCA-VALOR               PIC 9(09)V99.
           05  PCA-STATUS              PIC X(01).
           05  PCA-NOSSO-NUMERO        PIC 9(10).

       FD  PARCELAS-NOVAS.
           COPY INSTF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-FIM-ARQUIVO             VALUE '10'.
       77  WS-ANTIGAS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ANTIGAS-OK                   VALUE '00'.
       77  WS-NOVAS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOVAS-OK                     VALUE '00'.

      * CADASTRO DE CONTRATOS (COPYBOOKS CTR*)
           COPY CTRWS.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-PARCELAS-DISPONIVEL  PIC X(01)   VALUE 'N'.
           88  WS-PARCELAS-DISPONIVEL-SIM      VALUE 'S'.
       77  WS-FIM-ANTIGAS          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ANTIGAS-SIM              VALUE 'S'.

       77  WS-QTD-CLIENTES         PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-CRIADOS          PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ATUALIZADOS      PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-CONTRATO   PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-LIDAS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-GRAVADAS         PIC 9(05)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MIGRA-CLIENTE UNTIL WS-CUST-FIM-ARQUIVO
               IF WS-PARCELAS-DISPONIVEL-SIM
                  PERFORM P300-MIGRA-PARCELA UNTIL WS-FIM-ANTIGAS-SIM
               END-IF
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Cadastro e contratos sao obrigatorios. Sem INSTFILE.dat a
      * segunda passada e so pulada - nem toda base ja fatura em
      * parcelas.
      ******************************************************************
       P100-INICIO.
            OPEN INPUT CUSTOMER-MASTER
            PERFORM P8871-ABRE-CONTRATOS-ATUALIZA

            IF NOT WS-CUST-OK OR NOT WS-CTR-ABERTO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' CONTRATOS: ' WS-CTR-STATUS
            ELSE
               OPEN INPUT PARCELAS-ANTIGAS
               IF WS-ANTIGAS-OK
                  OPEN OUTPUT PARCELAS-NOVAS
                  IF WS-NOVAS-OK
                     SET WS-PARCELAS-DISPONIVEL-SIM TO TRUE
                  ELSE
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     DISPLAY 'ERRO AO ABRIR INSTNEW.dat - STATUS '
                             WS-NOVAS-STATUS
                  END-IF
               ELSE
                  DISPLAY 'ARQUIVO DE PARCELAS AUSENTE (STATUS '
                          WS-ANTIGAS-STATUS ') - SO OS CONTRATOS '
                          'SERAO MIGRADOS.'
               END-IF
            END-IF.

      ******************************************************************
      * P200-MIGRA-CLIENTE
      * O P8874 monta o contrato 01 do cadastro por cima do registro
      * que ja existir (preservando descricao e data de criacao) -
      * achou, regrava; nao achou, inclui.
      ******************************************************************
       P200-MIGRA-CLIENTE.
            READ CUSTOMER-MASTER NEXT RECORD
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ

            IF NOT WS-CUST-FIM-ARQUIVO
               ADD 1 TO WS-QTD-CLIENTES
               PERFORM P8874-PRINCIPAL-DO-CADASTRO
               IF WS-CTR-OK
                  REWRITE REG-CONTRATO
                  IF WS-CTR-OK
                     ADD 1 TO WS-QTD-ATUALIZADOS
                  END-IF
               ELSE
                  WRITE REG-CONTRATO
                  IF WS-CTR-OK
                     ADD 1 TO WS-QTD-CRIADOS
                  END-IF
               END-IF
               IF NOT WS-CTR-OK
                  ADD 1 TO WS-QTD-ERROS-CONTRATO
                  DISPLAY 'CLIENTE ' CSV-CODIGO ' - ERRO AO GRAVAR O '
                          'CONTRATO 01 - STATUS ' WS-CTR-STATUS
               END-IF
            END-IF.

       P300-MIGRA-PARCELA.
            READ PARCELAS-ANTIGAS
                 AT END SET WS-FIM-ANTIGAS-SIM TO TRUE
            END-READ

            IF NOT WS-FIM-ANTIGAS-SIM
               ADD 1 TO WS-QTD-LIDAS
               MOVE PCA-CODIGO       TO PCL-CODIGO
               MOVE PCA-NUMERO       TO PCL-NUMERO
               MOVE PCA-VENCIMENTO   TO PCL-VENCIMENTO
               MOVE PCA-VALOR        TO PCL-VALOR
               MOVE PCA-STATUS       TO PCL-STATUS
               MOVE PCA-NOSSO-NUMERO TO PCL-NOSSO-NUMERO
               SET PCL-CONTRATO-PRINCIPAL TO TRUE
               WRITE REG-PARCELA
               IF WS-NOVAS-OK
                  ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                  DISPLAY 'ERRO DE GRAVACAO - STATUS '
                          WS-NOVAS-STATUS
                  SET WS-FIM-ANTIGAS-SIM TO TRUE
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE CADASTRO-CONTRATOS
               DISPLAY 'CLIENTES LIDOS.......: ' WS-QTD-CLIENTES
               DISPLAY 'CONTRATOS 01 CRIADOS.: ' WS-QTD-CRIADOS
               DISPLAY 'CONTRATOS 01 ATUALIZ.: ' WS-QTD-ATUALIZADOS
               DISPLAY 'ERROS NOS CONTRATOS..: ' WS-QTD-ERROS-CONTRATO
               IF WS-PARCELAS-DISPONIVEL-SIM
                  CLOSE PARCELAS-ANTIGAS
                  CLOSE PARCELAS-NOVAS
                  DISPLAY 'MIGRACAO DE PARCELAS: ' WS-QTD-LIDAS
                          ' LIDA(S), ' WS-QTD-GRAVADAS ' GRAVADA(S). '
                          'CONFIRA E TROQUE INSTNEW.dat PELO '
                          'INSTFILE.dat NA MAO.'
               END-IF
               IF WS-QTD-ERROS-CONTRATO > ZEROS
                  OR WS-QTD-LIDAS NOT = WS-QTD-GRAVADAS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY CTRPA.

           COPY ENVCFGPA.
       END PROGRAM CONTRACT-MIGRATE.
