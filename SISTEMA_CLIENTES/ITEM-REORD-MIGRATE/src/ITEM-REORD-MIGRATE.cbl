      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Migracao do cadastro de itens para o layout com o
      *            ponto de pedido e a quantidade de reposicao
      *            (ITM-PONTO-PEDIDO/ITM-QTD-REPOSICAO, ver ITMMAST):
      *            le o ITMMAST.dat no layout com custo medio e grava
      *            ITEMNEW.dat no layout novo com os dois zerados -
      *            item fica fora da sugestao do REORDER-REPORT ate o
      *            ponto ser informado no ITEM-MAINT. Molde do
      *            ITEM-CAT-MIGRATE: o operador confere as contagens
      *            e troca os arquivos na mao, mantendo o original
      *            como contingencia.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Tipo do item (novo no ITMMAST) gravado como
      *                  item simples.
      * 15/10/2026  MJB  Peso do item (novo no ITMMAST) gravado zerado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-REORD-MIGRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ANTIGOS ASSIGN TO
           'src\assets\ITMMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITA-CODIGO
           FILE STATUS IS WS-ANTIGOS-STATUS.

           SELECT ITENS-NOVOS ASSIGN TO
           'src\assets\ITEMNEW.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITM-CODIGO
           FILE STATUS IS WS-NOVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * LAYOUT ANTERIOR AO PONTO DE PEDIDO - 53 POSICOES
       FD  ITENS-ANTIGOS.
       01  REG-ITEM-ANTIGO.
           05  ITA-CODIGO              PIC X(08).
           05  ITA-DESCRICAO           PIC X(30).
           05  ITA-PRECO-UNITARIO      PIC 9(07)V99  USAGE COMP-3.
           05  ITA-STATUS-REGISTRO     PIC X(01).
           05  ITA-CATEGORIA           PIC X(04).
           05  ITA-CUSTO-MEDIO         PIC 9(07)V99  USAGE COMP-3.

       FD  ITENS-NOVOS.
           COPY ITMMAST.

       WORKING-STORAGE SECTION.

       77  WS-ANTIGOS-STATUS       PIC X(02)   VALUE SPACES.
           88  WS-ANTIGOS-OK                   VALUE '00'.
           88  WS-ANTIGOS-FIM                  VALUE '10'.
       77  WS-NOVOS-STATUS         PIC X(02)   VALUE SPACES.
           88  WS-NOVOS-OK                     VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.

       77  WS-QTD-LIDOS            PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-GRAVADOS         PIC 9(05)   VALUE ZEROS COMP.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MIGRA-ITEM UNTIL WS-ANTIGOS-FIM
            END-IF
            PERFORM P900-FINAL
            GOBACK.

       P100-INICIO.
            OPEN INPUT ITENS-ANTIGOS
            OPEN OUTPUT ITENS-NOVOS

            IF NOT WS-ANTIGOS-OK OR NOT WS-NOVOS-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - ANTIGOS: '
                       WS-ANTIGOS-STATUS ' NOVOS: ' WS-NOVOS-STATUS
            END-IF.

       P200-MIGRA-ITEM.
            READ ITENS-ANTIGOS NEXT RECORD
                 AT END SET WS-ANTIGOS-FIM TO TRUE
            END-READ

            IF NOT WS-ANTIGOS-FIM
               ADD 1 TO WS-QTD-LIDOS
               MOVE ITA-CODIGO          TO ITM-CODIGO
               MOVE ITA-DESCRICAO       TO ITM-DESCRICAO
               MOVE ITA-PRECO-UNITARIO  TO ITM-PRECO-UNITARIO
               MOVE ITA-STATUS-REGISTRO TO ITM-STATUS-REGISTRO
               MOVE ITA-CATEGORIA       TO ITM-CATEGORIA
               MOVE ITA-CUSTO-MEDIO     TO ITM-CUSTO-MEDIO
               MOVE ZEROS               TO ITM-PONTO-PEDIDO
               MOVE ZEROS               TO ITM-QTD-REPOSICAO
               SET ITM-ITEM-SIMPLES     TO TRUE
               MOVE ZEROS               TO ITM-PESO-KG
               WRITE ITEM-RECORD
               IF WS-NOVOS-OK
                  ADD 1 TO WS-QTD-GRAVADOS
               ELSE
                  DISPLAY 'ERRO DE GRAVACAO - STATUS '
                          WS-NOVOS-STATUS
                  SET WS-ANTIGOS-FIM TO TRUE
                  MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE ITENS-ANTIGOS
               CLOSE ITENS-NOVOS
               DISPLAY 'MIGRACAO DE REPOSICAO: ' WS-QTD-LIDOS
                       ' LIDO(S), ' WS-QTD-GRAVADOS ' GRAVADO(S). '
                       'CONFIRA E TROQUE ITEMNEW.dat PELO '
                       'ITMMAST.dat NA MAO.'
               IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
                  MOVE 0 TO RETURN-CODE
               ELSE
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
       END PROGRAM ITEM-REORD-MIGRATE.
