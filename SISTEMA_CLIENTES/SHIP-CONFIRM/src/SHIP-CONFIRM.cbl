      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  So embarca pedido com a embalagem conferida
      *                  completa no PACK-CONFIRM (PACKFILE.dat,
      *                  copybooks PACK*, listado pelo PICK-LIST); linha
      *                  com falta na separacao e mostrada, o embarque e
      *                  recusado e a sessao termina com RC 4.
      * 15/10/2026  MJB  Transportadora passou a ser o codigo do
      *                  cadastro (TRANSP.dat, CARRIER-MAINT), ativa, em
      *                  vez de texto livre. O embarque grava o peso da
      *                  remessa (quantidade separada x ITM-PESO-KG) e o
      *                  frete da transportadora pela tabela FRETE.dat
      *                  na UF do cliente; sem faixa, embarca com frete
      *                  zero e a sessao termina com RC 4.
      * 15/10/2026  MJB  So embarca pedido com a NF-e da fatura
      *                  AUTORIZADA pela SEFAZ (registro NFE.dat, fatura
      *                  do pedido pelo NFEITEM.dat - copybooks
      *                  NFE*/NFI*); nota a transmitir, aguardando
      *                  retorno ou rejeitada recusa o embarque e a
      *                  sessao termina com RC 4. Pedido faturado antes
      *                  da NF-e segue liberado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP-CONFIRM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORDSEL.
           COPY PACKSL.
           COPY CUSTSEL.
           COPY ITMSEL.
           COPY TRPSL.
           COPY FRTSL.
           COPY NFESL.
           COPY NFISL.

           SELECT ARQUIVO-EMBARQUES ASSIGN TO
           'src\assets\SHIPFILE.dat'
       FD  ARQUIVO-EMBARQUES.
           COPY SHIPF.

       FD  SEPARACAO-PEDIDOS.
           COPY PACKF.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  CADASTRO-TRANSPORTADORAS.
           COPY TRPF.

       FD  TABELA-FRETES.
           COPY FRTF.

       FD  REGISTRO-NFE.
           COPY NFEF.

       FD  ITENS-NFE.
           COPY NFIF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
       77  WS-EMBARQUES-STATUS     PIC X(02)   VALUE SPACES.
           88  WS-EMBARQUES-OK                 VALUE '00'.
           88  WS-EMBARQUES-NAO-CRIADO         VALUE '35'.
       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-ITEM-OK                      VALUE '00'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

      * SEPARACAO DOS PEDIDOS (COPYBOOKS PACK*) - SO LEITURA,
      * RECARREGADA A CADA PEDIDO PARA VER A CONFERENCIA RECENTE
           COPY PACKWS.
       77  WS-SEPARACAO-COMPLETA   PIC X(01)   VALUE 'N'.
           88  WS-SEPARACAO-COMPLETA-SIM       VALUE 'S'.
       77  WS-QTD-FALTAS           PIC 9(05)   VALUE ZEROS COMP.

      * TRANSPORTADORA DO CADASTRO (COPYBOOKS TRP*) E FRETE DA
      * REMESSA PELA TABELA DELA (COPYBOOKS FRT*): PESO = QUANTIDADE
      * SEPARADA X ITM-PESO-KG, UF DE DESTINO = UF DO CLIENTE
           COPY TRPWS.
           COPY FRTWS.
       77  WS-PESO-EMBARQUE        PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-SEM-FRETE        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-PESO-ED              PIC Z.ZZZ.ZZ9,999.
       77  WS-VALOR-ED             PIC $$.$$$.$$9,99.

      * NOTA FISCAL ELETRONICA DA FATURA DO PEDIDO (COPYBOOKS NFE* E
      * NFI*) - SO LEITURA, RECARREGADA A CADA PEDIDO PARA VER O
      * RETORNO MAIS RECENTE DA SEFAZ
           COPY NFEWS.
       77  WS-NFI-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-NFI-OK                       VALUE '00'.
       77  WS-FIM-ITENS-NFE        PIC X(01)   VALUE 'N'.
           88  WS-FIM-ITENS-NFE-SIM            VALUE 'S'.
       77  WS-NFE-LIBERADA         PIC X(01)   VALUE 'N'.
           88  WS-NFE-LIBERADA-SIM             VALUE 'S'.
       77  WS-QTD-SEM-NFE          PIC 9(05)   VALUE ZEROS COMP.

       77  WS-QTD-CONFIRMADOS      PIC 9(05)   VALUE ZEROS COMP.
       01  WS-DATA-BR-DIGITADA     PIC X(10)   VALUE SPACES.
       77  WS-QTD-VOLUMES          PIC 9(03)   VALUE ZEROS.

      * CONVERSAO DE DATA ISO <-> BR

       P100-INICIO.
            OPEN INPUT ORDER-MASTER
            OPEN INPUT CUSTOMER-MASTER
            OPEN INPUT ITEM-MASTER
            IF NOT WS-ORD-OK OR NOT WS-CUST-OK OR NOT WS-ITEM-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - PEDIDOS: '
                       WS-ORD-STATUS-ARQ ' CLIENTES: ' WS-CUST-STATUS
                       ' ITENS: ' WS-ITEM-STATUS
            ELSE
               PERFORM P8760-CARREGA-TRANSPORTADORAS
               PERFORM P8770-CARREGA-FRETES
               EVALUATE TRUE
                   WHEN WS-TRP-ESTOUROU-SIM OR WS-FRT-ESTOUROU-SIM
                        MOVE 'S' TO WS-ERRO-ABERTURA
                   WHEN WS-QTD-TRP-TAB = ZEROS
                        MOVE 'S' TO WS-ERRO-ABERTURA
                        DISPLAY 'NENHUMA TRANSPORTADORA CADASTRADA - '
                                'CADASTRE NO CARRIER-MAINT.'
               END-EVALUATE
            END-IF.

       P200-CONFIRMA-EMBARQUE.
                                   'REGISTRADO EM '
                                   SHP-DATA-EMBARQUE '.'
                        ELSE
                           PERFORM P340-CONFERE-NFE
                           IF WS-NFE-LIBERADA-SIM
                              PERFORM P350-CONFERE-SEPARACAO
                              IF WS-SEPARACAO-COMPLETA-SIM
                                 PERFORM P400-REGISTRA-EMBARQUE
                              END-IF
                           END-IF
                        END-IF
               END-EVALUATE
            END-IF.
               END-IF
            END-IF.

      ******************************************************************
      * P340-CONFERE-NFE
      * A fatura do pedido vem do NFEITEM.dat (INVOICE-GEN) e tem de
      * estar com a NF-e AUTORIZADA pela SEFAZ (NFE-RETURN). Pedido
      * sem item de NF-e foi faturado antes da nota eletronica e
      * segue liberado. Nota a transmitir, aguardando retorno ou
      * rejeitada recusa o embarque e conta para o RC 4 da sessao.
      ******************************************************************
       P340-CONFERE-NFE.
            MOVE 'S'   TO WS-NFE-LIBERADA
            MOVE ZEROS TO WS-NFE-FATURA-PROC
            MOVE 'N'   TO WS-FIM-ITENS-NFE
            OPEN INPUT ITENS-NFE
            IF WS-NFI-OK
               PERFORM P345-LE-ITEM-NFE UNTIL WS-FIM-ITENS-NFE-SIM
               CLOSE ITENS-NFE
            END-IF

            IF WS-NFE-FATURA-PROC > ZEROS
               PERFORM P8820-CARREGA-NFE
               PERFORM P8825-LOCALIZA-NFE
               EVALUATE TRUE
                   WHEN WS-NFE-ESTOUROU-SIM
                        MOVE 'N' TO WS-NFE-LIBERADA
                        DISPLAY 'NF-E NAO PODE SER CONFERIDA - '
                                'EMBARQUE NAO REGISTRADO.'
                   WHEN WS-IDX-NFE-ACHADA = ZEROS
                        MOVE 'N' TO WS-NFE-LIBERADA
                        DISPLAY 'FATURA ' WS-NFE-FATURA-PROC
                                ' SEM NF-E REGISTRADA - EMBARQUE NAO '
                                'REGISTRADO.'
                   WHEN NOT WS-NFT-AUTORIZADA(WS-IDX-NFE-ACHADA)
                        MOVE 'N' TO WS-NFE-LIBERADA
                        MOVE WS-NFE-ENTRADA(WS-IDX-NFE-ACHADA)
                             TO REG-NFE
                        DISPLAY '*** NF-E DA FATURA ' NFE-FATURA
                                ' NAO AUTORIZADA (SITUACAO '
                                NFE-SITUACAO ') - EMBARQUE NAO '
                                'REGISTRADO ***'
                        IF NFE-MOTIVO NOT = SPACES
                           DISPLAY '    ' NFE-MOTIVO
                        END-IF
               END-EVALUATE
               IF NOT WS-NFE-LIBERADA-SIM
                  ADD 1 TO WS-QTD-SEM-NFE
               END-IF
            END-IF.

       P345-LE-ITEM-NFE.
            READ ITENS-NFE
                 AT END SET WS-FIM-ITENS-NFE-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ITENS-NFE-SIM
               IF NFI-PEDIDO = ORD-NUMERO
                  MOVE NFI-FATURA TO WS-NFE-FATURA-PROC
                  SET WS-FIM-ITENS-NFE-SIM TO TRUE
               END-IF
            END-IF.

      ******************************************************************
      * P350-CONFERE-SEPARACAO
      * So embarca pedido com todas as linhas do PACKFILE.dat
      * CONFERIDAS no PACK-CONFIRM. Linha com FALTA e listada com a
      * quantidade pedida e a separada e conta para o RC 4 da sessao.
      ******************************************************************
       P350-CONFERE-SEPARACAO.
            MOVE 'N' TO WS-SEPARACAO-COMPLETA
            PERFORM P8690-CARREGA-SEPARACAO
            MOVE ORD-NUMERO TO WS-PCK-PEDIDO-PROC
            PERFORM P8692-RESUME-SEPARACAO
            EVALUATE TRUE
                WHEN WS-PCK-ESTOUROU-SIM
                     DISPLAY 'SEPARACAO NAO PODE SER CONFERIDA - '
                             'EMBARQUE NAO REGISTRADO.'
                WHEN WS-PCK-QTD-LINHAS = ZEROS
                     DISPLAY 'PEDIDO SEM LISTA DE SEPARACAO - RODE O '
                             'PICK-LIST E CONFIRA NO PACK-CONFIRM.'
                WHEN WS-PCK-QTD-FALTAS > ZEROS
                     ADD 1 TO WS-QTD-FALTAS
                     DISPLAY '*** FALTA NA SEPARACAO - EMBARQUE NAO '
                             'REGISTRADO ***'
                     PERFORM P360-MOSTRA-FALTA
                             VARYING WS-IDX-PCK FROM 1 BY 1
                             UNTIL WS-IDX-PCK > WS-QTD-PCK-TAB
                WHEN WS-PCK-QTD-LISTADAS > ZEROS
                     DISPLAY 'SEPARACAO NAO CONFERIDA EM '
                             WS-PCK-QTD-LISTADAS ' LINHA(S) - '
                             'CONFIRA NO PACK-CONFIRM.'
                WHEN OTHER
                     SET WS-SEPARACAO-COMPLETA-SIM TO TRUE
            END-EVALUATE.

       P360-MOSTRA-FALTA.
            IF WS-PKT-PEDIDO(WS-IDX-PCK) = ORD-NUMERO
               AND WS-PKT-FALTA(WS-IDX-PCK)
               DISPLAY '  LINHA ' WS-PKT-SEQUENCIA(WS-IDX-PCK)
                       ' ITEM ' WS-PKT-ITEM(WS-IDX-PCK)
                       ' PEDIDA ' WS-PKT-QTD-PEDIDA(WS-IDX-PCK)
                       ' SEPARADA ' WS-PKT-QTD-SEPARADA(WS-IDX-PCK)
            END-IF.

      ******************************************************************
      * P400-REGISTRA-EMBARQUE
      * A transportadora e o codigo do cadastro (CARRIER-MAINT), que
      * tem de estar ATIVA - texto livre nao entra mais.
      ******************************************************************
       P400-REGISTRA-EMBARQUE.
            DISPLAY 'CODIGO DA TRANSPORTADORA: '
            MOVE SPACES TO WS-TRP-PROCURADA
            ACCEPT WS-TRP-PROCURADA
            PERFORM P8765-LOCALIZA-TRANSPORTADORA
            EVALUATE TRUE
                WHEN WS-IDX-TRP-ACHADA = ZEROS
                     DISPLAY 'TRANSPORTADORA NAO CADASTRADA - '
                             'EMBARQUE NAO REGISTRADO.'
                WHEN NOT WS-TRT-ATIVA(WS-IDX-TRP-ACHADA)
                     DISPLAY 'TRANSPORTADORA INATIVA - EMBARQUE NAO '
                             'REGISTRADO.'
                WHEN OTHER
                     DISPLAY 'TRANSPORTADORA: '
                             WS-TRT-NOME(WS-IDX-TRP-ACHADA)
                     PERFORM P420-DADOS-EMBARQUE
            END-EVALUATE.

       P420-DADOS-EMBARQUE.
            MOVE SPACES TO WS-DATA-BR-DIGITADA
            DISPLAY 'DATA DO EMBARQUE (DD/MM/AAAA, EM BRANCO PARA '
                    'HOJE): '
            ELSE
               DISPLAY 'QUANTIDADE DE VOLUMES: '
               ACCEPT WS-QTD-VOLUMES
               PERFORM P430-CALCULA-FRETE

               MOVE SPACES TO WS-EMBARQUES-STATUS
               OPEN EXTEND ARQUIVO-EMBARQUES
               END-IF
               IF WS-EMBARQUES-OK
                  MOVE ORD-NUMERO           TO SHP-NUMERO-PEDIDO
                  MOVE WS-TRT-NOME(WS-IDX-TRP-ACHADA)
                       TO SHP-TRANSPORTADORA
                  MOVE WS-DATA-ISO          TO SHP-DATA-EMBARQUE
                  MOVE WS-QTD-VOLUMES       TO SHP-QTD-VOLUMES
                  MOVE WS-OPERADOR-VALIDADO TO SHP-OPERADOR
                  MOVE WS-TRP-PROCURADA     TO SHP-CODIGO-TRANSP
                  MOVE WS-PESO-EMBARQUE     TO SHP-PESO-KG
                  MOVE WS-FRT-VALOR-COTADO  TO SHP-VALOR-FRETE
                  WRITE REG-EMBARQUE
                  CLOSE ARQUIVO-EMBARQUES
                  ADD 1 TO WS-QTD-CONFIRMADOS
               END-IF
            END-IF.

      ******************************************************************
      * P430-CALCULA-FRETE
      * Custo da remessa na transportadora escolhida: peso das linhas
      * separadas do pedido (tabela do PACKFILE ja carregada no P350)
      * na faixa da UF do cliente. Sem faixa, o embarque sai assim
      * mesmo com frete zero, avisado, e a sessao termina com RC 4 -
      * a tabela da transportadora esta incompleta.
      ******************************************************************
       P430-CALCULA-FRETE.
            MOVE ZEROS TO WS-PESO-EMBARQUE
            PERFORM VARYING WS-IDX-PCK FROM 1 BY 1
                    UNTIL WS-IDX-PCK > WS-QTD-PCK-TAB
                IF WS-PKT-PEDIDO(WS-IDX-PCK) = ORD-NUMERO
                   MOVE WS-PKT-ITEM(WS-IDX-PCK) TO ITM-CODIGO
                   READ ITEM-MASTER KEY IS ITM-CODIGO
                   IF WS-ITEM-OK
                      COMPUTE WS-PESO-EMBARQUE =
                              WS-PESO-EMBARQUE + ITM-PESO-KG
                              * WS-PKT-QTD-SEPARADA(WS-IDX-PCK)
                   END-IF
                END-IF
            END-PERFORM

            MOVE SPACES TO CSV-UF
            MOVE ORD-CODIGO-CLIENTE TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF NOT WS-CUST-OK
               MOVE SPACES TO CSV-UF
            END-IF

            MOVE WS-TRP-PROCURADA TO WS-FRT-TRP-COTADA
            MOVE CSV-UF           TO WS-FRT-UF-COTADA
            MOVE WS-PESO-EMBARQUE TO WS-FRT-PESO-COTADO
            PERFORM P8775-COTA-FRETE
            MOVE WS-PESO-EMBARQUE TO WS-PESO-ED
            IF WS-IDX-FRT-ACHADA = ZEROS
               ADD 1 TO WS-QTD-SEM-FRETE
               DISPLAY 'AVISO - SEM FAIXA DE FRETE DA TRANSPORTADORA '
                       'PARA UF ' CSV-UF ' E ' WS-PESO-ED ' KG - '
                       'FRETE REGISTRADO ZERADO.'
            ELSE
               MOVE WS-FRT-VALOR-COTADO TO WS-VALOR-ED
               DISPLAY 'PESO ' WS-PESO-ED ' KG - FRETE ' WS-VALOR-ED
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE ORDER-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE ITEM-MASTER
               DISPLAY 'EMBARQUES CONFIRMADOS: ' WS-QTD-CONFIRMADOS
               IF WS-QTD-SEM-FRETE > ZEROS
                  DISPLAY 'EMBARQUES SEM FAIXA DE FRETE: '
                          WS-QTD-SEM-FRETE
               END-IF
               IF WS-QTD-FALTAS > ZEROS
                  DISPLAY 'PEDIDOS RECUSADOS POR FALTA NA SEPARACAO: '
                          WS-QTD-FALTAS
               END-IF
               IF WS-QTD-SEM-NFE > ZEROS
                  DISPLAY 'PEDIDOS RECUSADOS SEM NF-E AUTORIZADA: '
                          WS-QTD-SEM-NFE
               END-IF
               IF WS-QTD-FALTAS > ZEROS OR WS-QTD-SEM-FRETE > ZEROS
                  OR WS-QTD-SEM-NFE > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DTCONVP.
           COPY PACKPA.
           COPY OPERTBPA.
           COPY TRPPA.
           COPY FRTPA.
           COPY NFEPA.

           COPY ENVCFGPA.
       END PROGRAM SHIP-CONFIRM.
