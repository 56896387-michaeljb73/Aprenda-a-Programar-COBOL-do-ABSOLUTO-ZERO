      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Consulta generica de registros, para o suporte
      *            responder "o que tem na parcela 03 do cliente
      *            001234" ou "o que a trava guarda para este pedido"
      *            sem escrever programa descartavel nem abrir o .dat
      *            cru. O operador escolhe o arquivo na lista (mestres
      *            indexados CUSTMAST, ORDMAST, ITMMAST, CONTRATOS e o
      *            arquivo de travas CUSTLOCK; arquivos sequenciais
      *            ORDLINES, INSTFILE, STOCKF e HOLDS), informa a
      *            chave e ve o registro com todos os campos rotulados
      *            - datas no formato BR, valores editados (COMP-3
      *            conferido antes), e os codigos com o significado do
      *            nivel 88 ao lado. A partir dali navega para o
      *            registro seguinte ou anterior.
      *
      *            Nos indexados a chave e a RECORD KEY e a navegacao
      *            segue a ordem da chave (START/READ NEXT/PREVIOUS).
      *            Nos sequenciais a chave e procurada como prefixo na
      *            ordem do arquivo e a navegacao segue a ordem fisica
      *            (o anterior e relido desde o inicio).
      *
      *            Somente leitura (todo OPEN e INPUT) e exclusivo do
      *            supervisor (nivel 3) - mostra o cadastro inteiro do
      *            cliente. Chamada pela opcao do MENU-DRIVER.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY ITMSEL.
           COPY CTRSL.
           COPY LOCKSL.
           COPY INSTSL.

           SELECT LINHAS-PEDIDO ASSIGN TO
           'src\assets\ORDLINES.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINHAS-STATUS.

           SELECT ARQUIVO-ESTOQUE ASSIGN TO
           'src\assets\STOCKF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTOQUE-STATUS.

           SELECT ARQUIVO-SUSPENSOES ASSIGN TO
           'src\assets\HOLDS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSOES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  ITEM-MASTER.
           COPY ITMMAST.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  REGISTRO-LOCK.
           COPY LOCKF.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  LINHAS-PEDIDO.
           COPY ORDLN.

       FD  ARQUIVO-ESTOQUE.
           COPY STOCKF.

       FD  ARQUIVO-SUSPENSOES.
           COPY HOLDF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
       77  WS-ITEM-STATUS          PIC X(02)   VALUE SPACES.
       77  WS-CTR-STATUS           PIC X(02)   VALUE SPACES.
       77  WS-LOCK-STATUS          PIC X(02)   VALUE SPACES.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
       77  WS-LINHAS-STATUS        PIC X(02)   VALUE SPACES.
       77  WS-ESTOQUE-STATUS       PIC X(02)   VALUE SPACES.
       77  WS-SUSPENSOES-STATUS    PIC X(02)   VALUE SPACES.

      * STATUS DA ULTIMA OPERACAO NO ARQUIVO ESCOLHIDO, SEJA QUAL FOR
       77  WS-STATUS-CONSULTA      PIC X(02)   VALUE SPACES.
           88  WS-CONSULTA-OK                  VALUE '00' '02'.
           88  WS-CONSULTA-FIM                 VALUE '10' '46'.
           88  WS-CONSULTA-NAO-ACHOU           VALUE '23'.

      * ARQUIVOS DISPONIVEIS - 1 A 5 INDEXADOS, 6 A 9 SEQUENCIAIS -
      * COM O FORMATO DA CHAVE MOSTRADO NA LISTA
       01  WS-TAB-ARQUIVOS-DADOS.
           05  FILLER              PIC X(50)   VALUE
               'CUSTMAST  CADASTRO DE CLIENTES   CODIGO (6)       '.
           05  FILLER              PIC X(50)   VALUE
               'ORDMAST   PEDIDOS                NUMERO (6)       '.
           05  FILLER              PIC X(50)   VALUE
               'ITMMAST   CADASTRO DE ITENS      ITEM (8)         '.
           05  FILLER              PIC X(50)   VALUE
               'CONTRATOS CONTRATOS DO CLIENTE   CLIENTE(6)+SEQ(2)'.
           05  FILLER              PIC X(50)   VALUE
               'CUSTLOCK  TRAVAS DE ATUALIZACAO  TIPO(1)+CODIGO(6)'.
           05  FILLER              PIC X(50)   VALUE
               'ORDLINES  LINHAS DE PEDIDO       PEDIDO(6)+SEQ(3) '.
           05  FILLER              PIC X(50)   VALUE
               'INSTFILE  PARCELAS               CLIENTE(6)+NUM(2)'.
           05  FILLER              PIC X(50)   VALUE
               'STOCKF    ESTOQUE POR DEPOSITO   DEPOS.(3)+ITEM(8)'.
           05  FILLER              PIC X(50)   VALUE
               'HOLDS     SUSPENSOES DE COBRANCA CLIENTE (6)      '.
       01  WS-TAB-ARQUIVOS REDEFINES WS-TAB-ARQUIVOS-DADOS.
           05  WS-ARQUIVO-ENTRADA  OCCURS 9 TIMES.
               10  WS-ARQUIVO-NOME     PIC X(10).
               10  WS-ARQUIVO-DESCRICAO PIC X(23).
               10  WS-ARQUIVO-FORMATO  PIC X(17).

       77  WS-QTD-ARQUIVOS         PIC 9(02)   VALUE 9.
       77  WS-IDX-ARQUIVO          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-ARQUIVO-ESCOLHIDO    PIC 9(02)   VALUE ZEROS.
           88  WS-ARQUIVO-INDEXADO             VALUE 1 THRU 5.
           88  WS-ARQUIVO-SEQUENCIAL           VALUE 6 THRU 9.
           88  WS-ARQUIVO-VALIDO               VALUE 1 THRU 9.
       77  WS-ARQUIVO-ABERTO       PIC X(01)   VALUE 'N'.
           88  WS-ARQUIVO-ABERTO-SIM           VALUE 'S'.

       77  WS-FIM-PROGRAMA         PIC X(01)   VALUE 'N'.
           88  WS-FIM-SIM                      VALUE 'S'.
       77  WS-FIM-NAVEGACAO        PIC X(01)   VALUE 'N'.
           88  WS-FIM-NAVEGACAO-SIM            VALUE 'S'.
       77  WS-ERRO-ACESSO          PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ACESSO-SIM              VALUE 'S'.

      * CHAVE DIGITADA E CHAVE DO REGISTRO NA TELA, NO FORMATO DA
      * LISTA (CAMPOS DA CHAVE EMENDADOS, NUMEROS COM ZEROS A ESQUERDA)
       01  WS-CHAVE-DIGITADA       PIC X(17)   VALUE SPACES.
       01  WS-CHAVE-CORRENTE       PIC X(17)   VALUE SPACES.
       01  WS-CHAVE-MONTADA        PIC X(17)   VALUE SPACES.
       77  WS-TAM-DIGITADA         PIC 9(02)   VALUE ZEROS COMP.
       77  WS-REGISTRO-NA-TELA     PIC X(01)   VALUE 'N'.
           88  WS-REGISTRO-NA-TELA-SIM         VALUE 'S'.
       77  WS-ACHOU-PREFIXO        PIC X(01)   VALUE 'N'.
           88  WS-ACHOU-PREFIXO-SIM            VALUE 'S'.

      * POSICAO FISICA DO REGISTRO NA TELA (SO NOS SEQUENCIAIS)
       77  WS-POSICAO              PIC 9(07)   VALUE ZEROS COMP.
       77  WS-POSICAO-ALVO         PIC 9(07)   VALUE ZEROS COMP.
       77  WS-POSICAO-ED           PIC Z.ZZZ.ZZ9.

       77  WS-COMANDO              PIC X(01)   VALUE SPACES.
           88  WS-COMANDO-PROXIMO              VALUE 'P' 'p'.
           88  WS-COMANDO-ANTERIOR             VALUE 'A' 'a'.
           88  WS-COMANDO-NOVA-CHAVE           VALUE 'N' 'n'.
           88  WS-COMANDO-FIM                  VALUE 'F' 'f'.

      * FORMATACAO DOS CAMPOS PARA A TELA
       01  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QTD-ED               PIC Z.ZZZ.ZZ9.
       01  WS-PESO-ED              PIC ZZ.ZZ9,999.
       01  WS-DATA-TELA            PIC X(10)   VALUE SPACES.
       01  WS-SIGNIFICADO          PIC X(30)   VALUE SPACES.
       01  WS-HORA-TELA            PIC X(08)   VALUE SPACES.
       01  WS-HORA-ISO             PIC 9(08)   VALUE ZEROS.
       01  WS-HORA-ISO-R REDEFINES WS-HORA-ISO.
           05  WS-HORA-HH              PIC 9(02).
           05  WS-HORA-MM              PIC 9(02).
           05  WS-HORA-SS              PIC 9(02).
           05  WS-HORA-CC              PIC 9(02).

      * CONVERSAO DE DATA ISO (AAAAMMDD) <-> BR (DD/MM/AAAA)
           COPY DTCONVW.

      * TABELA DE OPERADORES E VALIDACAO NO INICIO DA SESSAO
           COPY OPERTBWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'FUNCAO EXCLUSIVA DO SUPERVISOR '
                       '(NIVEL 3) - SESSAO ENCERRADA.'
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'OPERADOR ' WS-OPERADOR-VALIDADO
                       ' AUTENTICADO - CONSULTA DE REGISTROS '
                       'LIBERADA (SOMENTE LEITURA).'
               PERFORM P100-ESCOLHE-ARQUIVO UNTIL WS-FIM-SIM
               MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

      ******************************************************************
      * P100-ESCOLHE-ARQUIVO
      * Lista os arquivos consultaveis com o formato da chave de cada
      * um. O arquivo escolhido fica aberto so enquanto dura a
      * navegacao nele.
      ******************************************************************
       P100-ESCOLHE-ARQUIVO.
            DISPLAY ' '
            DISPLAY '========== CONSULTA DE REGISTROS =========='
            PERFORM VARYING WS-IDX-ARQUIVO FROM 1 BY 1
                    UNTIL WS-IDX-ARQUIVO > WS-QTD-ARQUIVOS
                DISPLAY WS-IDX-ARQUIVO ' - '
                        WS-ARQUIVO-NOME(WS-IDX-ARQUIVO)
                        WS-ARQUIVO-DESCRICAO(WS-IDX-ARQUIVO)
                        ' CHAVE: ' WS-ARQUIVO-FORMATO(WS-IDX-ARQUIVO)
            END-PERFORM
            DISPLAY ' 0 - ENCERRAR'
            DISPLAY 'INFORME O ARQUIVO: '
            MOVE ZEROS TO WS-ARQUIVO-ESCOLHIDO
            ACCEPT WS-ARQUIVO-ESCOLHIDO

            EVALUATE TRUE
                WHEN WS-ARQUIVO-ESCOLHIDO = ZEROS
                     SET WS-FIM-SIM TO TRUE
                WHEN WS-ARQUIVO-VALIDO
                     PERFORM P200-ABRE-ARQUIVO
                     IF WS-ARQUIVO-ABERTO-SIM
                        MOVE 'N' TO WS-FIM-NAVEGACAO
                        PERFORM P300-PEDE-CHAVE
                        PERFORM P400-NAVEGA
                            UNTIL WS-FIM-NAVEGACAO-SIM
                        PERFORM P250-FECHA-ARQUIVO
                     END-IF
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE.'
            END-EVALUATE.

      ******************************************************************
      * P200-ABRE-ARQUIVO / P250-FECHA-ARQUIVO
      * Todo OPEN e INPUT - a consulta nunca grava. Arquivo ausente
      * so avisa e volta para a lista.
      ******************************************************************
       P200-ABRE-ARQUIVO.
            MOVE 'N' TO WS-ARQUIVO-ABERTO
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  OPEN INPUT CUSTOMER-MASTER
                        MOVE WS-CUST-STATUS TO WS-STATUS-CONSULTA
                WHEN 2  OPEN INPUT ORDER-MASTER
                        MOVE WS-ORD-STATUS-ARQ TO WS-STATUS-CONSULTA
                WHEN 3  OPEN INPUT ITEM-MASTER
                        MOVE WS-ITEM-STATUS TO WS-STATUS-CONSULTA
                WHEN 4  OPEN INPUT CADASTRO-CONTRATOS
                        MOVE WS-CTR-STATUS TO WS-STATUS-CONSULTA
                WHEN 5  OPEN INPUT REGISTRO-LOCK
                        MOVE WS-LOCK-STATUS TO WS-STATUS-CONSULTA
                WHEN 6  OPEN INPUT LINHAS-PEDIDO
                        MOVE WS-LINHAS-STATUS TO WS-STATUS-CONSULTA
                WHEN 7  OPEN INPUT ARQUIVO-PARCELAS
                        MOVE WS-PARCELAS-STATUS TO WS-STATUS-CONSULTA
                WHEN 8  OPEN INPUT ARQUIVO-ESTOQUE
                        MOVE WS-ESTOQUE-STATUS TO WS-STATUS-CONSULTA
                WHEN 9  OPEN INPUT ARQUIVO-SUSPENSOES
                        MOVE WS-SUSPENSOES-STATUS
                             TO WS-STATUS-CONSULTA
            END-EVALUATE

            IF WS-CONSULTA-OK
               SET WS-ARQUIVO-ABERTO-SIM TO TRUE
               MOVE ZEROS TO WS-POSICAO
               MOVE 'N'   TO WS-REGISTRO-NA-TELA
            ELSE
               DISPLAY 'ARQUIVO '
                       WS-ARQUIVO-NOME(WS-ARQUIVO-ESCOLHIDO)
                       ' AUSENTE OU INDISPONIVEL - STATUS '
                       WS-STATUS-CONSULTA
            END-IF.

       P250-FECHA-ARQUIVO.
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  CLOSE CUSTOMER-MASTER
                WHEN 2  CLOSE ORDER-MASTER
                WHEN 3  CLOSE ITEM-MASTER
                WHEN 4  CLOSE CADASTRO-CONTRATOS
                WHEN 5  CLOSE REGISTRO-LOCK
                WHEN 6  CLOSE LINHAS-PEDIDO
                WHEN 7  CLOSE ARQUIVO-PARCELAS
                WHEN 8  CLOSE ARQUIVO-ESTOQUE
                WHEN 9  CLOSE ARQUIVO-SUSPENSOES
            END-EVALUATE
            MOVE 'N' TO WS-ARQUIVO-ABERTO.

      ******************************************************************
      * P300-PEDE-CHAVE
      * Chave no formato da lista; em branco = primeiro registro. Nos
      * indexados o registro mostrado e o da chave ou o primeiro
      * depois dela; nos sequenciais, o primeiro cuja chave comeca
      * pelo que foi digitado.
      ******************************************************************
       P300-PEDE-CHAVE.
            DISPLAY ' '
            DISPLAY 'CHAVE DE ' WS-ARQUIVO-NOME(WS-ARQUIVO-ESCOLHIDO)
                    '- ' WS-ARQUIVO-FORMATO(WS-ARQUIVO-ESCOLHIDO)
                    ' (BRANCO = PRIMEIRO REGISTRO): '
            MOVE SPACES TO WS-CHAVE-DIGITADA
            ACCEPT WS-CHAVE-DIGITADA
            MOVE 'N' TO WS-REGISTRO-NA-TELA

            PERFORM VARYING WS-TAM-DIGITADA FROM 17 BY -1
                    UNTIL WS-TAM-DIGITADA < 1
                    OR WS-CHAVE-DIGITADA(WS-TAM-DIGITADA:1)
                       NOT = SPACE
                CONTINUE
            END-PERFORM

            IF WS-ARQUIVO-INDEXADO
               PERFORM P310-POSICIONA-INDEXADO
            ELSE
               PERFORM P350-POSICIONA-SEQUENCIAL
            END-IF.

       P310-POSICIONA-INDEXADO.
            MOVE 'N' TO WS-ERRO-ACESSO
            PERFORM P320-MONTA-CHAVE-INDEXADO
            IF WS-ERRO-ACESSO-SIM
               DISPLAY 'CHAVE FORA DO FORMATO '
                       WS-ARQUIVO-FORMATO(WS-ARQUIVO-ESCOLHIDO) '.'
            ELSE
               EVALUATE WS-ARQUIVO-ESCOLHIDO
                   WHEN 1  START CUSTOMER-MASTER
                                 KEY IS NOT < CSV-CODIGO
                           MOVE WS-CUST-STATUS TO WS-STATUS-CONSULTA
                   WHEN 2  START ORDER-MASTER
                                 KEY IS NOT < ORD-NUMERO
                           MOVE WS-ORD-STATUS-ARQ
                                TO WS-STATUS-CONSULTA
                   WHEN 3  START ITEM-MASTER
                                 KEY IS NOT < ITM-CODIGO
                           MOVE WS-ITEM-STATUS TO WS-STATUS-CONSULTA
                   WHEN 4  START CADASTRO-CONTRATOS
                                 KEY IS NOT < CTR-CHAVE
                           MOVE WS-CTR-STATUS TO WS-STATUS-CONSULTA
                   WHEN 5  START REGISTRO-LOCK
                                 KEY IS NOT < LCK-CHAVE
                           MOVE WS-LOCK-STATUS TO WS-STATUS-CONSULTA
               END-EVALUATE
               IF WS-CONSULTA-OK
                  PERFORM P410-LE-PROXIMO-INDEXADO
               ELSE
                  DISPLAY 'NENHUM REGISTRO NA CHAVE INFORMADA OU '
                          'DEPOIS DELA.'
               END-IF
            END-IF.

      *     CAMPOS NUMERICOS DA CHAVE SO ACEITAM DIGITOS; PARTE FINAL
      *     EM BRANCO VALE ZEROS (OU O MENOR VALOR, NAS ALFANUMERICAS)
       P320-MONTA-CHAVE-INDEXADO.
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1
                     IF WS-CHAVE-DIGITADA(1:6) = SPACES
                        MOVE ZEROS TO CSV-CODIGO
                     ELSE
                        IF WS-CHAVE-DIGITADA(1:6) IS NUMERIC
                           MOVE WS-CHAVE-DIGITADA(1:6) TO CSV-CODIGO
                        ELSE
                           SET WS-ERRO-ACESSO-SIM TO TRUE
                        END-IF
                     END-IF
                WHEN 2
                     IF WS-CHAVE-DIGITADA(1:6) = SPACES
                        MOVE ZEROS TO ORD-NUMERO
                     ELSE
                        IF WS-CHAVE-DIGITADA(1:6) IS NUMERIC
                           MOVE WS-CHAVE-DIGITADA(1:6) TO ORD-NUMERO
                        ELSE
                           SET WS-ERRO-ACESSO-SIM TO TRUE
                        END-IF
                     END-IF
                WHEN 3
                     IF WS-CHAVE-DIGITADA(1:8) = SPACES
                        MOVE LOW-VALUES TO ITM-CODIGO
                     ELSE
                        MOVE WS-CHAVE-DIGITADA(1:8) TO ITM-CODIGO
                     END-IF
                WHEN 4
                     IF WS-CHAVE-DIGITADA(1:6) = SPACES
                        MOVE ZEROS TO CTR-CODIGO
                     ELSE
                        IF WS-CHAVE-DIGITADA(1:6) IS NUMERIC
                           MOVE WS-CHAVE-DIGITADA(1:6) TO CTR-CODIGO
                        ELSE
                           SET WS-ERRO-ACESSO-SIM TO TRUE
                        END-IF
                     END-IF
                     IF WS-CHAVE-DIGITADA(7:2) = SPACES
                        MOVE ZEROS TO CTR-SEQUENCIA
                     ELSE
                        IF WS-CHAVE-DIGITADA(7:2) IS NUMERIC
                           MOVE WS-CHAVE-DIGITADA(7:2)
                                TO CTR-SEQUENCIA
                        ELSE
                           SET WS-ERRO-ACESSO-SIM TO TRUE
                        END-IF
                     END-IF
                WHEN 5
                     IF WS-CHAVE-DIGITADA(1:1) = SPACE
                        MOVE LOW-VALUES TO LCK-TIPO
                     ELSE
                        MOVE WS-CHAVE-DIGITADA(1:1) TO LCK-TIPO
                     END-IF
                     IF WS-CHAVE-DIGITADA(2:6) = SPACES
                        MOVE ZEROS TO LCK-CODIGO
                     ELSE
                        IF WS-CHAVE-DIGITADA(2:6) IS NUMERIC
                           MOVE WS-CHAVE-DIGITADA(2:6) TO LCK-CODIGO
                        ELSE
                           SET WS-ERRO-ACESSO-SIM TO TRUE
                        END-IF
                     END-IF
            END-EVALUATE.

      *     REABRE E LE DESDE O INICIO ATE A PRIMEIRA CHAVE QUE COMECA
      *     PELO QUE FOI DIGITADO
       P350-POSICIONA-SEQUENCIAL.
            PERFORM P250-FECHA-ARQUIVO
            PERFORM P200-ABRE-ARQUIVO
            IF WS-ARQUIVO-ABERTO-SIM
               MOVE 'N' TO WS-ACHOU-PREFIXO
               MOVE 'N' TO WS-ERRO-ACESSO
               PERFORM P360-PROCURA-PREFIXO
                   UNTIL WS-ACHOU-PREFIXO-SIM OR WS-ERRO-ACESSO-SIM
               IF WS-ACHOU-PREFIXO-SIM
                  PERFORM P600-MOSTRA-REGISTRO
               ELSE
                  DISPLAY 'NENHUM REGISTRO COM A CHAVE INFORMADA.'
                  MOVE 'N' TO WS-REGISTRO-NA-TELA
               END-IF
            ELSE
               SET WS-FIM-NAVEGACAO-SIM TO TRUE
            END-IF.

       P360-PROCURA-PREFIXO.
            PERFORM P420-LE-SEQUENCIAL
            IF WS-CONSULTA-OK
               IF WS-TAM-DIGITADA < 1
                  SET WS-ACHOU-PREFIXO-SIM TO TRUE
               ELSE
                  IF WS-CHAVE-MONTADA(1:WS-TAM-DIGITADA)
                     = WS-CHAVE-DIGITADA(1:WS-TAM-DIGITADA)
                     SET WS-ACHOU-PREFIXO-SIM TO TRUE
                  END-IF
               END-IF
            ELSE
               SET WS-ERRO-ACESSO-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P400-NAVEGA
      * P = proximo, A = anterior, N = nova chave, F = volta a lista.
      ******************************************************************
       P400-NAVEGA.
            DISPLAY ' '
            DISPLAY 'P = PROXIMO  A = ANTERIOR  N = NOVA CHAVE  '
                    'F = OUTRO ARQUIVO: '
            MOVE SPACES TO WS-COMANDO
            ACCEPT WS-COMANDO

            EVALUATE TRUE
                WHEN WS-COMANDO-FIM
                     SET WS-FIM-NAVEGACAO-SIM TO TRUE
                WHEN WS-COMANDO-NOVA-CHAVE
                     PERFORM P300-PEDE-CHAVE
                WHEN NOT WS-REGISTRO-NA-TELA-SIM
                     DISPLAY 'NENHUM REGISTRO NA TELA - INFORME UMA '
                             'NOVA CHAVE (N).'
                WHEN WS-COMANDO-PROXIMO
                     IF WS-ARQUIVO-INDEXADO
                        PERFORM P430-AVANCA-INDEXADO
                     ELSE
                        PERFORM P450-AVANCA-SEQUENCIAL
                     END-IF
                WHEN WS-COMANDO-ANTERIOR
                     IF WS-ARQUIVO-INDEXADO
                        PERFORM P440-VOLTA-INDEXADO
                     ELSE
                        PERFORM P460-VOLTA-SEQUENCIAL
                     END-IF
                WHEN OTHER
                     DISPLAY 'COMANDO INVALIDO.'
            END-EVALUATE.

       P410-LE-PROXIMO-INDEXADO.
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  READ CUSTOMER-MASTER NEXT RECORD
                        END-READ
                        MOVE WS-CUST-STATUS TO WS-STATUS-CONSULTA
                WHEN 2  READ ORDER-MASTER NEXT RECORD
                        END-READ
                        MOVE WS-ORD-STATUS-ARQ TO WS-STATUS-CONSULTA
                WHEN 3  READ ITEM-MASTER NEXT RECORD
                        END-READ
                        MOVE WS-ITEM-STATUS TO WS-STATUS-CONSULTA
                WHEN 4  READ CADASTRO-CONTRATOS NEXT RECORD
                        END-READ
                        MOVE WS-CTR-STATUS TO WS-STATUS-CONSULTA
                WHEN 5  READ REGISTRO-LOCK NEXT RECORD
                        END-READ
                        MOVE WS-LOCK-STATUS TO WS-STATUS-CONSULTA
            END-EVALUATE
            IF WS-CONSULTA-OK
               PERFORM P600-MOSTRA-REGISTRO
            ELSE
               DISPLAY 'FIM DO ARQUIVO.'
            END-IF.

       P415-LE-ANTERIOR-INDEXADO.
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  READ CUSTOMER-MASTER PREVIOUS RECORD
                        END-READ
                        MOVE WS-CUST-STATUS TO WS-STATUS-CONSULTA
                WHEN 2  READ ORDER-MASTER PREVIOUS RECORD
                        END-READ
                        MOVE WS-ORD-STATUS-ARQ TO WS-STATUS-CONSULTA
                WHEN 3  READ ITEM-MASTER PREVIOUS RECORD
                        END-READ
                        MOVE WS-ITEM-STATUS TO WS-STATUS-CONSULTA
                WHEN 4  READ CADASTRO-CONTRATOS PREVIOUS RECORD
                        END-READ
                        MOVE WS-CTR-STATUS TO WS-STATUS-CONSULTA
                WHEN 5  READ REGISTRO-LOCK PREVIOUS RECORD
                        END-READ
                        MOVE WS-LOCK-STATUS TO WS-STATUS-CONSULTA
            END-EVALUATE
            IF WS-CONSULTA-OK
               PERFORM P600-MOSTRA-REGISTRO
            ELSE
               DISPLAY 'INICIO DO ARQUIVO.'
            END-IF.

       P420-LE-SEQUENCIAL.
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 6  READ LINHAS-PEDIDO
                        END-READ
                        MOVE WS-LINHAS-STATUS TO WS-STATUS-CONSULTA
                        MOVE SPACES TO WS-CHAVE-MONTADA
                        STRING ORL-NUMERO ORL-SEQUENCIA
                               DELIMITED BY SIZE
                               INTO WS-CHAVE-MONTADA
                        END-STRING
                WHEN 7  READ ARQUIVO-PARCELAS
                        END-READ
                        MOVE WS-PARCELAS-STATUS TO WS-STATUS-CONSULTA
                        MOVE SPACES TO WS-CHAVE-MONTADA
                        STRING PCL-CODIGO PCL-NUMERO
                               DELIMITED BY SIZE
                               INTO WS-CHAVE-MONTADA
                        END-STRING
                WHEN 8  READ ARQUIVO-ESTOQUE
                        END-READ
                        MOVE WS-ESTOQUE-STATUS TO WS-STATUS-CONSULTA
                        MOVE SPACES TO WS-CHAVE-MONTADA
                        STRING STK-DEPOSITO STK-ITEM
                               DELIMITED BY SIZE
                               INTO WS-CHAVE-MONTADA
                        END-STRING
                WHEN 9  READ ARQUIVO-SUSPENSOES
                        END-READ
                        MOVE WS-SUSPENSOES-STATUS
                             TO WS-STATUS-CONSULTA
                        MOVE HLD-CODIGO TO WS-CHAVE-MONTADA
            END-EVALUATE
            IF WS-CONSULTA-OK
               ADD 1 TO WS-POSICAO
            END-IF.

      *     NOS INDEXADOS A NAVEGACAO REPOSICIONA PELA CHAVE DA TELA A
      *     CADA PASSO - O SENTIDO PODE MUDAR A QUALQUER MOMENTO
       P430-AVANCA-INDEXADO.
            PERFORM P470-RESTAURA-CHAVE
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  START CUSTOMER-MASTER KEY IS > CSV-CODIGO
                        MOVE WS-CUST-STATUS TO WS-STATUS-CONSULTA
                WHEN 2  START ORDER-MASTER KEY IS > ORD-NUMERO
                        MOVE WS-ORD-STATUS-ARQ TO WS-STATUS-CONSULTA
                WHEN 3  START ITEM-MASTER KEY IS > ITM-CODIGO
                        MOVE WS-ITEM-STATUS TO WS-STATUS-CONSULTA
                WHEN 4  START CADASTRO-CONTRATOS KEY IS > CTR-CHAVE
                        MOVE WS-CTR-STATUS TO WS-STATUS-CONSULTA
                WHEN 5  START REGISTRO-LOCK KEY IS > LCK-CHAVE
                        MOVE WS-LOCK-STATUS TO WS-STATUS-CONSULTA
            END-EVALUATE
            IF WS-CONSULTA-OK
               PERFORM P410-LE-PROXIMO-INDEXADO
            ELSE
               DISPLAY 'FIM DO ARQUIVO.'
            END-IF.

       P440-VOLTA-INDEXADO.
            PERFORM P470-RESTAURA-CHAVE
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  START CUSTOMER-MASTER KEY IS < CSV-CODIGO
                        MOVE WS-CUST-STATUS TO WS-STATUS-CONSULTA
                WHEN 2  START ORDER-MASTER KEY IS < ORD-NUMERO
                        MOVE WS-ORD-STATUS-ARQ TO WS-STATUS-CONSULTA
                WHEN 3  START ITEM-MASTER KEY IS < ITM-CODIGO
                        MOVE WS-ITEM-STATUS TO WS-STATUS-CONSULTA
                WHEN 4  START CADASTRO-CONTRATOS KEY IS < CTR-CHAVE
                        MOVE WS-CTR-STATUS TO WS-STATUS-CONSULTA
                WHEN 5  START REGISTRO-LOCK KEY IS < LCK-CHAVE
                        MOVE WS-LOCK-STATUS TO WS-STATUS-CONSULTA
            END-EVALUATE
            IF WS-CONSULTA-OK
               PERFORM P415-LE-ANTERIOR-INDEXADO
            ELSE
               DISPLAY 'INICIO DO ARQUIVO.'
            END-IF.

       P450-AVANCA-SEQUENCIAL.
            PERFORM P420-LE-SEQUENCIAL
            IF WS-CONSULTA-OK
               PERFORM P600-MOSTRA-REGISTRO
            ELSE
               DISPLAY 'FIM DO ARQUIVO.'
               PERFORM P480-REPOSICIONA-SEQUENCIAL
            END-IF.

       P460-VOLTA-SEQUENCIAL.
            IF WS-POSICAO <= 1
               DISPLAY 'INICIO DO ARQUIVO.'
            ELSE
               SUBTRACT 1 FROM WS-POSICAO GIVING WS-POSICAO-ALVO
               PERFORM P480-REPOSICIONA-SEQUENCIAL
               IF WS-CONSULTA-OK
                  PERFORM P600-MOSTRA-REGISTRO
               END-IF
            END-IF.

      *     A CHAVE DO REGISTRO NA TELA VOLTA PARA O CAMPO-CHAVE DO FD
      *     ANTES DO START (A LEITURA QUE FALHOU PODE TER SUJADO A AREA)
       P470-RESTAURA-CHAVE.
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  MOVE WS-CHAVE-CORRENTE(1:6) TO CSV-CODIGO
                WHEN 2  MOVE WS-CHAVE-CORRENTE(1:6) TO ORD-NUMERO
                WHEN 3  MOVE WS-CHAVE-CORRENTE(1:8) TO ITM-CODIGO
                WHEN 4  MOVE WS-CHAVE-CORRENTE(1:8) TO CTR-CHAVE
                WHEN 5  MOVE WS-CHAVE-CORRENTE(1:7) TO LCK-CHAVE
            END-EVALUATE.

      *     SEQUENCIAL NAO VOLTA: REABRE E RELE ATE A POSICAO ALVO (NO
      *     FIM DO ARQUIVO, A POSICAO DA TELA, PARA O PROXIMO "A" SAIR
      *     CERTO)
       P480-REPOSICIONA-SEQUENCIAL.
            IF NOT WS-COMANDO-ANTERIOR
               MOVE WS-POSICAO TO WS-POSICAO-ALVO
            END-IF
            PERFORM P250-FECHA-ARQUIVO
            PERFORM P200-ABRE-ARQUIVO
            IF WS-ARQUIVO-ABERTO-SIM
               MOVE '00' TO WS-STATUS-CONSULTA
               PERFORM P420-LE-SEQUENCIAL
                   UNTIL WS-POSICAO >= WS-POSICAO-ALVO
                   OR NOT WS-CONSULTA-OK
            ELSE
               SET WS-FIM-NAVEGACAO-SIM TO TRUE
            END-IF.

      ******************************************************************
      * P600-MOSTRA-REGISTRO
      * Cabecalho com o arquivo e a chave, e os campos do layout do
      * arquivo escolhido.
      ******************************************************************
       P600-MOSTRA-REGISTRO.
            SET WS-REGISTRO-NA-TELA-SIM TO TRUE
            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  MOVE CUSTOMER-RECORD(1:6) TO WS-CHAVE-CORRENTE
                WHEN 2  MOVE ORDER-RECORD(1:6) TO WS-CHAVE-CORRENTE
                WHEN 3  MOVE ITEM-RECORD(1:8) TO WS-CHAVE-CORRENTE
                WHEN 4  MOVE REG-CONTRATO(1:8) TO WS-CHAVE-CORRENTE
                WHEN 5  MOVE REG-CUST-LOCK(1:7) TO WS-CHAVE-CORRENTE
                WHEN OTHER
                        MOVE WS-CHAVE-MONTADA TO WS-CHAVE-CORRENTE
            END-EVALUATE

            DISPLAY ' '
            DISPLAY '----- ' WS-ARQUIVO-NOME(WS-ARQUIVO-ESCOLHIDO)
                    ' - CHAVE ' WS-CHAVE-CORRENTE ' -----'
            IF WS-ARQUIVO-SEQUENCIAL
               MOVE WS-POSICAO TO WS-POSICAO-ED
               DISPLAY '(REGISTRO ' WS-POSICAO-ED ' DO ARQUIVO)'
            END-IF

            EVALUATE WS-ARQUIVO-ESCOLHIDO
                WHEN 1  PERFORM P610-MOSTRA-CLIENTE
                WHEN 2  PERFORM P620-MOSTRA-PEDIDO
                WHEN 3  PERFORM P630-MOSTRA-ITEM
                WHEN 4  PERFORM P640-MOSTRA-CONTRATO
                WHEN 5  PERFORM P650-MOSTRA-TRAVA
                WHEN 6  PERFORM P660-MOSTRA-LINHA-PEDIDO
                WHEN 7  PERFORM P670-MOSTRA-PARCELA
                WHEN 8  PERFORM P680-MOSTRA-ESTOQUE
                WHEN 9  PERFORM P690-MOSTRA-SUSPENSAO
            END-EVALUATE.

       P610-MOSTRA-CLIENTE.
            DISPLAY 'CODIGO.................: ' CSV-CODIGO
            DISPLAY 'NOME...................: ' CSV-NOME-PRIMEIRO ' '
                    CSV-NOME-MEIO ' ' CSV-NOME-ULTIMO
            DISPLAY 'ENDERECO...............: ' CSV-ENDERECO
            DISPLAY 'CIDADE / UF............: ' CSV-CIDADE ' / '
                    CSV-UF
            DISPLAY 'CEP....................: ' CSV-CEP
            DISPLAY 'TELEFONE...............: (' CSV-DDD ') '
                    CSV-FONE-NUM
            DISPLAY 'E-MAIL.................: ' CSV-EMAIL
            MOVE CSV-DATA-CRIACAO TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            MOVE CSV-HORA-CRIACAO TO WS-HORA-ISO
            PERFORM P710-FORMATA-HORA
            DISPLAY 'INCLUIDO EM............: ' WS-DATA-TELA ' '
                    WS-HORA-TELA ' (DIA DA SEMANA '
                    CSV-DIA-SEMANA-CRIACAO ')'

            IF CSV-VALOR-CONTRATO IS NUMERIC
               MOVE CSV-VALOR-CONTRATO TO WS-VALOR-ED
               DISPLAY 'VALOR DO CONTRATO......: ' WS-VALOR-ED
            ELSE
               DISPLAY 'VALOR DO CONTRATO......: *** COMP-3 '
                       'INVALIDO ***'
            END-IF
            EVALUATE TRUE
                WHEN CSV-MOEDA-BRL
                     MOVE 'REAL' TO WS-SIGNIFICADO
                WHEN CSV-MOEDA-USD
                     MOVE 'DOLAR AMERICANO' TO WS-SIGNIFICADO
                WHEN CSV-MOEDA-EUR
                     MOVE 'EURO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'MOEDA DO CONTRATO......: ' CSV-MOEDA-CONTRATO
                    ' - ' WS-SIGNIFICADO
            EVALUATE TRUE
                WHEN CSV-PAGTO-PENDENTE
                     MOVE 'PENDENTE' TO WS-SIGNIFICADO
                WHEN CSV-PAGTO-FATURADO
                     MOVE 'FATURADO' TO WS-SIGNIFICADO
                WHEN CSV-PAGTO-PAGO
                     MOVE 'PAGO' TO WS-SIGNIFICADO
                WHEN CSV-PAGTO-ATRASADO
                     MOVE 'ATRASADO' TO WS-SIGNIFICADO
                WHEN CSV-PAGTO-CANCELADO
                     MOVE 'CANCELADO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO DE PAGAMENTO..: ' CSV-STATUS-PAGTO
                    ' - ' WS-SIGNIFICADO
            EVALUATE TRUE
                WHEN CSV-REGISTRO-ATIVO
                     MOVE 'ATIVO' TO WS-SIGNIFICADO
                WHEN CSV-REGISTRO-EXCLUIDO
                     MOVE 'EXCLUIDO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO DO REGISTRO...: ' CSV-STATUS-REGISTRO
                    ' - ' WS-SIGNIFICADO
            MOVE CSV-DATA-ULTIMO-CONTATO TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'ULTIMO CONTATO.........: ' WS-DATA-TELA
            IF CSV-LIMITE-CREDITO IS NUMERIC
               MOVE CSV-LIMITE-CREDITO TO WS-VALOR-ED
               DISPLAY 'LIMITE DE CREDITO......: ' WS-VALOR-ED
            ELSE
               DISPLAY 'LIMITE DE CREDITO......: *** COMP-3 '
                       'INVALIDO ***'
            END-IF
            EVALUATE TRUE
                WHEN CSV-ANONIMIZADO
                     MOVE 'ANONIMIZADO (LGPD)' TO WS-SIGNIFICADO
                WHEN CSV-NAO-CONTATAR
                     MOVE 'NAO CONTATAR' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE 'CONTATO LIBERADO' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'BLOQUEIO DE CONTATO....: ' CSV-CONTATO-BLOQUEADO
                    ' - ' WS-SIGNIFICADO
            DISPLAY 'FILIAL.................: ' CSV-FILIAL
            MOVE CSV-DATA-INICIO-VIGENCIA TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'INICIO DA VIGENCIA.....: ' WS-DATA-TELA
            MOVE CSV-DATA-FIM-VIGENCIA TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'FIM DA VIGENCIA........: ' WS-DATA-TELA
            EVALUATE TRUE
                WHEN CSV-PESSOA-FISICA
                     MOVE 'PESSOA FISICA' TO WS-SIGNIFICADO
                WHEN CSV-PESSOA-JURIDICA
                     MOVE 'PESSOA JURIDICA' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'TIPO DE PESSOA.........: ' CSV-TIPO-PESSOA
                    ' - ' WS-SIGNIFICADO
            DISPLAY 'CPF / CNPJ.............: ' CSV-DOCUMENTO
            EVALUATE TRUE
                WHEN CSV-DOCUMENTO-VALIDADO
                     MOVE 'VALIDADO' TO WS-SIGNIFICADO
                WHEN CSV-DOCUMENTO-PENDENTE
                     MOVE 'PENDENTE' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO DO DOCUMENTO..: '
                    CSV-SITUACAO-DOCUMENTO ' - ' WS-SIGNIFICADO.

       P620-MOSTRA-PEDIDO.
            DISPLAY 'NUMERO DO PEDIDO.......: ' ORD-NUMERO
            DISPLAY 'CLIENTE................: ' ORD-CODIGO-CLIENTE
            MOVE ORD-DATA-PEDIDO TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'DATA DO PEDIDO.........: ' WS-DATA-TELA
            DISPLAY 'ITEM...................: ' ORD-ITEM
            MOVE ORD-QUANTIDADE TO WS-QTD-ED
            DISPLAY 'QUANTIDADE.............: ' WS-QTD-ED
            IF ORD-VALOR IS NUMERIC
               MOVE ORD-VALOR TO WS-VALOR-ED
               DISPLAY 'VALOR..................: ' WS-VALOR-ED
            ELSE
               DISPLAY 'VALOR..................: *** COMP-3 '
                       'INVALIDO ***'
            END-IF
            EVALUATE TRUE
                WHEN ORD-ABERTO
                     MOVE 'ABERTO' TO WS-SIGNIFICADO
                WHEN ORD-FATURADO
                     MOVE 'FATURADO' TO WS-SIGNIFICADO
                WHEN ORD-CANCELADO
                     MOVE 'CANCELADO' TO WS-SIGNIFICADO
                WHEN ORD-BACKORDER
                     MOVE 'BACKORDER' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO...............: ' ORD-STATUS ' - '
                    WS-SIGNIFICADO
            DISPLAY 'FILIAL.................: ' ORD-FILIAL.

       P630-MOSTRA-ITEM.
            DISPLAY 'CODIGO DO ITEM.........: ' ITM-CODIGO
            DISPLAY 'DESCRICAO..............: ' ITM-DESCRICAO
            IF ITM-PRECO-UNITARIO IS NUMERIC
               MOVE ITM-PRECO-UNITARIO TO WS-VALOR-ED
               DISPLAY 'PRECO UNITARIO.........: ' WS-VALOR-ED
            ELSE
               DISPLAY 'PRECO UNITARIO.........: *** COMP-3 '
                       'INVALIDO ***'
            END-IF
            EVALUATE TRUE
                WHEN ITM-REGISTRO-ATIVO
                     MOVE 'ATIVO' TO WS-SIGNIFICADO
                WHEN ITM-REGISTRO-INATIVO
                     MOVE 'INATIVO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO DO REGISTRO...: ' ITM-STATUS-REGISTRO
                    ' - ' WS-SIGNIFICADO
            DISPLAY 'CATEGORIA..............: ' ITM-CATEGORIA
            IF ITM-CUSTO-MEDIO IS NUMERIC
               MOVE ITM-CUSTO-MEDIO TO WS-VALOR-ED
               DISPLAY 'CUSTO MEDIO............: ' WS-VALOR-ED
            ELSE
               DISPLAY 'CUSTO MEDIO............: *** COMP-3 '
                       'INVALIDO ***'
            END-IF
            MOVE ITM-PONTO-PEDIDO TO WS-QTD-ED
            DISPLAY 'PONTO DE PEDIDO........: ' WS-QTD-ED
            MOVE ITM-QTD-REPOSICAO TO WS-QTD-ED
            DISPLAY 'QUANTIDADE DE REPOSICAO: ' WS-QTD-ED
            EVALUATE TRUE
                WHEN ITM-ITEM-SIMPLES
                     MOVE 'ITEM SIMPLES' TO WS-SIGNIFICADO
                WHEN ITM-ITEM-KIT
                     MOVE 'KIT' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'TIPO DE ITEM...........: ' ITM-TIPO-ITEM ' - '
                    WS-SIGNIFICADO
            MOVE ITM-PESO-KG TO WS-PESO-ED
            DISPLAY 'PESO (KG)..............: ' WS-PESO-ED.

       P640-MOSTRA-CONTRATO.
            DISPLAY 'CLIENTE................: ' CTR-CODIGO
            IF CTR-PRINCIPAL
               DISPLAY 'SEQUENCIA..............: ' CTR-SEQUENCIA
                       ' - CONTRATO PRINCIPAL'
            ELSE
               DISPLAY 'SEQUENCIA..............: ' CTR-SEQUENCIA
            END-IF
            DISPLAY 'DESCRICAO..............: ' CTR-DESCRICAO
            IF CTR-VALOR-CONTRATO IS NUMERIC
               MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED
               DISPLAY 'VALOR DO CONTRATO......: ' WS-VALOR-ED
            ELSE
               DISPLAY 'VALOR DO CONTRATO......: *** COMP-3 '
                       'INVALIDO ***'
            END-IF
            EVALUATE TRUE
                WHEN CTR-MOEDA-BRL
                     MOVE 'REAL' TO WS-SIGNIFICADO
                WHEN CTR-MOEDA-USD
                     MOVE 'DOLAR AMERICANO' TO WS-SIGNIFICADO
                WHEN CTR-MOEDA-EUR
                     MOVE 'EURO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'MOEDA..................: ' CTR-MOEDA-CONTRATO
                    ' - ' WS-SIGNIFICADO
            EVALUATE TRUE
                WHEN CTR-PAGTO-PENDENTE
                     MOVE 'PENDENTE' TO WS-SIGNIFICADO
                WHEN CTR-PAGTO-FATURADO
                     MOVE 'FATURADO' TO WS-SIGNIFICADO
                WHEN CTR-PAGTO-PAGO
                     MOVE 'PAGO' TO WS-SIGNIFICADO
                WHEN CTR-PAGTO-ATRASADO
                     MOVE 'ATRASADO' TO WS-SIGNIFICADO
                WHEN CTR-PAGTO-CANCELADO
                     MOVE 'CANCELADO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO DE PAGAMENTO..: ' CTR-STATUS-PAGTO
                    ' - ' WS-SIGNIFICADO
            MOVE CTR-DATA-INICIO-VIGENCIA TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'INICIO DA VIGENCIA.....: ' WS-DATA-TELA
            MOVE CTR-DATA-FIM-VIGENCIA TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'FIM DA VIGENCIA........: ' WS-DATA-TELA
            MOVE CTR-DATA-CRIACAO TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'INCLUIDO EM............: ' WS-DATA-TELA
            DISPLAY 'OPERADOR...............: ' CTR-OPERADOR.

       P650-MOSTRA-TRAVA.
            EVALUATE LCK-TIPO
                WHEN 'C'
                     MOVE 'CLIENTE' TO WS-SIGNIFICADO
                WHEN 'P'
                     MOVE 'PEDIDO' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE 'OUTRO TIPO' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'TIPO DA TRAVA..........: ' LCK-TIPO ' - '
                    WS-SIGNIFICADO
            DISPLAY 'CODIGO TRAVADO.........: ' LCK-CODIGO
            DISPLAY 'OPERADOR / SESSAO......: ' LCK-OPERADOR
            MOVE LCK-DATA TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            MOVE LCK-HORA TO WS-HORA-ISO
            PERFORM P710-FORMATA-HORA
            DISPLAY 'TRAVADO EM.............: ' WS-DATA-TELA ' '
                    WS-HORA-TELA.

       P660-MOSTRA-LINHA-PEDIDO.
            DISPLAY 'NUMERO DO PEDIDO.......: ' ORL-NUMERO
            DISPLAY 'SEQUENCIA DA LINHA.....: ' ORL-SEQUENCIA
            DISPLAY 'ITEM...................: ' ORL-ITEM
            MOVE ORL-QUANTIDADE TO WS-QTD-ED
            DISPLAY 'QUANTIDADE.............: ' WS-QTD-ED
            MOVE ORL-PRECO-UNITARIO TO WS-VALOR-ED
            DISPLAY 'PRECO UNITARIO.........: ' WS-VALOR-ED
            MOVE ORL-VALOR-LINHA TO WS-VALOR-ED
            DISPLAY 'VALOR DA LINHA.........: ' WS-VALOR-ED
            DISPLAY 'DEPOSITO...............: ' ORL-DEPOSITO.

       P670-MOSTRA-PARCELA.
            DISPLAY 'CLIENTE................: ' PCL-CODIGO
            DISPLAY 'PARCELA................: ' PCL-NUMERO
            MOVE PCL-VENCIMENTO TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'VENCIMENTO.............: ' WS-DATA-TELA
            MOVE PCL-VALOR TO WS-VALOR-ED
            DISPLAY 'VALOR..................: ' WS-VALOR-ED
            EVALUATE TRUE
                WHEN PCL-ABERTA
                     MOVE 'ABERTA' TO WS-SIGNIFICADO
                WHEN PCL-PAGA
                     MOVE 'PAGA' TO WS-SIGNIFICADO
                WHEN PCL-RENEGOCIADA
                     MOVE 'RENEGOCIADA' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO...............: ' PCL-STATUS ' - '
                    WS-SIGNIFICADO
            DISPLAY 'NOSSO NUMERO...........: ' PCL-NOSSO-NUMERO
            EVALUATE TRUE
                WHEN PCL-SEM-CONTRATO
                     MOVE 'SEM CONTRATO' TO WS-SIGNIFICADO
                WHEN PCL-CONTRATO-PRINCIPAL
                     MOVE 'CONTRATO PRINCIPAL' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE 'CONTRATO ADICIONAL' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'CONTRATO...............: ' PCL-CONTRATO ' - '
                    WS-SIGNIFICADO.

       P680-MOSTRA-ESTOQUE.
            DISPLAY 'DEPOSITO...............: ' STK-DEPOSITO
            DISPLAY 'ITEM...................: ' STK-ITEM
            MOVE STK-QTD-DISPONIVEL TO WS-QTD-ED
            DISPLAY 'QUANTIDADE DISPONIVEL..: ' WS-QTD-ED
            MOVE STK-QTD-ALOCADA TO WS-QTD-ED
            DISPLAY 'QUANTIDADE ALOCADA.....: ' WS-QTD-ED.

       P690-MOSTRA-SUSPENSAO.
            DISPLAY 'CLIENTE................: ' HLD-CODIGO
            DISPLAY 'MOTIVO.................: ' HLD-MOTIVO
            MOVE HLD-DATA-INICIO TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'INICIO DA SUSPENSAO....: ' WS-DATA-TELA
            MOVE HLD-DATA-RETOMADA TO WS-DATA-ISO
            PERFORM P700-FORMATA-DATA
            DISPLAY 'RETOMADA PREVISTA......: ' WS-DATA-TELA
            DISPLAY 'SUPERVISOR.............: ' HLD-SUPERVISOR
            EVALUATE TRUE
                WHEN HLD-ATIVA
                     MOVE 'ATIVA' TO WS-SIGNIFICADO
                WHEN HLD-LIBERADA
                     MOVE 'LIBERADA' TO WS-SIGNIFICADO
                WHEN OTHER
                     MOVE '*** FORA DO DOMINIO ***' TO WS-SIGNIFICADO
            END-EVALUATE
            DISPLAY 'SITUACAO...............: ' HLD-SITUACAO ' - '
                    WS-SIGNIFICADO
            IF HLD-TODOS-CONTRATOS
               DISPLAY 'CONTRATO...............: ' HLD-CONTRATO
                       ' - TODOS OS CONTRATOS'
            ELSE
               DISPLAY 'CONTRATO...............: ' HLD-CONTRATO
            END-IF.

      *     DATA ZERADA (CAMPO NAO PREENCHIDO) SAI COMO TRACOS
       P700-FORMATA-DATA.
            IF WS-DATA-ISO = ZEROS OR WS-DATA-ISO NOT NUMERIC
               MOVE '--/--/----' TO WS-DATA-TELA
            ELSE
               PERFORM P8200-CONVERTE-ISO-PARA-BR
               MOVE WS-DATA-BR TO WS-DATA-TELA
            END-IF.

       P710-FORMATA-HORA.
            MOVE SPACES TO WS-HORA-TELA
            STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
                   DELIMITED BY SIZE
                   INTO WS-HORA-TELA
            END-STRING.

           COPY DTCONVP.
           COPY OPERTBPA.
           COPY ENVCFGPA.

       END PROGRAM REC-INQUIRY.
