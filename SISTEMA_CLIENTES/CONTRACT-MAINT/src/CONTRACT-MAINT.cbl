      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Manutencao do cadastro de contratos (CONTRATOS.dat,
      *            copybooks CTR*), chaveado por cliente + sequencia
      *            do contrato: inclui um contrato novo para cliente
      *            ja cadastrado (sequencia seguinte a maior
      *            existente), altera a descricao, registra aditivos
      *            numerados de valor, moeda e vigencia (ADITIVOS.dat),
      *            muda o status de pagamento pelo mesmo
      *            fluxo do PROGCSV (FATURADO gera o plano de
      *            parcelas do contrato no INSTFILE.dat) e lista os
      *            contratos do cliente. O contrato 01 e o principal:
      *            seus campos continuam no CUSTOMER-RECORD, que e
      *            regravado com antes-da-imagem no TRANS-LOG, e o
      *            registro 01 do arquivo acompanha. Cliente com
      *            segundo servico nao precisa mais de CSV-CODIGO
      *            novo.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Valor, moeda e vigencia passaram a mudar so por
      *                  aditivo numerado (opcao 5, exclusiva de
      *                  supervisor): termos anteriores e novos, data de
      *                  efeito, motivo, documento assinado e aprovador
      *                  gravados no ADITIVOS.dat (copybooks ADT*),
      *                  impresso pelo CONTRACT-HIST. A alteracao (opcao
      *                  2) ficou so com a descricao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY TRANSLSL.
           COPY CTRSL.
           COPY INSTSL.
           COPY ADTSL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  HISTORICO-ADITIVOS.
           COPY ADTF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-SESSAO           PIC X(01)   VALUE 'N'.
           88  WS-FIM-SESSAO-SIM               VALUE 'S'.
       77  WS-CLIENTE-VALIDO       PIC X(01)   VALUE 'N'.
           88  WS-CLIENTE-VALIDO-SIM           VALUE 'S'.

      * VALIDACAO DO OPERADOR (COPYBOOKS OPERTB*) - CONSULTA NAO
      * MANTEM CONTRATO
           COPY OPERTBWS.

      * CADASTRO DE CONTRATOS (COPYBOOKS CTR*)
           COPY CTRWS.
       77  WS-CONTRATO-INFORMADO   PIC 9(02)   VALUE ZEROS.
       77  WS-PROXIMA-SEQUENCIA    PIC 9(03)   VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(03)   VALUE ZEROS COMP.

      * DIGITACAO DO CONTRATO
       01  WS-DESCRICAO-INFORMADA  PIC X(20)   VALUE SPACES.
       77  WS-VALOR-INFORMADO      PIC 9(09)V99 VALUE ZEROS.
       01  WS-MOEDA-CRITICA        PIC X(03)   VALUE SPACES.
           88  WS-MOEDA-VALIDA                 VALUE 'BRL' 'USD' 'EUR'.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.
       77  WS-OPCAO-MENU           PIC 9(01)   VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08)   VALUE ZEROS.
       77  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.

      * STATUS DE PAGAMENTO - MESMAS TRANSICOES DO PROGCSV
       77  WS-NOVO-STATUS-PAGTO    PIC 9(01)   VALUE ZEROS.
           88  WS-NOVO-PAGTO-FATURADO          VALUE 2.
           88  WS-NOVO-PAGTO-PAGO              VALUE 3.
           88  WS-NOVO-PAGTO-ATRASADO          VALUE 4.
           88  WS-NOVO-PAGTO-CANCELADO         VALUE 5.
       77  WS-TRANSICAO-PAGTO      PIC X(01)   VALUE 'N'.
           88  WS-TRANSICAO-PAGTO-OK           VALUE 'S'.
       01  WS-STATUS-PAGTO-DESC    PIC X(11)   VALUE SPACES.

      * GERACAO DO PLANO DE PARCELAS NA TROCA PARA FATURADO
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-QTD-PARCELAS         PIC 9(02)   VALUE ZEROS.
           88  WS-QTD-PARCELAS-VALIDA          VALUE 1 3 6 12.
       77  WS-IDX-PARCELA          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-VALOR-PARCELA        PIC 9(09)V99 VALUE ZEROS.
       01  WS-VENC-PARCELA         PIC 9(08)   VALUE ZEROS.
       01  WS-VENC-PARCELA-R REDEFINES WS-VENC-PARCELA.
           05  WS-VENC-AAAA            PIC 9(04).
           05  WS-VENC-MM              PIC 9(02).
           05  WS-VENC-DD              PIC 9(02).

      * ADITIVOS (ADITIVOS.dat, COPYBOOKS ADT*) - NUMERO SEQUENCIAL
      * POR CONTRATO E TERMOS ANTES DA MUDANCA
       77  WS-ADT-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ADT-OK                       VALUE '00'.
           88  WS-ADT-NAO-CRIADO               VALUE '35'.
       77  WS-FIM-ADITIVOS         PIC X(01)   VALUE 'N'.
           88  WS-FIM-ADITIVOS-SIM             VALUE 'S'.
       77  WS-TERMO-MUDOU          PIC X(01)   VALUE 'N'.
           88  WS-TERMO-MUDOU-SIM              VALUE 'S'.
       77  WS-PROXIMO-ADITIVO      PIC 9(03)   VALUE ZEROS.
       77  WS-DATA-EFEITO          PIC 9(08)   VALUE ZEROS.
       01  WS-MOTIVO-ADITIVO       PIC X(30)   VALUE SPACES.
       01  WS-DOCUMENTO-ADITIVO    PIC X(20)   VALUE SPACES.
       01  WS-TERMOS-SALVOS.
           05  WS-SLV-VALOR            PIC 9(09)V99.
           05  WS-SLV-MOEDA            PIC X(03).
           05  WS-SLV-INICIO           PIC 9(08).
           05  WS-SLV-FIM              PIC 9(08).
       77  WS-QTD-ADITIVOS         PIC 9(05)   VALUE ZEROS COMP.

      * TOTAIS DA SESSAO
       77  WS-QTD-INCLUIDOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ALTERADOS        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

      * CONVERSAO DD/MM/AAAA -> AAAAMMDD DA VIGENCIA
           COPY DTCONVW.

      * LOG DE TRANSACOES (ANTES-DA-IMAGEM) COMPARTILHADO
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'CONTRMNT'.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            IF WS-OPERADOR-CONSULTA
               DISPLAY 'MANUTENCAO DE CONTRATOS EXIGE NIVEL DE '
                       'OPERACAO - ACESSO NEGADO.'
            ELSE
               MOVE WS-OPERADOR-VALIDADO TO WS-TRN-OPERADOR
               PERFORM P100-INICIO
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P100-INICIO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN I-O CUSTOMER-MASTER
            PERFORM P8871-ABRE-CONTRATOS-ATUALIZA
            OPEN EXTEND TRANS-LOG

            IF NOT WS-CUST-OK OR NOT WS-CTR-ABERTO-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - CADASTRO: '
                       WS-CUST-STATUS ' CONTRATOS: '
                       WS-CTR-STATUS
            END-IF.

       P200-MENU.
            DISPLAY ' '
            DISPLAY '===== CONTRATOS DO CLIENTE ====='
            DISPLAY '1 - INCLUIR CONTRATO'
            DISPLAY '2 - ALTERAR CONTRATO'
            DISPLAY '3 - STATUS DE PAGAMENTO DO CONTRATO'
            DISPLAY '4 - LISTAR CONTRATOS DO CLIENTE'
            DISPLAY '5 - ADITIVO AO CONTRATO (VALOR, MOEDA, VIGENCIA)'
            DISPLAY '0 - ENCERRAR'
            ACCEPT WS-OPCAO-MENU

            EVALUATE WS-OPCAO-MENU
                WHEN 1 PERFORM P300-INCLUI-CONTRATO
                WHEN 2 PERFORM P400-ALTERA-CONTRATO
                WHEN 3 PERFORM P500-MUDA-STATUS-PAGTO
                WHEN 4 PERFORM P600-LISTA-CONTRATOS
                WHEN 5 PERFORM P700-REGISTRA-ADITIVO
                WHEN 0 SET WS-FIM-SESSAO-SIM TO TRUE
                WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE.

      ******************************************************************
      * P250-INFORMA-CLIENTE
      * O contrato pendura num cliente ja cadastrado e nao excluido,
      * da filial do operador - mesma regra do P490 do PROGCSV
      * (filial em branco e tratada como da matriz e segue livre).
      ******************************************************************
       P250-INFORMA-CLIENTE.
            MOVE 'N' TO WS-CLIENTE-VALIDO
            DISPLAY 'CODIGO DO CLIENTE: '
            MOVE ZEROS TO CSV-CODIGO
            ACCEPT CSV-CODIGO

            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            EVALUATE TRUE
                WHEN WS-CUST-NAO-EXISTE
                     DISPLAY 'CLIENTE NAO CADASTRADO.'
                WHEN NOT WS-CUST-OK
                     DISPLAY 'ERRO DE LEITURA - STATUS '
                             WS-CUST-STATUS
                WHEN CSV-REGISTRO-EXCLUIDO
                     DISPLAY 'CLIENTE EXCLUIDO - REATIVE O CADASTRO '
                             'NO PROGCSV ANTES.'
                WHEN CSV-FILIAL NOT = SPACES
                     AND CSV-FILIAL NOT = WS-OPERADOR-FILIAL-VALIDADA
                     DISPLAY 'REGISTRO DA FILIAL ' CSV-FILIAL ' - '
                             'MANUTENCAO SOMENTE POR OPERADOR DAQUELA '
                             'FILIAL.'
                WHEN OTHER
                     SET WS-CLIENTE-VALIDO-SIM TO TRUE
                     DISPLAY 'CLIENTE: ' CSV-NOME
            END-EVALUATE.

      ******************************************************************
      * P260-INFORMA-CONTRATO
      * Le o contrato do cliente para alteracao (0 ou branco =
      * principal). O principal e montado do cadastro pelo P8874; os
      * demais vem do CONTRATOS.dat, ja posicionados para o REWRITE.
      ******************************************************************
       P260-INFORMA-CONTRATO.
            DISPLAY 'CONTRATO (0 = PRINCIPAL): '
            MOVE ZEROS TO WS-CONTRATO-INFORMADO
            ACCEPT WS-CONTRATO-INFORMADO
            IF WS-CONTRATO-INFORMADO = ZEROS
               MOVE 01 TO WS-CONTRATO-INFORMADO
            END-IF

            IF WS-CONTRATO-INFORMADO = 01
               PERFORM P8874-PRINCIPAL-DO-CADASTRO
               MOVE '00' TO WS-CTR-STATUS
            ELSE
               MOVE CSV-CODIGO            TO CTR-CODIGO
               MOVE WS-CONTRATO-INFORMADO TO CTR-SEQUENCIA
               READ CADASTRO-CONTRATOS KEY IS CTR-CHAVE
               IF NOT WS-CTR-OK
                  DISPLAY 'CONTRATO ' WS-CONTRATO-INFORMADO
                          ' NAO CADASTRADO PARA O CLIENTE.'
               END-IF
            END-IF.

      ******************************************************************
      * P300-INCLUI-CONTRATO
      * O contrato novo recebe a sequencia seguinte a maior do
      * cliente (a varredura do P8872/P8873 termina na ultima) e
      * entra PENDENTE, com data de criacao e operador. Nunca e o
      * principal - esse nasce com o cliente, no PROGCSV.
      ******************************************************************
       P300-INCLUI-CONTRATO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P8872-PRIMEIRO-CONTRATO
               PERFORM P8873-PROXIMO-CONTRATO
                       UNTIL WS-FIM-CONTRATOS-SIM
               COMPUTE WS-PROXIMA-SEQUENCIA = WS-CTR-SEQ-VARRE + 1
               IF WS-PROXIMA-SEQUENCIA > 99
                  DISPLAY 'CLIENTE JA TEM 99 CONTRATOS - INCLUSAO '
                          'RECUSADA.'
               ELSE
                  INITIALIZE REG-CONTRATO
                  MOVE CSV-CODIGO           TO CTR-CODIGO
                  MOVE WS-PROXIMA-SEQUENCIA TO CTR-SEQUENCIA
                  DISPLAY 'CONTRATO ' CTR-SEQUENCIA ' DO CLIENTE '
                          CSV-CODIGO

                  MOVE SPACES TO WS-DESCRICAO-INFORMADA
                  PERFORM UNTIL WS-DESCRICAO-INFORMADA NOT = SPACES
                      DISPLAY 'DESCRICAO DO CONTRATO: '
                      ACCEPT WS-DESCRICAO-INFORMADA
                  END-PERFORM
                  MOVE WS-DESCRICAO-INFORMADA TO CTR-DESCRICAO

                  MOVE ZEROS TO WS-VALOR-INFORMADO
                  PERFORM UNTIL WS-VALOR-INFORMADO > ZEROS
                      DISPLAY 'VALOR DO CONTRATO: '
                      ACCEPT WS-VALOR-INFORMADO
                  END-PERFORM
                  MOVE WS-VALOR-INFORMADO TO CTR-VALOR-CONTRATO

                  PERFORM P375-VALIDA-MOEDA
                  PERFORM P385-VALIDA-VIGENCIA
                  SET CTR-PAGTO-PENDENTE     TO TRUE
                  MOVE WS-DATA-HOJE          TO CTR-DATA-CRIACAO
                  MOVE WS-OPERADOR-VALIDADO  TO CTR-OPERADOR

                  WRITE REG-CONTRATO
                  IF WS-CTR-OK
                     ADD 1 TO WS-QTD-INCLUIDOS
                     DISPLAY 'CONTRATO ' CTR-SEQUENCIA ' INCLUIDO.'
                  ELSE
                     ADD 1 TO WS-QTD-ERROS-GRAVACAO
                     DISPLAY 'ERRO AO INCLUIR - STATUS '
                             WS-CTR-STATUS
                  END-IF
               END-IF
            END-IF.

       P375-VALIDA-MOEDA.
            MOVE SPACES TO WS-MOEDA-CRITICA
            PERFORM UNTIL WS-MOEDA-VALIDA
                DISPLAY 'INFORME A MOEDA DO CONTRATO (BRL/USD/EUR): '
                ACCEPT CTR-MOEDA-CONTRATO
                MOVE CTR-MOEDA-CONTRATO TO WS-MOEDA-CRITICA
                IF NOT WS-MOEDA-VALIDA
                   DISPLAY 'MOEDA INVALIDA: ' CTR-MOEDA-CONTRATO
                END-IF
            END-PERFORM.

      ******************************************************************
      * P385-VALIDA-VIGENCIA
      * Mesma regra do P385 do PROGCSV, sobre o contrato: datas reais
      * em DD/MM/AAAA pelo DATE-VALID e fim depois do inicio.
      ******************************************************************
       P385-VALIDA-VIGENCIA.
            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                DISPLAY 'INICIO DA VIGENCIA (DD/MM/AAAA): '
                MOVE SPACES TO WS-DATA-BR
                ACCEPT WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                IF NOT WS-DATA-CONV-OK
                   DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE.'
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO CTR-DATA-INICIO-VIGENCIA

            MOVE 'N' TO WS-DATA-CONV-SW
            PERFORM UNTIL WS-DATA-CONV-OK
                    AND WS-DATA-ISO > CTR-DATA-INICIO-VIGENCIA
                DISPLAY 'FIM DA VIGENCIA (DD/MM/AAAA, DEPOIS DO '
                        'INICIO): '
                MOVE SPACES TO WS-DATA-BR
                ACCEPT WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                IF NOT WS-DATA-CONV-OK
                   DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE.'
                ELSE
                   IF WS-DATA-ISO NOT > CTR-DATA-INICIO-VIGENCIA
                      DISPLAY 'FIM ANTES DO INICIO - TENTE '
                              'NOVAMENTE.'
                   END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-ISO TO CTR-DATA-FIM-VIGENCIA.

      ******************************************************************
      * P400-ALTERA-CONTRATO
      * Aqui so a descricao (branco mantem a atual). Valor, moeda e
      * vigencia sao termos do contrato e so mudam por aditivo
      * numerado (opcao 5), com motivo, documento e aprovador.
      * Contrato cancelado nao e mais alterado.
      ******************************************************************
       P400-ALTERA-CONTRATO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-CONTRATO
               IF WS-CTR-OK
                  IF CTR-PAGTO-CANCELADO
                     DISPLAY 'CONTRATO CANCELADO - NAO E ALTERADO.'
                  ELSE
                     PERFORM P610-MOSTRA-CONTRATO

                     DISPLAY 'NOVA DESCRICAO (BRANCO MANTEM): '
                     MOVE SPACES TO WS-DESCRICAO-INFORMADA
                     ACCEPT WS-DESCRICAO-INFORMADA
                     IF WS-DESCRICAO-INFORMADA = SPACES
                        DISPLAY 'NADA ALTERADO. VALOR, MOEDA E '
                                'VIGENCIA MUDAM POR ADITIVO (OPCAO '
                                '5).'
                     ELSE
                        MOVE WS-DESCRICAO-INFORMADA TO CTR-DESCRICAO
                        MOVE 'ALTERAR' TO WS-TRN-ACAO
                        PERFORM P450-GRAVA-CONTRATO
                        IF WS-CTR-OK
                           ADD 1 TO WS-QTD-ALTERADOS
                           DISPLAY 'CONTRATO ALTERADO.'
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.

      ******************************************************************
      * P450-GRAVA-CONTRATO
      * O principal vai para o CUSTOMER-RECORD (antes-da-imagem no
      * TRANS-LOG antes da troca, como toda alteracao do cadastro) e
      * o registro 01 do arquivo acompanha - regravado, ou incluido
      * se o cliente ainda nao passou pelo CONTRACT-MIGRATE. Os demais
      * contratos so regravam o proprio registro. Volta o resultado
      * em WS-CTR-STATUS.
      ******************************************************************
       P450-GRAVA-CONTRATO.
            IF CTR-PRINCIPAL
               MOVE CSV-CODIGO TO WS-TRN-CHAVE
               PERFORM P8700-GRAVA-TRANS-LOG
               PERFORM P8876-PRINCIPAL-PARA-CADASTRO
               REWRITE CUSTOMER-RECORD
               IF WS-CUST-OK
                  REWRITE REG-CONTRATO
                  IF WS-CTR-NAO-EXISTE
                     WRITE REG-CONTRATO
                  END-IF
               ELSE
                  MOVE WS-CUST-STATUS TO WS-CTR-STATUS
               END-IF
            ELSE
               REWRITE REG-CONTRATO
            END-IF

            IF NOT WS-CTR-OK
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'ERRO AO GRAVAR O CONTRATO - STATUS '
                       WS-CTR-STATUS
            END-IF.

      ******************************************************************
      * P500-MUDA-STATUS-PAGTO
      * Status de pagamento por contrato, nas transicoes do P471 do
      * PROGCSV. A troca para FATURADO gera o plano de parcelas do
      * proprio contrato (PCL-CONTRATO), com o valor dele.
      ******************************************************************
       P500-MUDA-STATUS-PAGTO.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               PERFORM P260-INFORMA-CONTRATO
               IF WS-CTR-OK
                  PERFORM P572-DESCREVE-STATUS-PAGTO
                  DISPLAY 'STATUS ATUAL....: ' WS-STATUS-PAGTO-DESC

                  DISPLAY 'NOVO STATUS (2-FATURADO 3-PAGO 4-ATRASADO '
                          '5-CANCELADO): '
                  MOVE ZEROS TO WS-NOVO-STATUS-PAGTO
                  ACCEPT WS-NOVO-STATUS-PAGTO

                  PERFORM P571-VALIDA-TRANSICAO-PAGTO
                  IF WS-TRANSICAO-PAGTO-OK
                     MOVE WS-NOVO-STATUS-PAGTO TO CTR-STATUS-PAGTO
                     MOVE 'ALTERAR' TO WS-TRN-ACAO
                     PERFORM P450-GRAVA-CONTRATO
                     IF WS-CTR-OK
                        ADD 1 TO WS-QTD-ALTERADOS
                        IF WS-NOVO-PAGTO-FATURADO
                           PERFORM P576-GERA-PARCELAS
                        END-IF
                        DISPLAY 'STATUS DE PAGAMENTO ALTERADO COM '
                                'SUCESSO.'
                     END-IF
                  ELSE
                     DISPLAY 'TRANSICAO INVALIDA - NAO E PERMITIDO IR '
                             'DE ' WS-STATUS-PAGTO-DESC ' PARA O '
                             'STATUS INFORMADO.'
                  END-IF
               END-IF
            END-IF.

       P571-VALIDA-TRANSICAO-PAGTO.
            MOVE 'N' TO WS-TRANSICAO-PAGTO
            EVALUATE TRUE
                WHEN CTR-PAGTO-PENDENTE
                     AND (WS-NOVO-PAGTO-FATURADO
                          OR WS-NOVO-PAGTO-CANCELADO)
                     MOVE 'S' TO WS-TRANSICAO-PAGTO
                WHEN CTR-PAGTO-FATURADO
                     AND (WS-NOVO-PAGTO-PAGO
                          OR WS-NOVO-PAGTO-ATRASADO
                          OR WS-NOVO-PAGTO-CANCELADO)
                     MOVE 'S' TO WS-TRANSICAO-PAGTO
                WHEN CTR-PAGTO-ATRASADO
                     AND (WS-NOVO-PAGTO-PAGO
                          OR WS-NOVO-PAGTO-CANCELADO)
                     MOVE 'S' TO WS-TRANSICAO-PAGTO
                WHEN OTHER
                     MOVE 'N' TO WS-TRANSICAO-PAGTO
            END-EVALUATE.

       P572-DESCREVE-STATUS-PAGTO.
            EVALUATE TRUE
                WHEN CTR-PAGTO-PENDENTE
                     MOVE 'PENDENTE'  TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-FATURADO
                     MOVE 'FATURADO'  TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-PAGO
                     MOVE 'PAGO'      TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-ATRASADO
                     MOVE 'ATRASADO'  TO WS-STATUS-PAGTO-DESC
                WHEN CTR-PAGTO-CANCELADO
                     MOVE 'CANCELADO' TO WS-STATUS-PAGTO-DESC
                WHEN OTHER
                     MOVE 'INDEFINIDO' TO WS-STATUS-PAGTO-DESC
            END-EVALUATE.

      ******************************************************************
      * P576-GERA-PARCELAS
      * Plano do contrato recem-faturado, como o P476 do PROGCSV: o
      * valor dividido em 1, 3, 6 ou 12 vencimentos mensais a partir
      * do mes seguinte, a sobra na ultima parcela, e cada parcela
      * carimbada com a sequencia do contrato.
      ******************************************************************
       P576-GERA-PARCELAS.
            MOVE ZEROS TO WS-QTD-PARCELAS
            PERFORM UNTIL WS-QTD-PARCELAS-VALIDA
                DISPLAY 'QUANTIDADE DE PARCELAS (1, 3, 6 OU 12): '
                ACCEPT WS-QTD-PARCELAS
            END-PERFORM

            OPEN EXTEND ARQUIVO-PARCELAS
            IF NOT WS-PARCELAS-OK
               OPEN OUTPUT ARQUIVO-PARCELAS
            END-IF
            IF NOT WS-PARCELAS-OK
               DISPLAY 'ARQUIVO DE PARCELAS INDISPONIVEL (STATUS '
                       WS-PARCELAS-STATUS ') - PLANO NAO GERADO.'
            ELSE
               DIVIDE CTR-VALOR-CONTRATO BY WS-QTD-PARCELAS
                      GIVING WS-VALOR-PARCELA

               ACCEPT WS-VENC-PARCELA FROM DATE YYYYMMDD
               PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                       UNTIL WS-IDX-PARCELA > WS-QTD-PARCELAS
                   ADD 1 TO WS-VENC-MM
                   IF WS-VENC-MM > 12
                      MOVE 1 TO WS-VENC-MM
                      ADD 1 TO WS-VENC-AAAA
                   END-IF
                   IF WS-VENC-DD > 28
                      MOVE 28 TO WS-VENC-DD
                   END-IF

                   MOVE CSV-CODIGO      TO PCL-CODIGO
                   MOVE WS-IDX-PARCELA  TO PCL-NUMERO
                   MOVE WS-VENC-PARCELA TO PCL-VENCIMENTO
                   IF WS-IDX-PARCELA = WS-QTD-PARCELAS
                      COMPUTE PCL-VALOR = CTR-VALOR-CONTRATO
                              - (WS-VALOR-PARCELA
                                 * (WS-QTD-PARCELAS - 1))
                   ELSE
                      MOVE WS-VALOR-PARCELA TO PCL-VALOR
                   END-IF
                   SET PCL-ABERTA TO TRUE
                   MOVE ZEROS TO PCL-NOSSO-NUMERO
                   MOVE CTR-SEQUENCIA TO PCL-CONTRATO
                   WRITE REG-PARCELA
               END-PERFORM
               CLOSE ARQUIVO-PARCELAS
               DISPLAY 'PLANO DE ' WS-QTD-PARCELAS ' PARCELA(S) '
                       'GERADO PARA O CONTRATO ' CTR-SEQUENCIA '.'
            END-IF.

      ******************************************************************
      * P600-LISTA-CONTRATOS
      * Todos os contratos do cliente, do principal em diante -
      * inclusive os cancelados, que seguem no arquivo como historia.
      ******************************************************************
       P600-LISTA-CONTRATOS.
            PERFORM P250-INFORMA-CLIENTE
            IF WS-CLIENTE-VALIDO-SIM
               MOVE ZEROS TO WS-QTD-LISTADOS
               PERFORM P8872-PRIMEIRO-CONTRATO
               PERFORM UNTIL WS-FIM-CONTRATOS-SIM
                   PERFORM P610-MOSTRA-CONTRATO
                   ADD 1 TO WS-QTD-LISTADOS
                   PERFORM P8873-PROXIMO-CONTRATO
               END-PERFORM
               DISPLAY 'CONTRATOS LISTADOS: ' WS-QTD-LISTADOS
            END-IF.

       P610-MOSTRA-CONTRATO.
            PERFORM P572-DESCREVE-STATUS-PAGTO
            MOVE CTR-VALOR-CONTRATO TO WS-VALOR-ED
            DISPLAY 'CONTRATO ' CTR-SEQUENCIA ' - ' CTR-DESCRICAO
                    ' - ' WS-VALOR-ED ' ' CTR-MOEDA-CONTRATO
                    ' - ' WS-STATUS-PAGTO-DESC
            DISPLAY '   VIGENCIA ' CTR-DATA-INICIO-VIGENCIA ' A '
                    CTR-DATA-FIM-VIGENCIA ' - CRIADO EM '
                    CTR-DATA-CRIACAO ' POR ' CTR-OPERADOR.

      ******************************************************************
      * P700-REGISTRA-ADITIVO
      * Mudanca de valor, moeda ou vigencia do contrato, so por
      * supervisor - que assina como aprovador. Guarda os termos de
      * antes, pede os novos (zero/N mantem), a data de efeito (nao
      * posterior a hoje nem anterior ao inicio da vigencia), o
      * motivo e a referencia do documento assinado; regrava o
      * contrato pelo P450 e grava o aditivo no ADITIVOS.dat com o
      * proximo numero do contrato.
      ******************************************************************
       P700-REGISTRA-ADITIVO.
            IF NOT WS-OPERADOR-SUPERVISOR
               DISPLAY 'ADITIVO EXIGE APROVACAO DE SUPERVISOR - '
                       'ACESSO NEGADO.'
            ELSE
               PERFORM P250-INFORMA-CLIENTE
               IF WS-CLIENTE-VALIDO-SIM
                  PERFORM P260-INFORMA-CONTRATO
                  IF WS-CTR-OK
                     IF CTR-PAGTO-CANCELADO
                        DISPLAY 'CONTRATO CANCELADO - NAO RECEBE '
                                'ADITIVO.'
                     ELSE
                        PERFORM P710-INFORMA-TERMOS
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P710-INFORMA-TERMOS.
            PERFORM P610-MOSTRA-CONTRATO
            MOVE CTR-VALOR-CONTRATO       TO WS-SLV-VALOR
            MOVE CTR-MOEDA-CONTRATO       TO WS-SLV-MOEDA
            MOVE CTR-DATA-INICIO-VIGENCIA TO WS-SLV-INICIO
            MOVE CTR-DATA-FIM-VIGENCIA    TO WS-SLV-FIM

            DISPLAY 'NOVO VALOR (ZERO MANTEM): '
            MOVE ZEROS TO WS-VALOR-INFORMADO
            ACCEPT WS-VALOR-INFORMADO
            IF WS-VALOR-INFORMADO > ZEROS
               MOVE WS-VALOR-INFORMADO TO CTR-VALOR-CONTRATO
            END-IF

            DISPLAY 'TROCAR A MOEDA (S/N): '
            MOVE SPACE TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM P375-VALIDA-MOEDA
            END-IF

            DISPLAY 'TROCAR A VIGENCIA (S/N): '
            MOVE SPACE TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM P385-VALIDA-VIGENCIA
            END-IF

            MOVE 'N' TO WS-TERMO-MUDOU
            IF CTR-VALOR-CONTRATO NOT = WS-SLV-VALOR
               OR CTR-MOEDA-CONTRATO NOT = WS-SLV-MOEDA
               OR CTR-DATA-INICIO-VIGENCIA NOT = WS-SLV-INICIO
               OR CTR-DATA-FIM-VIGENCIA NOT = WS-SLV-FIM
               SET WS-TERMO-MUDOU-SIM TO TRUE
            END-IF

            IF NOT WS-TERMO-MUDOU-SIM
               DISPLAY 'NENHUM TERMO ALTERADO - ADITIVO NAO '
                       'REGISTRADO.'
            ELSE
               PERFORM P720-INFORMA-EFEITO
               MOVE SPACES TO WS-MOTIVO-ADITIVO
               PERFORM UNTIL WS-MOTIVO-ADITIVO NOT = SPACES
                   DISPLAY 'MOTIVO DO ADITIVO: '
                   ACCEPT WS-MOTIVO-ADITIVO
               END-PERFORM
               MOVE SPACES TO WS-DOCUMENTO-ADITIVO
               PERFORM UNTIL WS-DOCUMENTO-ADITIVO NOT = SPACES
                   DISPLAY 'REFERENCIA DO DOCUMENTO ASSINADO: '
                   ACCEPT WS-DOCUMENTO-ADITIVO
               END-PERFORM

               PERFORM P730-PROXIMO-NUMERO
               DISPLAY 'CONFIRMA O ADITIVO ' WS-PROXIMO-ADITIVO
                       ' DO CONTRATO ' CTR-SEQUENCIA ' (S/N): '
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  MOVE 'ADITIVO' TO WS-TRN-ACAO
                  PERFORM P450-GRAVA-CONTRATO
                  IF WS-CTR-OK
                     PERFORM P740-GRAVA-ADITIVO
                  END-IF
               ELSE
                  DISPLAY 'ADITIVO ABANDONADO.'
               END-IF
            END-IF.

       P720-INFORMA-EFEITO.
            MOVE ZEROS TO WS-DATA-EFEITO
            PERFORM UNTIL WS-DATA-EFEITO > ZEROS
                DISPLAY 'DATA DE EFEITO DO ADITIVO (DD/MM/AAAA): '
                MOVE SPACES TO WS-DATA-BR
                ACCEPT WS-DATA-BR
                PERFORM P8300-CONVERTE-BR-PARA-ISO
                EVALUATE TRUE
                    WHEN NOT WS-DATA-CONV-OK
                         DISPLAY 'DATA INVALIDA - TENTE NOVAMENTE.'
                    WHEN WS-DATA-ISO > WS-DATA-HOJE
                         DISPLAY 'EFEITO FUTURO NAO E ACEITO - '
                                 'REGISTRE O ADITIVO NA DATA DE '
                                 'EFEITO.'
                    WHEN WS-DATA-ISO < WS-SLV-INICIO
                         DISPLAY 'EFEITO ANTES DO INICIO DA '
                                 'VIGENCIA - TENTE NOVAMENTE.'
                    WHEN OTHER
                         MOVE WS-DATA-ISO TO WS-DATA-EFEITO
                END-EVALUATE
            END-PERFORM.

      ******************************************************************
      * P730-PROXIMO-NUMERO
      * Maior numero de aditivo ja gravado para o cliente + contrato,
      * mais um. Arquivo ausente = primeiro aditivo.
      ******************************************************************
       P730-PROXIMO-NUMERO.
            MOVE ZEROS TO WS-PROXIMO-ADITIVO
            MOVE 'N' TO WS-FIM-ADITIVOS
            OPEN INPUT HISTORICO-ADITIVOS
            IF WS-ADT-OK
               PERFORM P735-LE-ADITIVO UNTIL WS-FIM-ADITIVOS-SIM
               CLOSE HISTORICO-ADITIVOS
            END-IF
            ADD 1 TO WS-PROXIMO-ADITIVO.

       P735-LE-ADITIVO.
            READ HISTORICO-ADITIVOS
                 AT END SET WS-FIM-ADITIVOS-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ADITIVOS-SIM
               IF ADT-CODIGO = CTR-CODIGO
                  AND ADT-CONTRATO = CTR-SEQUENCIA
                  AND ADT-NUMERO > WS-PROXIMO-ADITIVO
                  MOVE ADT-NUMERO TO WS-PROXIMO-ADITIVO
               END-IF
            END-IF.

       P740-GRAVA-ADITIVO.
            OPEN EXTEND HISTORICO-ADITIVOS
            IF WS-ADT-NAO-CRIADO
               OPEN OUTPUT HISTORICO-ADITIVOS
            END-IF
            IF NOT WS-ADT-OK
               ADD 1 TO WS-QTD-ERROS-GRAVACAO
               DISPLAY 'CONTRATO REGRAVADO, MAS O HISTORICO DE '
                       'ADITIVOS ESTA INDISPONIVEL (STATUS '
                       WS-ADT-STATUS ') - ANOTE O ADITIVO.'
            ELSE
               MOVE CTR-CODIGO               TO ADT-CODIGO
               MOVE CTR-SEQUENCIA            TO ADT-CONTRATO
               MOVE WS-PROXIMO-ADITIVO       TO ADT-NUMERO
               MOVE WS-DATA-EFEITO           TO ADT-DATA-EFEITO
               MOVE WS-SLV-VALOR             TO ADT-VALOR-ANTERIOR
               MOVE WS-SLV-MOEDA             TO ADT-MOEDA-ANTERIOR
               MOVE WS-SLV-INICIO            TO ADT-INICIO-ANTERIOR
               MOVE WS-SLV-FIM               TO ADT-FIM-ANTERIOR
               MOVE CTR-VALOR-CONTRATO       TO ADT-VALOR-NOVO
               MOVE CTR-MOEDA-CONTRATO       TO ADT-MOEDA-NOVA
               MOVE CTR-DATA-INICIO-VIGENCIA TO ADT-INICIO-NOVO
               MOVE CTR-DATA-FIM-VIGENCIA    TO ADT-FIM-NOVO
               MOVE WS-MOTIVO-ADITIVO        TO ADT-MOTIVO
               MOVE WS-DOCUMENTO-ADITIVO     TO ADT-DOCUMENTO
               MOVE WS-OPERADOR-VALIDADO     TO ADT-APROVADOR
               MOVE WS-DATA-HOJE             TO ADT-DATA-REGISTRO
               WRITE REG-ADITIVO
               CLOSE HISTORICO-ADITIVOS
               ADD 1 TO WS-QTD-ADITIVOS
               DISPLAY 'ADITIVO ' ADT-NUMERO ' DO CONTRATO '
                       ADT-CONTRATO ' REGISTRADO.'
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE CADASTRO-CONTRATOS
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG
               END-IF
               DISPLAY 'CONTRATOS INCLUIDOS: ' WS-QTD-INCLUIDOS
               DISPLAY 'CONTRATOS ALTERADOS: ' WS-QTD-ALTERADOS
               DISPLAY 'ADITIVOS REGISTRADOS: ' WS-QTD-ADITIVOS
               DISPLAY 'ERROS DE GRAVACAO..: ' WS-QTD-ERROS-GRAVACAO
               IF WS-QTD-ERROS-GRAVACAO > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DTCONVP.
           COPY TRANSLPA.
           COPY OPERTBPA.
           COPY CTRPA.

           COPY ENVCFGPA.
       END PROGRAM CONTRACT-MAINT.
