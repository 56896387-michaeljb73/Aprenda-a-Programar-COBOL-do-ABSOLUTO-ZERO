      *                  UF nao bate com a UF do DDD vira excecao no
      *                  DQEXC.txt - DDD e UF sempre foram validados
      *                  separadamente e nada pegava RS com DDD 11.
      * 15/10/2026  MJB  Incluidas as excecoes DOCUMENTO PENDENTE
      *                  (cliente ainda sem CPF/CNPJ, marcado pelo
      *                  DOC-MIGRATE) e CPF/CNPJ INVALIDO (digito
      *                  verificador modulo 11, copybooks DOCVAL*), que
      *                  entram na fila do DQ-WORKLIST e se
      *                  auto-resolvem quando o documento e informado.
      * 15/10/2026  MJB  Cliente anonimizado (LGPD-ANONYMIZE) nao passa
      *                  pelas criticas - os campos neutros sao
      *                  propositais; excecoes antigas dele se
      *                  auto-resolvem.
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      * 15/10/2026  MJB  Rodada sob demanda pela fila do BATCH-QUEUE
      *                  (copybooks BTQP*): com o BATCHPRM.dat gravado
      *                  pelo BATCH-DISPATCH, so entram os clientes da
      *                  UF/filial e faixa de data de cadastro pedidas,
      *                  o filtro sai na primeira linha do DQEXC.txt e
      *                  a rodada filtrada nao auto-resolve excecao -
      *                  cliente fora do filtro nao foi varrido.
      * 15/10/2026  MJB  Parametros da solicitacao sob demanda so
      *                  valem com a solicitacao EM EXECUCAO na fila
      *                  (BATCHREQ.dat) - BATCHPRM.dat que sobrou de
      *                  rodada interrompida e ignorado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQ-SCAN.

           COPY DQWORKSL.

           COPY BTQPSL.
           COPY BTQSL.

       DATA DIVISION.
       FILE SECTION.

       FD  DQ-TRABALHO.
           COPY DQWORKF.

       FD  PARAMETRO-SOLICITACAO.
           COPY BTQPF.

       FD  FILA-SOLICITACOES.
           COPY BTQF.

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * CONSULTA A REFERENCIA DE CIDADES POR UF (COPYBOOKS CITYRF*)
           COPY CITYRFWS.

      * CRITICA DO CPF/CNPJ POR MODULO 11 (COPYBOOKS DOCVAL*)
           COPY DOCVALWS.

      * ALERTAS OPERACIONAIS (COPYBOOKS ALERT*)
           COPY ALERTWS.
       77  WS-ALT-PROGRAMA         PIC X(08)   VALUE 'DQ-SCAN'.
       77  WS-QTD-EXC-ARRASTADAS   PIC 9(05)   VALUE ZEROS COMP.
       77  WS-QTD-AUTO-RESOLVIDAS  PIC 9(05)   VALUE ZEROS COMP.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

      * PARAMETROS DA SOLICITACAO SOB DEMANDA (COPYBOOKS BTQP*)
           COPY BTQPWS.

       PROCEDURE DIVISION.

      * FASE DE INICIALIZACAO - ABERTURA DOS ARQUIVOS
                       WS-CUST-STATUS ' RELATORIO: '
                       WS-RELATORIO-STATUS ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS
            END-IF

            PERFORM P8160-LE-PARAMETRO-SOLICITACAO
            IF WS-BTP-ATIVA-SIM AND NOT WS-ERRO-ABERTURA-SIM
               MOVE WS-BTP-ECO TO REG-RELATORIO
               WRITE REG-RELATORIO
            END-IF.

      * FASE DE ANALISE - CRITICA CAMPO A CAMPO DE CADA CLIENTE
                 AT END SET WS-CUST-FIM-ARQUIVO TO TRUE
            END-READ

            MOVE 'S' TO WS-BTP-PASSA
            IF NOT WS-CUST-FIM-ARQUIVO AND WS-BTP-ATIVA-SIM
               PERFORM P205-FILTRA-SOLICITACAO
            END-IF

      *    CLIENTE ANONIMIZADO (LGPD) TEM NOME, TELEFONE E CEP NEUTROS
      *    DE PROPOSITO - NAO E EXCECAO DE QUALIDADE
            IF NOT WS-CUST-FIM-ARQUIVO AND NOT CSV-ANONIMIZADO
               AND WS-BTP-PASSA-SIM
               ADD 1 TO WS-QTD-LIDOS
               PERFORM P210-VERIFICA-NOME
               PERFORM P220-VERIFICA-UF
               PERFORM P240-VERIFICA-VALOR
               PERFORM P250-VERIFICA-DDD-UF
               PERFORM P260-VERIFICA-CIDADE
               PERFORM P270-VERIFICA-DOCUMENTO
            END-IF.

      *    RODADA SOB DEMANDA - UF/FILIAL DO CLIENTE E DATA DE CADASTRO
      *    DENTRO DO PEDIDO
       P205-FILTRA-SOLICITACAO.
            PERFORM P8165-FILTRA-CLIENTE-SOLIC
            IF WS-BTP-PASSA-SIM
               MOVE CSV-DATA-CRIACAO TO WS-BTP-DATA-TESTE
               PERFORM P8167-FILTRA-DATA-SOLIC
            END-IF.

       P210-VERIFICA-NOME.
               PERFORM P290-GRAVA-EXCECAO
            END-IF.

      ******************************************************************
      * P270-VERIFICA-DOCUMENTO
      * Cliente sem CPF/CNPJ (marcado pendente pelo DOC-MIGRATE ou
      * pela restauracao de imagem antiga) vira excecao DOCUMENTO
      * PENDENTE na fila do DQ-WORKLIST ate a manutencao pelo PROGCSV
      * informar o documento. Documento gravado que nao passa no
      * modulo 11 (carga externa) vira excecao propria.
      ******************************************************************
       P270-VERIFICA-DOCUMENTO.
            IF CSV-DOCUMENTO-PENDENTE
               MOVE 'DOCUMENTO PENDENTE' TO WS-MSG-EXCECAO
               PERFORM P290-GRAVA-EXCECAO
            ELSE
               MOVE CSV-TIPO-PESSOA TO WS-DOC-TIPO-CONSULTA
               MOVE CSV-DOCUMENTO   TO WS-DOC-NUMERO-CONSULTA
               PERFORM P8480-VALIDA-DOCUMENTO
               IF NOT WS-DOC-VALIDO-SIM
                  MOVE 'CPF/CNPJ INVALIDO' TO WS-MSG-EXCECAO
                  PERFORM P290-GRAVA-EXCECAO
               END-IF
            END-IF.

       P150-CARREGA-TRABALHO.
            OPEN INPUT DQ-TRABALHO
            IF WS-DQWORK-OK
      * P700-FECHA-TRABALHO
      * Excecao que nao reproduziu nesta varredura e auto-resolvida
      * (aceita-como-esta fica como esta), e o arquivo de trabalho e
      * regravado por inteiro. Na rodada sob demanda filtrada nada se
      * auto-resolve: o cliente fora do filtro nao foi varrido.
      ******************************************************************
       P700-FECHA-TRABALHO.
            PERFORM VARYING WS-IDX-TRABALHO FROM 1 BY 1
                    UNTIL WS-IDX-TRABALHO > WS-QTD-TRABALHO
                IF WS-TRB-VISTA(WS-IDX-TRABALHO) = 'N'
                   AND NOT WS-BTP-ATIVA-SIM
                   MOVE WS-TRB-LINHA(WS-IDX-TRABALHO) TO REG-DQ-WORK
                   IF DQW-ABERTA OR DQW-EM-CORRECAO
                      SET DQW-RESOLVIDA TO TRUE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE RELATORIO
               MOVE 'DQ-SCAN' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\DQEXC.txt'
                    TO WS-SPL-ARQUIVO
               MOVE WS-BTP-FILIAL TO WS-SPL-FILIAL
               PERFORM P8930-CATALOGA-RELATORIO
               CLOSE ERROR-LOG
               DISPLAY 'REGISTROS ANALISADOS: ' WS-QTD-LIDOS
               DISPLAY 'EXCECOES ENCONTRADAS: ' WS-QTD-EXCECOES
           COPY ERRLOGPA.
           COPY DDDUFPA.
           COPY CITYRFPA.
           COPY DOCVALPA.
           COPY PERFLPA.
           COPY ALERTPA.

           COPY RPTSPLPA.

           COPY BTQPPA.

           COPY ENVCFGPA.
       END PROGRAM DQ-SCAN.
