      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Atendimento ao direito de eliminacao (LGPD) sem
      *            perder o historico financeiro: substitui de forma
      *            irreversivel os dados pessoais de um titular por
      *            valores neutros - nome, endereco, telefone, e-mail
      *            e CEP no CUSTMAST, logradouro/aos-cuidados/CEP nos
      *            enderecos (ENDERECOS.dat), nome/telefone/e-mail nas
      *            pessoas de contato (PESSOAS.dat) e o texto livre
      *            das notas do historico de contatos (CONTHIST.txt).
      *            Ficam o CSV-CODIGO, os arquivos financeiros
      *            (pedidos, parcelas, encargos, recebimentos) e o que
      *            a guarda fiscal exige (CPF/CNPJ, cidade e UF).
      *            O cliente fica marcado como anonimizado
      *            (CSV-CONTATO-BLOQUEADO = 'A'): nao recebe mais
      *            contato de nenhum canal e sai de todos os extratos.
      *            O pedido fica registrado no LGPDLOG.txt com data,
      *            canal por onde o titular pediu e operador que
      *            executou. Antes, o unico caminho era a purga por
      *            retencao, que leva junto o contas a receber que a
      *            lei manda guardar.
      *            Sessao restrita ao supervisor (nivel 3).
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-ANONYMIZE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY TRANSLSL.
           COPY LOCKSL.
           COPY ENRSL.
           COPY PESSL.
           COPY CONTHSL.
           COPY LGPDSL.

           SELECT CONTATOS-TRABALHO ASSIGN TO
           'src\assets\WKANON.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABALHO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  TRANS-LOG.
           COPY TRANSLOG.

       FD  REGISTRO-LOCK.
           COPY LOCKF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  CONTATO-HIST.
           COPY CONTHIS.

       FD  LOG-ATENDIMENTOS.
           COPY LGPDLF.

       FD  CONTATOS-TRABALHO.
       01  REG-CONTATO-TRABALHO        PIC X(55).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN
           COPY ENVCFGWS.

       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
           88  WS-CUST-NAO-EXISTE              VALUE '23'.
       77  WS-CONTHIST-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTHIST-OK                  VALUE '00'.
           88  WS-CONTHIST-NAO-CRIADO          VALUE '35'.
       77  WS-TRABALHO-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-TRABALHO-OK                  VALUE '00'.
       77  WS-LOG-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-LOG-OK                       VALUE '00'.
           88  WS-LOG-NAO-CRIADO               VALUE '35'.

       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-FIM-ARQUIVO          PIC X(01)   VALUE 'N'.
           88  WS-FIM-ARQUIVO-SIM              VALUE 'S'.
       77  WS-ANONIMIZADO          PIC X(01)   VALUE 'N'.
           88  WS-ANONIMIZADO-SIM              VALUE 'S'.
       77  WS-AVISOS               PIC X(01)   VALUE 'N'.
           88  WS-AVISOS-SIM                   VALUE 'S'.
       77  WS-CONFIRMA             PIC X(01)   VALUE SPACE.

      * LOG DE TRANSACOES COMPARTILHADO (COPYBOOKS TRANSL*)
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'LGPDANON'.

      * TABELA DE OPERADORES E VALIDACAO NO INICIO DA SESSAO
      * (COPYBOOKS OPERTB*)
           COPY OPERTBWS.

      * TRAVA DE ATUALIZACAO POR REGISTRO (COPYBOOKS LOCK*)
           COPY LOCKWS.

      * ENDERECOS E PESSOAS DE CONTATO (COPYBOOKS ENR* E PES*)
           COPY ENRWS.
           COPY PESWS.

      * PEDIDO DO TITULAR
       77  WS-CODIGO-TITULAR       PIC 9(06)   VALUE ZEROS.
       01  WS-CANAL-PEDIDO         PIC X(01)   VALUE SPACE.
           88  WS-CANAL-VALIDO                 VALUE 'E' 'C' 'T'
                                                     'P' 'S'.

      * VALORES NEUTROS GRAVADOS NO LUGAR DOS DADOS PESSOAIS
       01  WS-NEUTRO-NOME          PIC X(10)   VALUE 'ANONIMO'.
       01  WS-NEUTRO-TEXTO         PIC X(11)   VALUE 'ANONIMIZADO'.

      * CONTAGEM DO QUE FOI NEUTRALIZADO
       77  WS-QTD-ENDERECOS        PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-PESSOAS          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-QTD-CONTATOS         PIC 9(05)   VALUE ZEROS COMP.
       01  WS-QTD-ED               PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-RECEBE-PEDIDO
            END-IF
            PERFORM P900-FINAL
            GOBACK.

      ******************************************************************
      * P100-INICIO
      * Cadastro, enderecos e pessoas abrem antes de qualquer
      * pergunta: a anonimizacao nao pode parar no meio por arquivo
      * indisponivel depois que o cliente ja foi regravado.
      ******************************************************************
       P100-INICIO.
            OPEN I-O CUSTOMER-MASTER
            IF NOT WS-CUST-OK
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR CADASTRO - STATUS '
                       WS-CUST-STATUS
            ELSE
               PERFORM P8800-VALIDA-OPERADOR
               IF NOT WS-OPERADOR-SUPERVISOR
                  MOVE 'S' TO WS-ERRO-ABERTURA
                  DISPLAY 'FUNCAO EXCLUSIVA DO SUPERVISOR '
                          '(NIVEL 3) - SESSAO ENCERRADA.'
               ELSE
                  MOVE WS-OPERADOR-VALIDADO TO WS-TRN-OPERADOR
                  MOVE WS-OPERADOR-VALIDADO TO WS-LCK-DONO
                  PERFORM P130-ABRE-ARQUIVO-TRAVAS
                  PERFORM P8881-ABRE-ENDERECOS-ATUALIZA
                  PERFORM P8891-ABRE-PESSOAS-ATUALIZA
                  IF NOT WS-ENR-ABERTO-SIM OR NOT WS-PES-ABERTO-SIM
                     MOVE 'S' TO WS-ERRO-ABERTURA
                     DISPLAY 'ERRO AO ABRIR ENDERECOS/PESSOAS - '
                             'STATUS ' WS-ENR-STATUS '/'
                             WS-PES-STATUS
                  END-IF
               END-IF
            END-IF.

       P130-ABRE-ARQUIVO-TRAVAS.
            OPEN I-O REGISTRO-LOCK
            IF WS-LOCK-NAO-CRIADO
               CLOSE REGISTRO-LOCK
               OPEN OUTPUT REGISTRO-LOCK
               CLOSE REGISTRO-LOCK
               OPEN I-O REGISTRO-LOCK
            END-IF
            IF NOT WS-LOCK-OK
               DISPLAY 'AVISO - ARQUIVO DE TRAVAS INDISPONIVEL '
                       '(STATUS ' WS-LOCK-STATUS ') - SESSAO SEGUE '
                       'SEM PROTECAO DE ATUALIZACAO.'
            END-IF.

      ******************************************************************
      * P200-RECEBE-PEDIDO
      * Um titular por execucao, como no LGPD-EXPORT. O cliente fica
      * travado (CUSTLOCK.dat) da confirmacao ate a regravacao.
      ******************************************************************
       P200-RECEBE-PEDIDO.
            DISPLAY 'CODIGO DO TITULAR DO PEDIDO DE ELIMINACAO: '
            ACCEPT WS-CODIGO-TITULAR
            MOVE WS-CODIGO-TITULAR TO CSV-CODIGO
            READ CUSTOMER-MASTER KEY IS CSV-CODIGO
            IF NOT WS-CUST-OK
               DISPLAY 'CLIENTE NAO ENCONTRADO NO CADASTRO.'
            ELSE
            IF CSV-ANONIMIZADO
               DISPLAY 'CLIENTE JA ANONIMIZADO - NADA A FAZER.'
            ELSE
               MOVE 'C' TO WS-LCK-TIPO
               MOVE CSV-CODIGO TO WS-LCK-CODIGO
               PERFORM P8550-TRAVA-REGISTRO
               IF WS-REGISTRO-TRAVADO-SIM
                  DISPLAY 'REGISTRO EM USO POR ' LCK-OPERADOR
                          ' - TENTE NOVAMENTE MAIS TARDE.'
               ELSE
                  PERFORM P210-CONFIRMA-PEDIDO
                  PERFORM P8560-LIBERA-REGISTRO
               END-IF
            END-IF
            END-IF.

       P210-CONFIRMA-PEDIDO.
            DISPLAY 'TITULAR...: ' CSV-NOME-PRIMEIRO ' '
                    CSV-NOME-MEIO ' ' CSV-NOME-ULTIMO
            DISPLAY 'DOCUMENTO.: ' CSV-DOCUMENTO
            DISPLAY 'CANAL DO PEDIDO (E=E-MAIL C=CARTA T=TELEFONE '
                    'P=PRESENCIAL S=SITE): '
            ACCEPT WS-CANAL-PEDIDO
            IF NOT WS-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO - PEDIDO NAO EXECUTADO.'
            ELSE
               DISPLAY 'A ANONIMIZACAO NAO PODE SER DESFEITA. '
                       'CONFIRMA (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  PERFORM P300-ANONIMIZA-CADASTRO
                  IF WS-ANONIMIZADO-SIM
                     PERFORM P400-ANONIMIZA-ENDERECOS
                     PERFORM P450-ANONIMIZA-PESSOAS
                     PERFORM P500-ANONIMIZA-CONTATOS
                     PERFORM P600-REGISTRA-PEDIDO
                     PERFORM P650-MOSTRA-RESUMO
                  END-IF
               ELSE
                  DISPLAY 'ANONIMIZACAO ABANDONADA.'
               END-IF
            END-IF.

      ******************************************************************
      * P300-ANONIMIZA-CADASTRO
      * Cidade e UF ficam: sao a praca fiscal do cliente. A entrada
      * do TRANS-LOG leva a imagem ja neutra (e nao o antes-da-imagem,
      * que traria de volta o que o titular mandou apagar) - o que
      * fica registrado e quem anonimizou e quando.
      ******************************************************************
       P300-ANONIMIZA-CADASTRO.
            MOVE 'N' TO WS-ANONIMIZADO
            MOVE WS-NEUTRO-NOME  TO CSV-NOME-PRIMEIRO
            MOVE SPACES          TO CSV-NOME-MEIO
            MOVE WS-NEUTRO-NOME  TO CSV-NOME-ULTIMO
            MOVE WS-NEUTRO-TEXTO TO CSV-ENDERECO
            MOVE SPACES          TO CSV-DDD
            MOVE SPACES          TO CSV-FONE-NUM
            MOVE SPACES          TO CSV-EMAIL
            MOVE ZEROS           TO CSV-CEP
            SET CSV-ANONIMIZADO  TO TRUE
            REWRITE CUSTOMER-RECORD
            IF WS-CUST-OK
               SET WS-ANONIMIZADO-SIM TO TRUE
               OPEN EXTEND TRANS-LOG
               MOVE CSV-CODIGO TO WS-TRN-CHAVE
               MOVE 'ANONIMIZ' TO WS-TRN-ACAO
               PERFORM P8700-GRAVA-TRANS-LOG
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG
               ELSE
                  SET WS-AVISOS-SIM TO TRUE
                  DISPLAY 'AVISO - TRANS-LOG INDISPONIVEL (STATUS '
                          WS-TRANSLOG-STATUS ').'
               END-IF
            ELSE
               DISPLAY 'ERRO AO REGRAVAR O CADASTRO - STATUS '
                       WS-CUST-STATUS ' - NADA FOI ALTERADO.'
            END-IF.

      ******************************************************************
      * P400-ANONIMIZA-ENDERECOS
      * Todos os enderecos do cliente, ativos ou nao, perdem
      * logradouro, aos-cuidados e CEP e ficam inativos.
      ******************************************************************
       P400-ANONIMIZA-ENDERECOS.
            MOVE WS-CODIGO-TITULAR TO WS-ENR-CODIGO-VARRE
            MOVE ZEROS TO WS-ENR-SEQ-VARRE
            MOVE 'N' TO WS-FIM-ENDERECOS
            PERFORM P410-NEUTRALIZA-ENDERECO
                    UNTIL WS-FIM-ENDERECOS-SIM.

       P410-NEUTRALIZA-ENDERECO.
            PERFORM P8884-PROXIMO-ENDERECO
            IF NOT WS-FIM-ENDERECOS-SIM
               MOVE SPACES          TO ENR-AOS-CUIDADOS
               MOVE WS-NEUTRO-TEXTO TO ENR-LOGRADOURO
               MOVE ZEROS           TO ENR-CEP
               SET ENR-INATIVO      TO TRUE
               REWRITE REG-ENDERECO
               IF WS-ENR-OK
                  ADD 1 TO WS-QTD-ENDERECOS
               ELSE
                  SET WS-AVISOS-SIM TO TRUE
                  DISPLAY 'ERRO AO REGRAVAR ENDERECO ' ENR-SEQUENCIA
                          ' - STATUS ' WS-ENR-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P450-ANONIMIZA-PESSOAS
      * Pessoas de contato perdem nome, telefone e e-mail, ficam sem
      * consentimento e inativas - o papel fica, nao identifica.
      ******************************************************************
       P450-ANONIMIZA-PESSOAS.
            MOVE WS-CODIGO-TITULAR TO WS-PES-CODIGO-VARRE
            MOVE ZEROS TO WS-PES-SEQ-VARRE
            MOVE 'N' TO WS-FIM-PESSOAS
            PERFORM P460-NEUTRALIZA-PESSOA
                    UNTIL WS-FIM-PESSOAS-SIM.

       P460-NEUTRALIZA-PESSOA.
            PERFORM P8894-PROXIMA-PESSOA
            IF NOT WS-FIM-PESSOAS-SIM
               MOVE WS-NEUTRO-TEXTO TO PES-NOME
               MOVE SPACES          TO PES-FONE
               MOVE SPACES          TO PES-EMAIL
               SET PES-CONSENTE-NAO TO TRUE
               SET PES-INATIVA      TO TRUE
               REWRITE REG-PESSOA
               IF WS-PES-OK
                  ADD 1 TO WS-QTD-PESSOAS
               ELSE
                  SET WS-AVISOS-SIM TO TRUE
                  DISPLAY 'ERRO AO REGRAVAR PESSOA ' PES-SEQUENCIA
                          ' - STATUS ' WS-PES-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P500-ANONIMIZA-CONTATOS
      * O CONTHIST.txt e sequencial: copia para o WKANON.tmp com a
      * nota dos contatos do titular trocada e regrava por cima, no
      * molde do LOG-RETENTION. Data, tipo e operador do contato
      * ficam - sao historico de atendimento, nao dado do titular.
      ******************************************************************
       P500-ANONIMIZA-CONTATOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN INPUT CONTATO-HIST
            IF WS-CONTHIST-OK
               OPEN OUTPUT CONTATOS-TRABALHO
               IF NOT WS-TRABALHO-OK
                  CLOSE CONTATO-HIST
                  SET WS-AVISOS-SIM TO TRUE
                  DISPLAY 'ERRO AO ABRIR O WKANON.tmp - STATUS '
                          WS-TRABALHO-STATUS ' - HISTORICO DE '
                          'CONTATOS NAO ANONIMIZADO.'
               ELSE
                  PERFORM P510-COPIA-CONTATO UNTIL WS-FIM-ARQUIVO-SIM
                  CLOSE CONTATO-HIST
                  CLOSE CONTATOS-TRABALHO
                  IF WS-QTD-CONTATOS > ZEROS
                     PERFORM P520-REGRAVA-CONTATOS
                  END-IF
               END-IF
            ELSE
            IF NOT WS-CONTHIST-NAO-CRIADO
               SET WS-AVISOS-SIM TO TRUE
               DISPLAY 'AVISO - HISTORICO DE CONTATOS INDISPONIVEL '
                       '(STATUS ' WS-CONTHIST-STATUS ') - NAO '
                       'ANONIMIZADO.'
            END-IF
            END-IF.

       P510-COPIA-CONTATO.
            READ CONTATO-HIST
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               IF CTH-CODIGO = WS-CODIGO-TITULAR
                  MOVE WS-NEUTRO-TEXTO TO CTH-NOTA
                  ADD 1 TO WS-QTD-CONTATOS
               END-IF
               MOVE REG-CONTATO-HIST TO REG-CONTATO-TRABALHO
               WRITE REG-CONTATO-TRABALHO
            END-IF.

       P520-REGRAVA-CONTATOS.
            MOVE 'N' TO WS-FIM-ARQUIVO
            OPEN OUTPUT CONTATO-HIST
            OPEN INPUT CONTATOS-TRABALHO
            PERFORM P530-DEVOLVE-CONTATO UNTIL WS-FIM-ARQUIVO-SIM
            CLOSE CONTATO-HIST
            CLOSE CONTATOS-TRABALHO.

       P530-DEVOLVE-CONTATO.
            READ CONTATOS-TRABALHO
                 AT END SET WS-FIM-ARQUIVO-SIM TO TRUE
            END-READ
            IF NOT WS-FIM-ARQUIVO-SIM
               MOVE REG-CONTATO-TRABALHO TO REG-CONTATO-HIST
               WRITE REG-CONTATO-HIST
            END-IF.

      ******************************************************************
      * P600-REGISTRA-PEDIDO
      * Dossie de conformidade (LGPDLOG.txt, copybooks LGPD*).
      ******************************************************************
       P600-REGISTRA-PEDIDO.
            MOVE SPACES TO WS-LOG-STATUS
            OPEN EXTEND LOG-ATENDIMENTOS
            IF WS-LOG-NAO-CRIADO
               OPEN OUTPUT LOG-ATENDIMENTOS
            END-IF
            IF WS-LOG-OK
               MOVE SPACES TO REG-LOG-ATENDIMENTO
               ACCEPT LGL-DATA FROM DATE YYYYMMDD
               ACCEPT LGL-HORA FROM TIME
               MOVE WS-CODIGO-TITULAR    TO LGL-CODIGO
               MOVE WS-OPERADOR-VALIDADO TO LGL-OPERADOR
               SET LGL-ANONIMIZACAO      TO TRUE
               MOVE WS-CANAL-PEDIDO      TO LGL-CANAL
               WRITE REG-LOG-ATENDIMENTO
               CLOSE LOG-ATENDIMENTOS
            ELSE
               SET WS-AVISOS-SIM TO TRUE
               DISPLAY 'AVISO - LOG DE ATENDIMENTOS INDISPONIVEL '
                       '(STATUS ' WS-LOG-STATUS ') - REGISTRE O '
                       'PEDIDO MANUALMENTE NO DOSSIE.'
            END-IF.

       P650-MOSTRA-RESUMO.
            DISPLAY 'CLIENTE ' WS-CODIGO-TITULAR ' ANONIMIZADO.'
            MOVE WS-QTD-ENDERECOS TO WS-QTD-ED
            DISPLAY 'ENDERECOS NEUTRALIZADOS.....: ' WS-QTD-ED
            MOVE WS-QTD-PESSOAS TO WS-QTD-ED
            DISPLAY 'PESSOAS DE CONTATO..........: ' WS-QTD-ED
            MOVE WS-QTD-CONTATOS TO WS-QTD-ED
            DISPLAY 'NOTAS DE CONTATO............: ' WS-QTD-ED.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE CUSTOMER-MASTER
               CLOSE CADASTRO-ENDERECOS
               CLOSE CADASTRO-PESSOAS
               IF WS-LOCK-OK
                  CLOSE REGISTRO-LOCK
               END-IF
               IF WS-AVISOS-SIM
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY TRANSLPA.
           COPY OPERTBPA.
           COPY LOCKPA.
           COPY ENRPA.
           COPY PESPA.

           COPY ENVCFGPA.
       END PROGRAM LGPD-ANONYMIZE.
