      ******************************************************************
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Copia mascarada da producao para o ambiente de
      *            treinamento/teste: le os arquivos de producao
      *            (CUSTMAST, ORDMAST, INSTFILE, CONTRATOS,
      *            ENDERECOS, PESSOAS, ENTREGAS e CONTHIST) e grava
      *            as copias nos nomes de treino do ENVCFG, trocando
      *            no caminho tudo que identifica uma pessoa - nome,
      *            e-mail, telefone, logradouro, aos cuidados de,
      *            CPF/CNPJ e as notas livres de contato. A mascara e
      *            DETERMINISTICA: sai do codigo do cliente, entao o
      *            mesmo cliente mascara sempre igual em todos os
      *            arquivos e em toda rodada, e o CPF/CNPJ mascarado
      *            tem digitos verificadores validos (mesmo calculo
      *            do DOCVALPA). Chaves, valores, datas, status,
      *            cidade/UF/CEP e DDD passam intactos, para que os
      *            relatorios de treino batam com os de producao. SO
      *            RODA COM O AMBIENTE DE TREINAMENTO LIGADO
      *            (AMBIENTE.dat) - em producao o programa se recusa,
      *            e tambem se algum destino coincidir com a origem.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIN-MASK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DESTINOS: OS SELECT PADRAO, QUE APONTAM PARA OS NOMES DO
      * ENVCFGWS - JA TROCADOS PARA O TREINO PELO P8050
           COPY CUSTSEL.
           COPY ORDSEL.
           COPY INSTSL.
           COPY CTRSL.
           COPY ENRSL.
           COPY PESSL.
           COPY ETGSL.
           COPY CONTHSL.

      * ORIGENS: OS MESMOS ARQUIVOS NOS NOMES DE PRODUCAO, GUARDADOS
      * ANTES DO P8050 (P050-GUARDA-ORIGENS)
           SELECT ORIGEM-CLIENTES ASSIGN TO
           WS-ORG-CUSTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORC-CODIGO
           ALTERNATE RECORD KEY IS ORC-DDD WITH DUPLICATES
           ALTERNATE RECORD KEY IS ORC-NOME-ULTIMO WITH DUPLICATES
           ALTERNATE RECORD KEY IS ORC-DOCUMENTO WITH DUPLICATES
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-PEDIDOS ASSIGN TO
           WS-ORG-ORDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORP-NUMERO
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-PARCELAS ASSIGN TO
           WS-ORG-INSTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-CONTRATOS ASSIGN TO
           WS-ORG-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORT-CHAVE
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-ENDERECOS ASSIGN TO
           WS-ORG-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORE-CHAVE
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-PESSOAS ASSIGN TO
           WS-ORG-PESSOAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORS-CHAVE
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-ENTREGAS ASSIGN TO
           WS-ORG-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ORG-NUMERO-PEDIDO
           FILE STATUS IS WS-ORIGEM-STATUS.

           SELECT ORIGEM-CONTATOS ASSIGN TO
           WS-ORG-CONTHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  ORDER-MASTER.
           COPY ORDMAST.

       FD  ARQUIVO-PARCELAS.
           COPY INSTF.

       FD  CADASTRO-CONTRATOS.
           COPY CTRF.

       FD  CADASTRO-ENDERECOS.
           COPY ENRF.

       FD  CADASTRO-PESSOAS.
           COPY PESF.

       FD  ENTREGAS-PEDIDO.
           COPY ETGF.

       FD  CONTATO-HIST.
           COPY CONTHIS.

      * REGISTROS DE ORIGEM: SO AS CHAVES NAS MESMAS POSICOES DOS
      * LAYOUTS DE PRODUCAO - O CONTEUDO E LIDO (READ INTO) DIRETO
      * NA AREA DO DESTINO
       FD  ORIGEM-CLIENTES.
       01  REG-ORIGEM-CLIENTE.
           05  ORC-CODIGO              PIC 9(06).
           05  FILLER                  PIC X(20).
           05  ORC-NOME-ULTIMO         PIC X(10).
           05  FILLER                  PIC X(27).
           05  ORC-DDD                 PIC X(02).
           05  FILLER                  PIC X(109).
           05  ORC-DOCUMENTO           PIC 9(14).
           05  FILLER                  PIC X(01).

       FD  ORIGEM-PEDIDOS.
       01  REG-ORIGEM-PEDIDO.
           05  ORP-NUMERO              PIC 9(06).
           05  FILLER                  PIC X(48).

       FD  ORIGEM-PARCELAS.
       01  REG-ORIGEM-PARCELA          PIC X(40).

       FD  ORIGEM-CONTRATOS.
       01  REG-ORIGEM-CONTRATO.
           05  ORT-CHAVE               PIC X(08).
           05  FILLER                  PIC X(62).

       FD  ORIGEM-ENDERECOS.
       01  REG-ORIGEM-ENDERECO.
           05  ORE-CHAVE               PIC X(08).
           05  FILLER                  PIC X(88).

       FD  ORIGEM-PESSOAS.
       01  REG-ORIGEM-PESSOA.
           05  ORS-CHAVE               PIC X(08).
           05  FILLER                  PIC X(98).

       FD  ORIGEM-ENTREGAS.
       01  REG-ORIGEM-ENTREGA.
           05  ORG-NUMERO-PEDIDO       PIC 9(06).
           05  FILLER                  PIC X(78).

       FD  ORIGEM-CONTATOS.
       01  REG-ORIGEM-CONTATO          PIC X(55).

       WORKING-STORAGE SECTION.

      * AMBIENTE DA SESSAO E NOMES DOS ARQUIVOS COMPARTILHADOS
      * (COPYBOOKS ENVCFG*) - P8050 RODA ANTES DE QUALQUER OPEN E
      * AQUI TAMBEM E A TRAVA DE SEGURANCA: SO TREINAMENTO RECEBE
           COPY ENVCFGWS.

      * NOMES DE PRODUCAO: OS VALUE DO ENVCFGWS, COPIADOS ANTES DO
      * P8050 TROCA-LOS PELOS NOMES DE TREINO
       77  WS-ORG-CUSTMAST         PIC X(64)   VALUE SPACES.
       77  WS-ORG-ORDMAST          PIC X(64)   VALUE SPACES.
       77  WS-ORG-INSTFILE         PIC X(64)   VALUE SPACES.
       77  WS-ORG-CONTRATOS        PIC X(64)   VALUE SPACES.
       77  WS-ORG-ENDERECOS        PIC X(64)   VALUE SPACES.
       77  WS-ORG-PESSOAS          PIC X(64)   VALUE SPACES.
       77  WS-ORG-ENTREGAS         PIC X(64)   VALUE SPACES.
       77  WS-ORG-CONTHIST         PIC X(64)   VALUE SPACES.

       77  WS-ORIGEM-STATUS        PIC X(02)   VALUE SPACES.
           88  WS-ORIGEM-OK                    VALUE '00' '02'.
           88  WS-ORIGEM-FIM                   VALUE '10'.
      * SITUACAO DA ORIGEM AO FIM DA LEITURA, GUARDADA ANTES DO CLOSE
       77  WS-ORIGEM-RESULTADO     PIC X(02)   VALUE SPACES.
           88  WS-RESULTADO-FIM                VALUE '10'.
           88  WS-RESULTADO-NAO-CRIADA         VALUE '35'.
       77  WS-CUST-STATUS          PIC X(02)   VALUE SPACES.
           88  WS-CUST-OK                      VALUE '00'.
       77  WS-ORD-STATUS-ARQ       PIC X(02)   VALUE SPACES.
           88  WS-ORD-OK                       VALUE '00'.
       77  WS-PARCELAS-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-PARCELAS-OK                  VALUE '00'.
       77  WS-CTR-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-CTR-OK                       VALUE '00'.
       77  WS-ENR-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ENR-OK                       VALUE '00'.
       77  WS-PES-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PES-OK                       VALUE '00'.
       77  WS-ETG-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ETG-OK                       VALUE '00'.
       77  WS-CONTHIST-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-CONTHIST-OK                  VALUE '00'.

       77  WS-RECUSA               PIC X(01)   VALUE 'N'.
           88  WS-RECUSA-SIM                   VALUE 'S'.
       77  WS-ERRO-ABERTURA        PIC X(01)   VALUE 'N'.
           88  WS-ERRO-ABERTURA-SIM            VALUE 'S'.
       77  WS-DESTINO-ABERTO       PIC X(01)   VALUE 'N'.
           88  WS-DESTINO-ABERTO-SIM           VALUE 'S'.

      * CALCULO DOS DIGITOS DO CPF/CNPJ (COPYBOOKS DOCVAL*)
           COPY DOCVALWS.

      * NOMES DA MASCARA - OS MESMOS DA MASSA DO TRAIN-SEED
       01  WS-TAB-PRIMEIROS-DADOS.
           05  FILLER PIC X(10) VALUE 'ANA'.
           05  FILLER PIC X(10) VALUE 'BRUNO'.
           05  FILLER PIC X(10) VALUE 'CARLA'.
           05  FILLER PIC X(10) VALUE 'DIEGO'.
           05  FILLER PIC X(10) VALUE 'ELISA'.
           05  FILLER PIC X(10) VALUE 'FABIO'.
           05  FILLER PIC X(10) VALUE 'GEOVANA'.
           05  FILLER PIC X(10) VALUE 'HENRIQUE'.
           05  FILLER PIC X(10) VALUE 'IARA'.
           05  FILLER PIC X(10) VALUE 'JOAO'.
       01  WS-TAB-PRIMEIROS REDEFINES WS-TAB-PRIMEIROS-DADOS.
           05  WS-NOME-PRIMEIRO    PIC X(10)  OCCURS 10 TIMES.
       01  WS-TAB-ULTIMOS-DADOS.
           05  FILLER PIC X(10) VALUE 'ALMEIDA'.
           05  FILLER PIC X(10) VALUE 'BARROS'.
           05  FILLER PIC X(10) VALUE 'CASTRO'.
           05  FILLER PIC X(10) VALUE 'DUARTE'.
           05  FILLER PIC X(10) VALUE 'ESTEVES'.
           05  FILLER PIC X(10) VALUE 'FONSECA'.
           05  FILLER PIC X(10) VALUE 'GOMES'.
           05  FILLER PIC X(10) VALUE 'HOLANDA'.
           05  FILLER PIC X(10) VALUE 'IGLESIAS'.
           05  FILLER PIC X(10) VALUE 'JATOBA'.
       01  WS-TAB-ULTIMOS REDEFINES WS-TAB-ULTIMOS-DADOS.
           05  WS-NOME-ULTIMO      PIC X(10)  OCCURS 10 TIMES.

      * MASCARA DE UM CLIENTE (P700): ENTRA O CODIGO, SAEM OS NOMES
       77  WS-MSC-CODIGO           PIC 9(06)   VALUE ZEROS.
       77  WS-MSC-QUOCIENTE        PIC 9(06)   VALUE ZEROS COMP.
       77  WS-MSC-RESTO            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-MSC-IDX-PRIMEIRO     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-MSC-IDX-ULTIMO       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-MSC-PRIMEIRO         PIC X(10)   VALUE SPACES.
       77  WS-MSC-ULTIMO           PIC X(10)   VALUE SPACES.

      * CONTAGENS POR ARQUIVO - LIDOS E GRAVADOS
       77  WS-LIDOS                PIC 9(07)   VALUE ZEROS COMP.
       77  WS-GRAVADOS             PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-FALHAS           PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-MASCARADOS       PIC 9(07)   VALUE ZEROS COMP.
       77  WS-NOME-ARQUIVO         PIC X(10)   VALUE SPACES.
       77  WS-LIDOS-ED             PIC Z.ZZZ.ZZ9.
       77  WS-GRAVADOS-ED          PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P050-GUARDA-ORIGENS
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P060-CONFERE-DESTINO
            IF WS-RECUSA-SIM
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P200-COPIA-CLIENTES
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P300-COPIA-PEDIDOS
               END-IF
               IF NOT WS-ERRO-ABERTURA-SIM
                  PERFORM P350-COPIA-PARCELAS
                  PERFORM P400-COPIA-CONTRATOS
                  PERFORM P450-COPIA-ENDERECOS
                  PERFORM P500-COPIA-PESSOAS
                  PERFORM P550-COPIA-ENTREGAS
                  PERFORM P600-COPIA-CONTATOS
               END-IF
               PERFORM P900-FINAL
            END-IF
            GOBACK.

       P050-GUARDA-ORIGENS.
            MOVE WS-ARQ-CUSTMAST  TO WS-ORG-CUSTMAST
            MOVE WS-ARQ-ORDMAST   TO WS-ORG-ORDMAST
            MOVE WS-ARQ-INSTFILE  TO WS-ORG-INSTFILE
            MOVE WS-ARQ-CONTRATOS TO WS-ORG-CONTRATOS
            MOVE WS-ARQ-ENDERECOS TO WS-ORG-ENDERECOS
            MOVE WS-ARQ-PESSOAS   TO WS-ORG-PESSOAS
            MOVE WS-ARQ-ENTREGAS  TO WS-ORG-ENTREGAS
            MOVE WS-ARQ-CONTHIST  TO WS-ORG-CONTHIST.

      ******************************************************************
      * P060-CONFERE-DESTINO
      * Trava de seguranca dupla: o ambiente tem de ser o de
      * treinamento e nenhum destino pode ser o proprio arquivo de
      * producao - gravar OUTPUT em cima da origem apagaria a base.
      ******************************************************************
       P060-CONFERE-DESTINO.
            IF NOT WS-AMBIENTE-TREINO
               DISPLAY 'COPIA MASCARADA SO RODA COM O AMBIENTE DE '
                       'TREINAMENTO LIGADO (AMBIENTE.dat) - NADA '
                       'FOI COPIADO.'
               MOVE 'S' TO WS-RECUSA
            ELSE
               IF WS-ARQ-CUSTMAST  = WS-ORG-CUSTMAST
                  OR WS-ARQ-ORDMAST   = WS-ORG-ORDMAST
                  OR WS-ARQ-INSTFILE  = WS-ORG-INSTFILE
                  OR WS-ARQ-CONTRATOS = WS-ORG-CONTRATOS
                  OR WS-ARQ-ENDERECOS = WS-ORG-ENDERECOS
                  OR WS-ARQ-PESSOAS   = WS-ORG-PESSOAS
                  OR WS-ARQ-ENTREGAS  = WS-ORG-ENTREGAS
                  OR WS-ARQ-CONTHIST  = WS-ORG-CONTHIST
                  DISPLAY 'DESTINO DA COPIA COINCIDE COM ARQUIVO DE '
                          'PRODUCAO - NADA FOI COPIADO.'
                  MOVE 'S' TO WS-RECUSA
               END-IF
            END-IF.

      ******************************************************************
      * P200-COPIA-CLIENTES
      * O cadastro e obrigatorio: sem a origem (ou sem conseguir
      * criar o destino de treino) o job para com RC 8.
      ******************************************************************
       P200-COPIA-CLIENTES.
            MOVE 'CLIENTES' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            OPEN INPUT ORIGEM-CLIENTES
            IF NOT WS-ORIGEM-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PRODUCAO - STATUS '
                       WS-ORIGEM-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               OPEN OUTPUT CUSTOMER-MASTER
               IF NOT WS-CUST-OK
                  DISPLAY 'ERRO AO CRIAR O CADASTRO DE TREINO - '
                          'STATUS ' WS-CUST-STATUS
                  MOVE 'S' TO WS-ERRO-ABERTURA
               ELSE
                  PERFORM P210-LE-CLIENTE UNTIL NOT WS-ORIGEM-OK
                  IF NOT WS-ORIGEM-FIM
                     DISPLAY 'ERRO NA LEITURA DA ORIGEM - STATUS '
                             WS-ORIGEM-STATUS
                     MOVE 'S' TO WS-ERRO-ABERTURA
                  END-IF
                  CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE ORIGEM-CLIENTES
               PERFORM P800-MOSTRA-CONTAGEM
            END-IF.

       P210-LE-CLIENTE.
            READ ORIGEM-CLIENTES INTO CUSTOMER-RECORD
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               PERFORM P220-MASCARA-CLIENTE
               WRITE CUSTOMER-RECORD
               IF WS-CUST-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
                  DISPLAY 'CLIENTE ' CSV-CODIGO ' NAO GRAVADO - '
                          'STATUS ' WS-CUST-STATUS
               END-IF
            END-IF.

      ******************************************************************
      * P220-MASCARA-CLIENTE
      * Nome, endereco, telefone e e-mail saem do codigo do cliente;
      * o DDD fica (mantem a coerencia com a UF). Cliente ja
      * anonimizado pela LGPD passa como esta. Documento zerado
      * continua zerado; preenchido, vira outro com o mesmo tipo de
      * pessoa e digitos verificadores recalculados.
      ******************************************************************
       P220-MASCARA-CLIENTE.
            IF NOT CSV-ANONIMIZADO
               MOVE CSV-CODIGO TO WS-MSC-CODIGO
               PERFORM P700-MONTA-MASCARA
               MOVE WS-MSC-PRIMEIRO TO CSV-NOME-PRIMEIRO
               MOVE SPACES          TO CSV-NOME-MEIO
               MOVE WS-MSC-ULTIMO   TO CSV-NOME-ULTIMO

               MOVE SPACES TO CSV-ENDERECO
               STRING 'RUA MASC '  DELIMITED BY SIZE
                      CSV-CODIGO   DELIMITED BY SIZE
                      INTO CSV-ENDERECO
               END-STRING

               IF CSV-FONE-NUM NOT = SPACES
                  MOVE '900000000' TO CSV-FONE-NUM
                  MOVE CSV-CODIGO  TO CSV-FONE-NUM(4:6)
               END-IF
               IF CSV-EMAIL NOT = SPACES
                  MOVE SPACES TO CSV-EMAIL
                  STRING 'CLIENTE'      DELIMITED BY SIZE
                         CSV-CODIGO     DELIMITED BY SIZE
                         '@MASCARA.COM' DELIMITED BY SIZE
                         INTO CSV-EMAIL
                  END-STRING
               END-IF

               IF CSV-DOCUMENTO > ZEROS
                  PERFORM P710-MONTA-DOCUMENTO
                  MOVE WS-DOC-NUMERO-CONSULTA TO CSV-DOCUMENTO
               END-IF
               ADD 1 TO WS-QTD-MASCARADOS
            END-IF.

       P300-COPIA-PEDIDOS.
            MOVE 'PEDIDOS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            OPEN INPUT ORIGEM-PEDIDOS
            IF NOT WS-ORIGEM-OK
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE PRODUCAO - STATUS '
                       WS-ORIGEM-STATUS
               MOVE 'S' TO WS-ERRO-ABERTURA
            ELSE
               OPEN OUTPUT ORDER-MASTER
               IF NOT WS-ORD-OK
                  DISPLAY 'ERRO AO CRIAR OS PEDIDOS DE TREINO - '
                          'STATUS ' WS-ORD-STATUS-ARQ
                  MOVE 'S' TO WS-ERRO-ABERTURA
               ELSE
                  PERFORM P310-LE-PEDIDO UNTIL NOT WS-ORIGEM-OK
                  IF NOT WS-ORIGEM-FIM
                     DISPLAY 'ERRO NA LEITURA DA ORIGEM - STATUS '
                             WS-ORIGEM-STATUS
                     MOVE 'S' TO WS-ERRO-ABERTURA
                  END-IF
                  CLOSE ORDER-MASTER
               END-IF
               CLOSE ORIGEM-PEDIDOS
               PERFORM P800-MOSTRA-CONTAGEM
            END-IF.

       P310-LE-PEDIDO.
            READ ORIGEM-PEDIDOS INTO ORDER-RECORD
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               WRITE ORDER-RECORD
               IF WS-ORD-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

      ******************************************************************
      * P350 A P600 - ARQUIVOS RELACIONADOS
      * Origem ausente nao e erro (o modulo pode nao estar em uso):
      * o destino de treino e recriado vazio, para nao sobrar massa
      * antiga desencontrada do cadastro copiado.
      ******************************************************************
       P350-COPIA-PARCELAS.
            MOVE 'PARCELAS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            MOVE 'N' TO WS-DESTINO-ABERTO
            OPEN OUTPUT ARQUIVO-PARCELAS
            IF WS-PARCELAS-OK
               MOVE 'S' TO WS-DESTINO-ABERTO
            END-IF
            OPEN INPUT ORIGEM-PARCELAS
            IF WS-ORIGEM-OK AND WS-DESTINO-ABERTO-SIM
               PERFORM P360-LE-PARCELA UNTIL NOT WS-ORIGEM-OK
            END-IF
            MOVE WS-ORIGEM-STATUS TO WS-ORIGEM-RESULTADO
            IF WS-ORIGEM-OK OR WS-ORIGEM-FIM
               CLOSE ORIGEM-PARCELAS
            END-IF
            IF WS-DESTINO-ABERTO-SIM
               CLOSE ARQUIVO-PARCELAS
            END-IF
            PERFORM P810-MOSTRA-RELACIONADO.

       P360-LE-PARCELA.
            READ ORIGEM-PARCELAS INTO REG-PARCELA
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               WRITE REG-PARCELA
               IF WS-PARCELAS-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

       P400-COPIA-CONTRATOS.
            MOVE 'CONTRATOS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            MOVE 'N' TO WS-DESTINO-ABERTO
            OPEN OUTPUT CADASTRO-CONTRATOS
            IF WS-CTR-OK
               MOVE 'S' TO WS-DESTINO-ABERTO
            END-IF
            OPEN INPUT ORIGEM-CONTRATOS
            IF WS-ORIGEM-OK AND WS-DESTINO-ABERTO-SIM
               PERFORM P410-LE-CONTRATO UNTIL NOT WS-ORIGEM-OK
            END-IF
            MOVE WS-ORIGEM-STATUS TO WS-ORIGEM-RESULTADO
            IF WS-ORIGEM-OK OR WS-ORIGEM-FIM
               CLOSE ORIGEM-CONTRATOS
            END-IF
            IF WS-DESTINO-ABERTO-SIM
               CLOSE CADASTRO-CONTRATOS
            END-IF
            PERFORM P810-MOSTRA-RELACIONADO.

       P410-LE-CONTRATO.
            READ ORIGEM-CONTRATOS INTO REG-CONTRATO
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               WRITE REG-CONTRATO
               IF WS-CTR-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

       P450-COPIA-ENDERECOS.
            MOVE 'ENDERECOS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            MOVE 'N' TO WS-DESTINO-ABERTO
            OPEN OUTPUT CADASTRO-ENDERECOS
            IF WS-ENR-OK
               MOVE 'S' TO WS-DESTINO-ABERTO
            END-IF
            OPEN INPUT ORIGEM-ENDERECOS
            IF WS-ORIGEM-OK AND WS-DESTINO-ABERTO-SIM
               PERFORM P460-LE-ENDERECO UNTIL NOT WS-ORIGEM-OK
            END-IF
            MOVE WS-ORIGEM-STATUS TO WS-ORIGEM-RESULTADO
            IF WS-ORIGEM-OK OR WS-ORIGEM-FIM
               CLOSE ORIGEM-ENDERECOS
            END-IF
            IF WS-DESTINO-ABERTO-SIM
               CLOSE CADASTRO-ENDERECOS
            END-IF
            PERFORM P810-MOSTRA-RELACIONADO.

      * AOS CUIDADOS DE VIRA O NOME MASCARADO DO CLIENTE; O
      * LOGRADOURO LEVA CODIGO E SEQUENCIA. CIDADE, UF E CEP FICAM
       P460-LE-ENDERECO.
            READ ORIGEM-ENDERECOS INTO REG-ENDERECO
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               MOVE ENR-CODIGO TO WS-MSC-CODIGO
               PERFORM P700-MONTA-MASCARA
               IF ENR-AOS-CUIDADOS NOT = SPACES
                  MOVE SPACES TO ENR-AOS-CUIDADOS
                  STRING WS-MSC-PRIMEIRO DELIMITED BY SPACE
                         ' '             DELIMITED BY SIZE
                         WS-MSC-ULTIMO   DELIMITED BY SPACE
                         INTO ENR-AOS-CUIDADOS
                  END-STRING
               END-IF
               MOVE SPACES TO ENR-LOGRADOURO
               STRING 'RUA MASCARADA ' DELIMITED BY SIZE
                      ENR-CODIGO       DELIMITED BY SIZE
                      ' ENDERECO '     DELIMITED BY SIZE
                      ENR-SEQUENCIA    DELIMITED BY SIZE
                      INTO ENR-LOGRADOURO
               END-STRING
               WRITE REG-ENDERECO
               IF WS-ENR-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

       P500-COPIA-PESSOAS.
            MOVE 'PESSOAS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            MOVE 'N' TO WS-DESTINO-ABERTO
            OPEN OUTPUT CADASTRO-PESSOAS
            IF WS-PES-OK
               MOVE 'S' TO WS-DESTINO-ABERTO
            END-IF
            OPEN INPUT ORIGEM-PESSOAS
            IF WS-ORIGEM-OK AND WS-DESTINO-ABERTO-SIM
               PERFORM P510-LE-PESSOA UNTIL NOT WS-ORIGEM-OK
            END-IF
            MOVE WS-ORIGEM-STATUS TO WS-ORIGEM-RESULTADO
            IF WS-ORIGEM-OK OR WS-ORIGEM-FIM
               CLOSE ORIGEM-PESSOAS
            END-IF
            IF WS-DESTINO-ABERTO-SIM
               CLOSE CADASTRO-PESSOAS
            END-IF
            PERFORM P810-MOSTRA-RELACIONADO.

      * PESSOA DE CONTATO: NOME COM A SEQUENCIA E O SOBRENOME
      * MASCARADO DO CLIENTE; TELEFONE MANTEM O DDD (2 PRIMEIRAS
      * POSICOES); E-MAIL SO SE HAVIA UM
       P510-LE-PESSOA.
            READ ORIGEM-PESSOAS INTO REG-PESSOA
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               MOVE PES-CODIGO TO WS-MSC-CODIGO
               PERFORM P700-MONTA-MASCARA
               IF PES-NOME NOT = SPACES
                  MOVE SPACES TO PES-NOME
                  STRING 'CONTATO '    DELIMITED BY SIZE
                         PES-SEQUENCIA DELIMITED BY SIZE
                         ' '           DELIMITED BY SIZE
                         WS-MSC-ULTIMO DELIMITED BY SPACE
                         INTO PES-NOME
                  END-STRING
               END-IF
               IF PES-FONE NOT = SPACES
                  MOVE '9'           TO PES-FONE(3:1)
                  MOVE PES-CODIGO    TO PES-FONE(4:6)
                  MOVE PES-SEQUENCIA TO PES-FONE(10:2)
               END-IF
               IF PES-EMAIL NOT = SPACES
                  MOVE SPACES TO PES-EMAIL
                  STRING 'CONTATO'      DELIMITED BY SIZE
                         PES-CODIGO     DELIMITED BY SIZE
                         PES-SEQUENCIA  DELIMITED BY SIZE
                         '@MASCARA.COM' DELIMITED BY SIZE
                         INTO PES-EMAIL
                  END-STRING
               END-IF
               WRITE REG-PESSOA
               IF WS-PES-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

       P550-COPIA-ENTREGAS.
            MOVE 'ENTREGAS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            MOVE 'N' TO WS-DESTINO-ABERTO
            OPEN OUTPUT ENTREGAS-PEDIDO
            IF WS-ETG-OK
               MOVE 'S' TO WS-DESTINO-ABERTO
            END-IF
            OPEN INPUT ORIGEM-ENTREGAS
            IF WS-ORIGEM-OK AND WS-DESTINO-ABERTO-SIM
               PERFORM P560-LE-ENTREGA UNTIL NOT WS-ORIGEM-OK
            END-IF
            MOVE WS-ORIGEM-STATUS TO WS-ORIGEM-RESULTADO
            IF WS-ORIGEM-OK OR WS-ORIGEM-FIM
               CLOSE ORIGEM-ENTREGAS
            END-IF
            IF WS-DESTINO-ABERTO-SIM
               CLOSE ENTREGAS-PEDIDO
            END-IF
            PERFORM P810-MOSTRA-RELACIONADO.

      * ENDERECO CONGELADO NO PEDIDO: MESMA MASCARA DO CADASTRO DE
      * ENDERECOS (SEQUENCIA ZERO = ENDERECO DO PROPRIO CADASTRO)
       P560-LE-ENTREGA.
            READ ORIGEM-ENTREGAS INTO REG-ENTREGA-PEDIDO
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               MOVE ETG-CODIGO-CLIENTE TO WS-MSC-CODIGO
               PERFORM P700-MONTA-MASCARA
               IF ETG-AOS-CUIDADOS NOT = SPACES
                  MOVE SPACES TO ETG-AOS-CUIDADOS
                  STRING WS-MSC-PRIMEIRO DELIMITED BY SPACE
                         ' '             DELIMITED BY SIZE
                         WS-MSC-ULTIMO   DELIMITED BY SPACE
                         INTO ETG-AOS-CUIDADOS
                  END-STRING
               END-IF
               MOVE SPACES TO ETG-LOGRADOURO
               IF ETG-ENDERECO-CADASTRO
                  STRING 'RUA MASC '        DELIMITED BY SIZE
                         ETG-CODIGO-CLIENTE DELIMITED BY SIZE
                         INTO ETG-LOGRADOURO
                  END-STRING
               ELSE
                  STRING 'RUA MASCARADA '   DELIMITED BY SIZE
                         ETG-CODIGO-CLIENTE DELIMITED BY SIZE
                         ' ENDERECO '       DELIMITED BY SIZE
                         ETG-SEQ-ENDERECO   DELIMITED BY SIZE
                         INTO ETG-LOGRADOURO
                  END-STRING
               END-IF
               WRITE REG-ENTREGA-PEDIDO
               IF WS-ETG-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

       P600-COPIA-CONTATOS.
            MOVE 'CONTATOS' TO WS-NOME-ARQUIVO
            MOVE ZEROS TO WS-LIDOS WS-GRAVADOS
            MOVE 'N' TO WS-DESTINO-ABERTO
            OPEN OUTPUT CONTATO-HIST
            IF WS-CONTHIST-OK
               MOVE 'S' TO WS-DESTINO-ABERTO
            END-IF
            OPEN INPUT ORIGEM-CONTATOS
            IF WS-ORIGEM-OK AND WS-DESTINO-ABERTO-SIM
               PERFORM P610-LE-CONTATO UNTIL NOT WS-ORIGEM-OK
            END-IF
            MOVE WS-ORIGEM-STATUS TO WS-ORIGEM-RESULTADO
            IF WS-ORIGEM-OK OR WS-ORIGEM-FIM
               CLOSE ORIGEM-CONTATOS
            END-IF
            IF WS-DESTINO-ABERTO-SIM
               CLOSE CONTATO-HIST
            END-IF
            PERFORM P810-MOSTRA-RELACIONADO.

      * A NOTA E TEXTO LIVRE - PODE TER NOME, TELEFONE, QUALQUER
      * COISA. SAI UMA NOTA NEUTRA; DATA, TIPO E PESSOA FICAM
       P610-LE-CONTATO.
            READ ORIGEM-CONTATOS INTO REG-CONTATO-HIST
                 AT END SET WS-ORIGEM-FIM TO TRUE
            END-READ
            IF WS-ORIGEM-OK
               ADD 1 TO WS-LIDOS
               IF CTH-NOTA NOT = SPACES
                  MOVE 'NOTA MASCARADA' TO CTH-NOTA
               END-IF
               WRITE REG-CONTATO-HIST
               IF WS-CONTHIST-OK
                  ADD 1 TO WS-GRAVADOS
               ELSE
                  ADD 1 TO WS-QTD-FALHAS
               END-IF
            END-IF.

      ******************************************************************
      * P700-MONTA-MASCARA
      * Primeiro nome pela unidade do codigo, sobrenome pela dezena -
      * o mesmo cliente cai sempre no mesmo par de nomes.
      ******************************************************************
       P700-MONTA-MASCARA.
            DIVIDE WS-MSC-CODIGO BY 10
                   GIVING WS-MSC-QUOCIENTE REMAINDER WS-MSC-RESTO
            COMPUTE WS-MSC-IDX-PRIMEIRO = WS-MSC-RESTO + 1
            DIVIDE WS-MSC-QUOCIENTE BY 10
                   GIVING WS-MSC-QUOCIENTE REMAINDER WS-MSC-RESTO
            COMPUTE WS-MSC-IDX-ULTIMO = WS-MSC-RESTO + 1
            MOVE WS-NOME-PRIMEIRO(WS-MSC-IDX-PRIMEIRO)
                 TO WS-MSC-PRIMEIRO
            MOVE WS-NOME-ULTIMO(WS-MSC-IDX-ULTIMO)
                 TO WS-MSC-ULTIMO.

      ******************************************************************
      * P710-MONTA-DOCUMENTO
      * Base derivada do codigo do cliente (CPF: 1 00 + codigo; CNPJ:
      * 99 + codigo + filial 0001) e os dois digitos verificadores
      * calculados pelo P8481 do DOCVALPA - o documento mascarado
      * passa na mesma critica do PROGCSV. Tipo de pessoa vazio ou
      * invalido recebe a base de CPF.
      ******************************************************************
       P710-MONTA-DOCUMENTO.
            MOVE ZEROS TO WS-DOC-NUMERO-CONSULTA
            IF CSV-PESSOA-JURIDICA
               MOVE 'J'        TO WS-DOC-TIPO-CONSULTA
               MOVE 1          TO WS-DOC-INICIO
               MOVE 12         TO WS-DOC-QTD-BASE
               MOVE '99'       TO WS-DOC-NUMERO-CONSULTA(1:2)
               MOVE CSV-CODIGO TO WS-DOC-NUMERO-CONSULTA(3:6)
               MOVE '0001'     TO WS-DOC-NUMERO-CONSULTA(9:4)
            ELSE
               MOVE 'F'        TO WS-DOC-TIPO-CONSULTA
               MOVE 4          TO WS-DOC-INICIO
               MOVE 9          TO WS-DOC-QTD-BASE
               MOVE '100'      TO WS-DOC-NUMERO-CONSULTA(4:3)
               MOVE CSV-CODIGO TO WS-DOC-NUMERO-CONSULTA(7:6)
            END-IF

            PERFORM P8481-CALCULA-DV
            MOVE WS-DOC-DV-CALCULADO TO WS-DOC-DIGITO(13)
            ADD 1 TO WS-DOC-QTD-BASE
            PERFORM P8481-CALCULA-DV
            MOVE WS-DOC-DV-CALCULADO TO WS-DOC-DIGITO(14).

       P800-MOSTRA-CONTAGEM.
            MOVE WS-LIDOS    TO WS-LIDOS-ED
            MOVE WS-GRAVADOS TO WS-GRAVADOS-ED
            DISPLAY WS-NOME-ARQUIVO ': ' WS-LIDOS-ED ' LIDO(S), '
                    WS-GRAVADOS-ED ' GRAVADO(S) NO TREINO.'.

       P810-MOSTRA-RELACIONADO.
            IF WS-RESULTADO-NAO-CRIADA
               DISPLAY WS-NOME-ARQUIVO ': SEM ARQUIVO DE PRODUCAO - '
                       'COPIA DE TREINO RECRIADA VAZIA.'
            ELSE
               IF NOT WS-DESTINO-ABERTO-SIM
                  ADD 1 TO WS-QTD-FALHAS
                  DISPLAY WS-NOME-ARQUIVO ': ERRO AO CRIAR A COPIA '
                          'DE TREINO - NADA COPIADO.'
               ELSE
                  IF NOT WS-RESULTADO-FIM
                     ADD 1 TO WS-QTD-FALHAS
                     DISPLAY WS-NOME-ARQUIVO ': ERRO NA LEITURA DA '
                             'ORIGEM - STATUS ' WS-ORIGEM-RESULTADO
                  ELSE
                     PERFORM P800-MOSTRA-CONTAGEM
                  END-IF
               END-IF
            END-IF.

       P900-FINAL.
            IF WS-ERRO-ABERTURA-SIM
               DISPLAY 'COPIA MASCARADA INTERROMPIDA - A BASE DE '
                       'TREINO FICOU INCOMPLETA.'
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'COPIA MASCARADA CONCLUIDA: '
                       WS-QTD-MASCARADOS ' CLIENTE(S) MASCARADO(S), '
                       WS-QTD-FALHAS ' FALHA(S).'
               IF WS-QTD-FALHAS > ZEROS
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE 0 TO RETURN-CODE
               END-IF
            END-IF.

           COPY DOCVALPA.
           COPY ENVCFGPA.
       END PROGRAM TRAIN-MASK.
