      *            cada movimentacao e o 'antes' da seguinte; o da
      *            ultima e o registro corrente do mestre. Responder
      *            'quem mexeu no limite deste cliente' era olhar
      *            dumps de 189 posicoes.
      * Tectonics: cobc
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Imagem alargada para 189 posicoes e incluido o
      *                  campo CPF/CNPJ (tipo de pessoa + documento) na
      *                  lista de campos comparados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-HIST.
               10  WS-MOV-HORA         PIC 9(08).
               10  WS-MOV-OPERADOR     PIC X(08).
               10  WS-MOV-PROGRAMA     PIC X(08).
               10  WS-MOV-IMAGEM       PIC X(189).

      * CAMPOS EXTRAIDOS DA IMAGEM EM DECODIFICACAO - MESMA LISTA
      * ANTES E DEPOIS, COMPARADA POSICAO A POSICAO
       77  WS-QTD-CAMPOS           PIC 9(02)   VALUE 16.
       77  WS-IDX-CAMPO            PIC 9(02)   VALUE ZEROS COMP.
       01  WS-CAMPOS-EXTRAIDOS.
           05  WS-CPO-EXTR         PIC X(30)  OCCURS 16 TIMES.
       01  WS-CAMPOS-ANTES.
           05  WS-CPO-ANTES        PIC X(30)  OCCURS 16 TIMES.
       01  WS-CAMPOS-DEPOIS.
           05  WS-CPO-DEPOIS       PIC X(30)  OCCURS 16 TIMES.
       01  WS-NOMES-CAMPOS.
           05  FILLER              PIC X(20)  VALUE 'NOME'.
           05  FILLER              PIC X(20)  VALUE 'ENDERECO'.
           05  FILLER              PIC X(20)  VALUE 'NAO-CONTATAR'.
           05  FILLER              PIC X(20)  VALUE 'FILIAL'.
           05  FILLER              PIC X(20)  VALUE 'VIGENCIA'.
           05  FILLER              PIC X(20)  VALUE 'CPF/CNPJ'.
       01  WS-NOMES-CAMPOS-R REDEFINES WS-NOMES-CAMPOS.
           05  WS-NOME-CAMPO       PIC X(20)  OCCURS 16 TIMES.

      * IMAGEM EM DECODIFICACAO - O CONTEUDO CORRENTE DO FD E
      * PRESERVADO EM VOLTA (TECNICA DO TRANS-UNDO)
       01  WS-REGISTRO-SALVO       PIC X(189)  VALUE SPACES.
       77  WS-IMAGEM-VALIDA        PIC X(01)   VALUE 'N'.
           88  WS-IMAGEM-VALIDA-SIM            VALUE 'S'.
       77  WS-QTD-DIFERENCAS       PIC 9(05)   VALUE ZEROS COMP.
                   '-'                      DELIMITED BY SIZE
                   CSV-DATA-FIM-VIGENCIA    DELIMITED BY SIZE
                   INTO WS-CPO-EXTR(15)
            END-STRING
            STRING CSV-TIPO-PESSOA          DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   CSV-DOCUMENTO            DELIMITED BY SIZE
                   INTO WS-CPO-EXTR(16)
            END-STRING.

       P900-FINAL.
