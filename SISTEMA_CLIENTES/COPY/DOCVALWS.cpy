      ******************************************************************
      * Copybook:  DOCVALWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio para a critica do documento fiscal
      *            do cliente (CPF ou CNPJ) pelo paragrafo
      *            compartilhado DOCVALPA: digitos verificadores por
      *            modulo 11 e rejeicao da sequencia de digitos
      *            repetidos (000.000.000-00, 111.111.111-11...), que
      *            passa no calculo mas nao e documento valido.
      *            CPF fica alinhado a direita nas 14 posicoes, com
      *            as 3 primeiras em zero.
      ******************************************************************
      * PESOS DO CNPJ - O PRIMEIRO DIGITO VERIFICADOR USA AS POSICOES
      * 2 A 13 DA TABELA (5 A 2 E 9 A 2) E O SEGUNDO USA AS 13
       01  WS-DOC-PESOS-CNPJ-DADOS PIC X(13)   VALUE '6543298765432'.
       01  WS-DOC-PESOS-CNPJ REDEFINES WS-DOC-PESOS-CNPJ-DADOS.
           05  WS-DOC-PESO-CNPJ    PIC 9(01)   OCCURS 13 TIMES.

      * ENTRADA E SAIDA DA CRITICA (P8480-VALIDA-DOCUMENTO): O
      * CHAMADOR PREENCHE WS-DOC-TIPO-CONSULTA (F = CPF, J = CNPJ) E
      * WS-DOC-NUMERO-CONSULTA E TESTA WS-DOC-VALIDO-SIM NA VOLTA
       77  WS-DOC-TIPO-CONSULTA    PIC X(01)   VALUE SPACES.
       01  WS-DOC-NUMERO-CONSULTA  PIC 9(14)   VALUE ZEROS.
       01  WS-DOC-NUMERO-TAB REDEFINES WS-DOC-NUMERO-CONSULTA.
           05  WS-DOC-DIGITO       PIC 9(01)   OCCURS 14 TIMES.
       77  WS-DOC-VALIDO           PIC X(01)   VALUE 'N'.
           88  WS-DOC-VALIDO-SIM               VALUE 'S'.

       77  WS-DOC-INICIO           PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DOC-QTD-BASE         PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DOC-IDX              PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DOC-POSICAO          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DOC-PESO             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DOC-SOMA             PIC 9(05)   VALUE ZEROS COMP.
       77  WS-DOC-QUOCIENTE        PIC 9(05)   VALUE ZEROS COMP.
       77  WS-DOC-RESTO            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-DOC-DV-CALCULADO     PIC 9(01)   VALUE ZEROS.
       77  WS-DOC-QTD-IGUAIS       PIC 9(02)   VALUE ZEROS COMP.
