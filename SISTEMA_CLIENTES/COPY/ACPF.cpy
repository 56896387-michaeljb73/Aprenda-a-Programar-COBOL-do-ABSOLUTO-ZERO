      ******************************************************************
      * Copybook:  ACPF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do arquivo de acordos de preco
      *            (ACORDOS.dat): preco negociado de um item para um
      *            cliente ou para um grupo economico inteiro
      *            (GRUPECO.dat), como preco especial fechado ou como
      *            percentual de desconto sobre o preco de lista, com
      *            inicio e fim de vigencia. O ORDER-ENTRY e o
      *            QUOTE-MAINT aplicam o acordo vigente sozinhos (ver
      *            P8912 em ACPPA) - o operador nao sobrepoe mais o
      *            valor na mao para as contas-chave. Acordo do
      *            cliente vale antes do acordo do grupo. Mantido pelo
      *            AGREE-MAINT; o AGREE-EXPIRY lista os que vencem.
      ******************************************************************
       01  REG-ACORDO-PRECO.
           05  ACP-CHAVE.
               10  ACP-TIPO-ALVO       PIC X(01).
                   88  ACP-DO-CLIENTE          VALUE 'C'.
                   88  ACP-DO-GRUPO            VALUE 'G'.
                   88  ACP-TIPO-ALVO-VALIDO    VALUE 'C' 'G'.
               10  ACP-ALVO            PIC 9(06).
               10  ACP-ITEM            PIC X(08).
               10  ACP-SEQUENCIA       PIC 9(02).
           05  ACP-MODO                PIC X(01).
               88  ACP-PRECO-ESPECIAL          VALUE 'P'.
               88  ACP-DESCONTO                VALUE 'D'.
               88  ACP-MODO-VALIDO             VALUE 'P' 'D'.
           05  ACP-PRECO               PIC 9(07)V99.
           05  ACP-PCT-DESCONTO        PIC 9(02)V99.
           05  ACP-DATA-INICIO         PIC 9(08).
           05  ACP-DATA-FIM            PIC 9(08).
           05  ACP-SITUACAO            PIC X(01).
               88  ACP-ATIVO                   VALUE 'A'.
               88  ACP-INATIVO                 VALUE 'I'.
           05  ACP-DATA-CRIACAO        PIC 9(08).
           05  ACP-OPERADOR            PIC X(08).
