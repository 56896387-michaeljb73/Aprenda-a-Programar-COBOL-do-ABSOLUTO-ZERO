      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAP-SPLIT.
       FILE SECTION.

       FD  CUSTOMER-SNAPSHOT.
       01  REG-SNAPSHOT            PIC X(189).

       FD  PARM-DIVISAO.
       01  REG-PARM-DIVISAO.
           05  SPP-QTD-PARTICOES       PIC 9(01).

       FD  PARTICAO-1.
       01  REG-PARTICAO-1          PIC X(189).

       FD  PARTICAO-2.
       01  REG-PARTICAO-2          PIC X(189).

       FD  PARTICAO-3.
       01  REG-PARTICAO-3          PIC X(189).

       FD  PARTICAO-4.
       01  REG-PARTICAO-4          PIC X(189).

       WORKING-STORAGE SECTION.

