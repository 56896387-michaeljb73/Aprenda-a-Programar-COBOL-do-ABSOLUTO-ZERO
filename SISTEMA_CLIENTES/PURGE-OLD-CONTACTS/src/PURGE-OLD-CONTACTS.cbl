      *                  ORDER-MASTER apontando para codigo que nao
      *                  existe mais. Os orfaos das rodadas antigas
      *                  sao apontados pelo novo ORPHAN-ORDERS.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-OLD-CONTACTS.
           COPY ASOFDT.

      * O REGISTRO COMPLETO DO CLIENTE, NO LAYOUT CORRENTE DO
      * CUSTMAST (189 POSICOES) - E O QUE O ARCH-INQUIRY LE DE VOLTA
       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO           PIC X(189).

      * PEDIDOS DO CLIENTE PURGADO, NO LAYOUT CORRENTE DO ORDMAST
       FD  MORTO-PEDIDOS.
