      *                  SNAPPREV.dat - e a base de comparacao do
      *                  SNAP-DIFF, o detector de alteracao sem
      *                  trilha no TRANS-LOG.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT-UNLOAD.
           COPY CUSTMAST.

       FD  CUSTOMER-SNAPSHOT.
       01  REG-SNAPSHOT            PIC X(189).

       FD  SNAPSHOT-ANTERIOR.
       01  REG-SNAPSHOT-ANT        PIC X(189).

       WORKING-STORAGE SECTION.

