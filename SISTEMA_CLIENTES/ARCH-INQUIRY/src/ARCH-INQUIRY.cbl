      *                  CUSTMAST, e restaurar um registro curto pelo
      *                  registro atual desalinharia os campos e
      *                  poria espacos dentro dos COMP-3.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCH-INQUIRY.
           COPY TRANSLOG.

       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO           PIC X(189).

       WORKING-STORAGE SECTION.


      * O REGISTRO ARQUIVADO EM ANALISE, NO LAYOUT DO CUSTMAST - A
      * AREA DO FD DO CADASTRO E USADA COMO GABARITO DE CAMPOS
       01  WS-REG-ARQUIVADO        PIC X(189)  VALUE SPACES.
       77  WS-REGISTRO-NA-MAO      PIC X(01)   VALUE 'N'.
           88  WS-REGISTRO-NA-MAO-SIM          VALUE 'S'.
       77  WS-IMAGEM-VALIDA        PIC X(01)   VALUE 'N'.
