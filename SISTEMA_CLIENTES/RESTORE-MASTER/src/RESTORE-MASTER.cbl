      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 22/08/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-MASTER.
           COPY ORDMAST.

       FD  CUST-BACKUP-G1.
       01  REG-CUST-BKP-G1             PIC X(189).
       FD  CUST-BACKUP-G2.
       01  REG-CUST-BKP-G2             PIC X(189).
       FD  CUST-BACKUP-G3.
       01  REG-CUST-BKP-G3             PIC X(189).

       FD  ORD-BACKUP-G1.
       01  REG-ORD-BKP-G1              PIC X(54).
       77  WS-QTD-ORD-RESTAURADOS  PIC 9(07)   VALUE ZEROS COMP.
       77  WS-QTD-ERROS-GRAVACAO   PIC 9(05)   VALUE ZEROS COMP.

       01  WS-REG-RELIDO           PIC X(189)  VALUE SPACES.

       PROCEDURE DIVISION.
       P000-MAINLINE.
