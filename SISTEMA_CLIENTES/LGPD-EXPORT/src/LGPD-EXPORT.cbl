      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Areas do registro do cadastro alargadas de 173
      *                  para 189 posicoes, acompanhando o documento
      *                  fiscal (CPF/CNPJ) incluido no CUSTMAST.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro alargado - a tarifa entra na conta
      *                  como qualquer encargo.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim a sequencia do
      *                  contrato (LFE-CONTRATO); registro alargado.
      * 15/10/2026  MJB  Layout do LGPDLOG.txt passou aos copybooks
      *                  LGPDSL/LGPDLF, compartilhados com o
      *                  LGPD-ANONYMIZE; o registro ganhou no fim o tipo
      *                  do pedido (A = acesso, N = anonimizacao) e o
      *                  canal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-EXPORT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOCUMENTO-STATUS.

           COPY LGPDSL.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANSLOG.

       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO           PIC X(189).

       FD  ARQUIVO-ENCARGOS.
       01  REG-ARQUIVO-ENCARGOS.
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  DOCUMENTO-EXPORT.
       01  REG-DOCUMENTO               PIC X(90).

       FD  LOG-ATENDIMENTOS.
           COPY LGPDLF.

       WORKING-STORAGE SECTION.

               ACCEPT LGL-HORA FROM TIME
               MOVE WS-CODIGO-PROCURADO  TO LGL-CODIGO
               MOVE WS-OPERADOR-VALIDADO TO LGL-OPERADOR
               SET LGL-ACESSO TO TRUE
               MOVE SPACE TO LGL-CANAL
               WRITE REG-LOG-ATENDIMENTO
               CLOSE LOG-ATENDIMENTOS
            ELSE
