      ******************************************************************
      * Copybook:  KYCXF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro da tabela de documentos
      *            exigidos por tipo de cliente (DOCEXIG.dat), mantida
      *            pelo KYC-MAINT: uma linha por tipo de pessoa
      *            (CSV-TIPO-PESSOA, F ou J) e documento, com a
      *            descricao e a marca de obrigatorio. Documento
      *            obrigatorio ausente ou vencido bloqueia pedido e
      *            cotacao; o nao obrigatorio so gera aviso.
      ******************************************************************
       01  REG-EXIGENCIA-DOCUMENTO.
           05  DXG-TIPO-PESSOA         PIC X(01).
           05  DXG-DOCUMENTO           PIC X(04).
           05  DXG-DESCRICAO           PIC X(30).
           05  DXG-OBRIGATORIO         PIC X(01).
               88  DXG-BLOQUEIA                VALUE 'S'.
