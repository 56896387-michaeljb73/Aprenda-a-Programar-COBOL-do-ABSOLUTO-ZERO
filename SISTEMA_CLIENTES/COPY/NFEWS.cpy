      ******************************************************************
      * Copybook:  NFEWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do registro de notas fiscais
      *            eletronicas em memoria. O programa que inclui este
      *            copybook deve tambem ter copiado NFESL (SELECT) e
      *            NFEF (FD) e chamar P8820-CARREGA-NFE (NFEPA) no
      *            inicio. Registro ausente = nenhuma nota emitida.
      *            Cada entrada guarda a linha inteira do NFE.dat;
      *            a nota e trabalhada movendo a entrada para REG-NFE
      *            e devolvida a tabela depois de alterada.
      ******************************************************************
       77  WS-NFE-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-NFE-OK                       VALUE '00'.
           88  WS-NFE-NAO-CRIADO               VALUE '35'.

       77  WS-FIM-NFE              PIC X(01)   VALUE 'N'.
           88  WS-FIM-NFE-SIM                  VALUE 'S'.
       77  WS-NFE-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-NFE-ESTOUROU-SIM             VALUE 'S'.
       77  WS-NFE-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-NFE-GRAVADAS-SIM             VALUE 'S'.

       77  WS-MAX-NFE              PIC 9(04)   VALUE 3000.
       77  WS-QTD-NFE-TAB          PIC 9(04)   VALUE ZEROS COMP.
       77  WS-IDX-NFE              PIC 9(04)   VALUE ZEROS COMP.
       01  WS-TAB-NFE.
           05  WS-NFE-ENTRADA      OCCURS 3000 TIMES.
               10  WS-NFT-FATURA       PIC 9(06).
               10  WS-NFT-CLIENTE      PIC 9(06).
               10  WS-NFT-SITUACAO     PIC X(01).
                   88  WS-NFT-A-TRANSMITIR     VALUE 'P'.
                   88  WS-NFT-TRANSMITIDA      VALUE 'T'.
                   88  WS-NFT-AUTORIZADA       VALUE 'A'.
                   88  WS-NFT-REJEITADA        VALUE 'R'.
                   88  WS-NFT-EM-CORRECAO      VALUE 'C'.
               10  WS-NFT-CHAVE        PIC X(44).
               10  WS-NFT-DADOS        PIC X(118).

      * CONSULTAS DO P8825 (NOTA DA FATURA), P8826 (NOTA DA CHAVE DE
      * ACESSO) E P8827 (CLIENTE COM NOTA AINDA NAO AUTORIZADA)
       01  WS-NFE-FATURA-PROC      PIC 9(06)   VALUE ZEROS.
       01  WS-NFE-CHAVE-PROC       PIC X(44)   VALUE SPACES.
       01  WS-NFE-CLIENTE-PROC     PIC 9(06)   VALUE ZEROS.
       77  WS-IDX-NFE-ACHADA       PIC 9(04)   VALUE ZEROS COMP.
       77  WS-NFE-CLIENTE-PENDENTE PIC X(01)   VALUE 'N'.
           88  WS-NFE-CLIENTE-PENDENTE-SIM     VALUE 'S'.
