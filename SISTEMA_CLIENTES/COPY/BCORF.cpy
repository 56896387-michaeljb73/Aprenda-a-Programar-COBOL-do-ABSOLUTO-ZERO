      ******************************************************************
      * Copybook:  BCORF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro das regras de roteamento da
      *            cobranca (ROTCOB.dat), mantidas pelo BANK-MAINT:
      *            filial e UF do cliente e o banco que cobra a
      *            parcela. Filial ou UF em branco vale para qualquer
      *            uma; a regra mais especifica ganha (filial e UF,
      *            depois so filial, depois so UF).
      ******************************************************************
       01  REG-ROTA-COBRANCA.
           05  ROT-FILIAL              PIC X(02).
           05  ROT-UF                  PIC X(02).
           05  ROT-BANCO               PIC 9(03).
