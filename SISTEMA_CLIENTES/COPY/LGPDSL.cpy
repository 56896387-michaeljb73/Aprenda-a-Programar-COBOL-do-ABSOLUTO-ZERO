      ******************************************************************
      * Copybook:  LGPDSL
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Clausula SELECT compartilhada do registro dos
      *            atendimentos a titulares (LGPDLOG.txt, layout
      *            LGPDLF) - dossie de conformidade. Gravado em
      *            EXTEND pelo LGPD-EXPORT (acesso) e pelo
      *            LGPD-ANONYMIZE (esquecimento).
      ******************************************************************
           SELECT LOG-ATENDIMENTOS ASSIGN TO
           'src\assets\LGPDLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
