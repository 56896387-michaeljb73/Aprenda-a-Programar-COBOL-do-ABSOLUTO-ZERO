      *            ultimo contato"; este historico responde "quando
      *            foram todos, quem fez e de que tipo", que e o que
      *            a gerencia de vendas pede por trimestre.
      *
      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 15/10/2026  MJB  Incluido CTH-PESSOA (pessoa de contato com quem
      *                  se falou); registro passa a 55 posicoes.
      ******************************************************************
       01  REG-CONTATO-HIST.
           05  CTH-CODIGO              PIC 9(06).
               88  CTH-TIPO-VISITA             VALUE 'V'.
               88  CTH-TIPO-EMAIL              VALUE 'E'.
           05  CTH-NOTA                PIC X(30).
      * PESSOA DO CLIENTE COM QUEM SE FALOU (PES-SEQUENCIA DO
      * CADASTRO DE PESSOAS). ZEROS = CONTATO DO CADASTRO; EM BRANCO
      * NOS REGISTROS GRAVADOS ANTES DO CAMPO EXISTIR
           05  CTH-PESSOA              PIC 9(02).
