      ******************************************************************
      * Copybook:  SACF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do chamado de atendimento ao cliente
      *            (SACFILE.dat) - uma linha por reclamacao recebida
      *            por telefone ou e-mail. O SAC-MAINT abre o chamado
      *            com a categoria, que define o prazo de solucao
      *            (SLA da tabela de categorias do SACWS, em dias
      *            corridos a partir da abertura); o chamado passa a
      *            EM ANDAMENTO na primeira atualizacao, pode trocar
      *            de responsavel e termina ENCERRADO com a nota da
      *            solucao. O SAC-ESCALATE marca ESCALADO, uma unica
      *            vez, o chamado em aberto com o prazo vencido. O
      *            NPS-LOAD abre, pelo canal PESQUISA e na categoria
      *            NPS, o chamado de retorno ao cliente detrator, e
      *            o RENEW-NOTICE abre, pelo canal CONTRATO e na
      *            categoria RNV, o retorno ao cliente que nao
      *            respondeu o aviso de renovacao ate a data limite.
      ******************************************************************
       01  REG-CHAMADO.
           05  SAC-NUMERO              PIC 9(06).
           05  SAC-CODIGO-CLIENTE      PIC 9(06).
           05  SAC-CATEGORIA           PIC X(03).
           05  SAC-CANAL               PIC X(01).
               88  SAC-POR-TELEFONE            VALUE 'T'.
               88  SAC-POR-EMAIL               VALUE 'E'.
               88  SAC-POR-PESQUISA            VALUE 'P'.
               88  SAC-POR-CONTRATO            VALUE 'C'.
           05  SAC-DESCRICAO           PIC X(60).
           05  SAC-RESPONSAVEL         PIC X(08).
           05  SAC-DATA-ABERTURA       PIC 9(08).
           05  SAC-DATA-PRAZO          PIC 9(08).
           05  SAC-DATA-ENCERRAMENTO   PIC 9(08).
           05  SAC-DATA-ESCALONAMENTO  PIC 9(08).
           05  SAC-SITUACAO            PIC X(01).
               88  SAC-ABERTO                  VALUE 'A'.
               88  SAC-EM-ANDAMENTO            VALUE 'P'.
               88  SAC-ESCALADO                VALUE 'E'.
               88  SAC-ENCERRADO               VALUE 'F'.
               88  SAC-PENDENTE                VALUE 'A' 'P' 'E'.
           05  SAC-NOTA                PIC X(40).
           05  SAC-OPERADOR            PIC X(08).
