      ******************************************************************
      * Copybook:  PESF
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Layout do registro do cadastro de pessoas de
      *            contato do cliente (PESSOAS.dat): o comprador, o
      *            financeiro, o socio/dono e quem mais o cliente
      *            indicar, cada um com papel, telefone, e-mail e a
      *            marca de consentimento da propria pessoa (LGPD) -
      *            pessoa sem consentimento nao recebe documento. O
      *            CSV-FONE/CSV-EMAIL do cadastro continuam sendo o
      *            contato geral e valem quando o papel procurado nao
      *            tem pessoa utilizavel (ver P8892 em PESPA). Pessoa
      *            desativada fica no arquivo como historia - o
      *            historico de contatos (CONTHIS) aponta para ela.
      *            Mantido pelo CONTACT-MAINT.
      ******************************************************************
       01  REG-PESSOA.
           05  PES-CHAVE.
               10  PES-CODIGO          PIC 9(06).
               10  PES-SEQUENCIA       PIC 9(02).
           05  PES-NOME                PIC X(30).
           05  PES-PAPEL               PIC X(01).
               88  PES-PAPEL-COMPRAS           VALUE 'C'.
               88  PES-PAPEL-FINANCEIRO        VALUE 'F'.
               88  PES-PAPEL-SOCIO             VALUE 'S'.
               88  PES-PAPEL-OUTRO             VALUE 'O'.
               88  PES-PAPEL-VALIDO            VALUE 'C' 'F' 'S' 'O'.
           05  PES-FONE                PIC X(11).
           05  PES-EMAIL               PIC X(30).
           05  PES-CONSENTE            PIC X(01).
               88  PES-CONSENTE-SIM            VALUE 'S'.
               88  PES-CONSENTE-NAO            VALUE 'N'.
           05  PES-DATA-CONSENTIMENTO  PIC 9(08).
           05  PES-SITUACAO            PIC X(01).
               88  PES-ATIVA                   VALUE 'A'.
               88  PES-INATIVA                 VALUE 'I'.
           05  PES-DATA-CRIACAO        PIC 9(08).
           05  PES-OPERADOR            PIC X(08).
