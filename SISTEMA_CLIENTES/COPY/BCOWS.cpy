      ******************************************************************
      * Copybook:  BCOWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de bancos cobradores e
      *            das regras de roteamento em memoria. O programa que
      *            inclui este copybook deve tambem ter copiado BCOSL
      *            (SELECT), BCOF e BCORF (FD) e chamar
      *            P8850-CARREGA-BANCOS (BCOPA) no inicio - carga
      *            estourada (WS-BCO-ESTOUROU-SIM) aborta a rodada.
      *            Sem banco ativo no cadastro (WS-MULTIBANCO-SIM
      *            desligado) o sistema segue com o banco unico de
      *            antes: remessa REMESSA.txt, retorno BANKRET.txt e
      *            nosso-numero do REMCTL.dat.
      ******************************************************************
       77  WS-BCO-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-BCO-OK                       VALUE '00'.
       77  WS-ROT-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-ROT-OK                       VALUE '00'.

       77  WS-FIM-BANCOS           PIC X(01)   VALUE 'N'.
           88  WS-FIM-BANCOS-SIM               VALUE 'S'.
       77  WS-FIM-ROTAS            PIC X(01)   VALUE 'N'.
           88  WS-FIM-ROTAS-SIM                VALUE 'S'.
       77  WS-BCO-ESTOUROU         PIC X(01)   VALUE 'N'.
           88  WS-BCO-ESTOUROU-SIM             VALUE 'S'.
       77  WS-BCO-GRAVADOS         PIC X(01)   VALUE 'N'.
           88  WS-BCO-GRAVADOS-SIM             VALUE 'S'.
       77  WS-ROT-GRAVADAS         PIC X(01)   VALUE 'N'.
           88  WS-ROT-GRAVADAS-SIM             VALUE 'S'.
       77  WS-MULTIBANCO           PIC X(01)   VALUE 'N'.
           88  WS-MULTIBANCO-SIM               VALUE 'S'.

       77  WS-MAX-BANCOS           PIC 9(02)   VALUE 20.
       77  WS-QTD-BCO-TAB          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-BCO              PIC 9(02)   VALUE ZEROS COMP.
       77  WS-IDX-BCO-PADRAO       PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-BANCOS.
           05  WS-BANCO-ENTRADA    OCCURS 20 TIMES.
               10  WS-BCT-CODIGO       PIC 9(03).
               10  WS-BCT-NOME         PIC X(20).
               10  WS-BCT-CONVENIO     PIC 9(10).
               10  WS-BCT-LAYOUT       PIC X(01).
                   88  WS-BCT-LAYOUT-PROPRIO   VALUE 'P'.
                   88  WS-BCT-LAYOUT-CNAB      VALUE 'C'.
               10  WS-BCT-TARIFA-BOLETO PIC 9(03)V99.
               10  WS-BCT-PADRAO       PIC X(01).
                   88  WS-BCT-BANCO-PADRAO     VALUE 'S'.
               10  WS-BCT-SITUACAO     PIC X(01).
                   88  WS-BCT-ATIVO            VALUE 'A'.
                   88  WS-BCT-INATIVO          VALUE 'I'.
               10  WS-BCT-PROX-NOSSO-NUMERO PIC 9(07).
               10  WS-BCT-PROX-REMESSA PIC 9(06).

       77  WS-MAX-ROTAS            PIC 9(03)   VALUE 200.
       77  WS-QTD-ROT-TAB          PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ROT              PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ROTAS.
           05  WS-ROTA-ENTRADA     OCCURS 200 TIMES.
               10  WS-RTT-FILIAL       PIC X(02).
               10  WS-RTT-UF           PIC X(02).
               10  WS-RTT-BANCO        PIC 9(03).

      * LOCALIZACAO DE UM BANCO PELO CODIGO (P8855)
       01  WS-BCO-PROCURADO        PIC 9(03)   VALUE ZEROS.
       77  WS-IDX-BCO-ACHADO       PIC 9(02)   VALUE ZEROS COMP.

      * BANCO DE UMA PARCELA JA REGISTRADA, PELO PREFIXO DO
      * NOSSO-NUMERO (P8860)
       01  WS-BCO-NOSSO-NUMERO     PIC 9(10)   VALUE ZEROS.
       01  WS-BCO-NOSSO-NUMERO-R REDEFINES WS-BCO-NOSSO-NUMERO.
           05  WS-BNN-BANCO            PIC 9(03).
           05  WS-BNN-SEQUENCIA        PIC 9(07).

      * ROTEAMENTO DE UMA PARCELA NOVA PELA FILIAL E UF DO CLIENTE
      * (P8865) - A REGRA DE MAIOR PESO GANHA
       01  WS-ROT-FILIAL-PROC      PIC X(02)   VALUE SPACES.
       01  WS-ROT-UF-PROC          PIC X(02)   VALUE SPACES.
       77  WS-ROT-PESO             PIC 9(01)   VALUE ZEROS.
       77  WS-ROT-PESO-MELHOR      PIC 9(01)   VALUE ZEROS.
