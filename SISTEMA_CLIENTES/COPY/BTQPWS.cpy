      ******************************************************************
      * Copybook:  BTQPWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio dos parametros da solicitacao sob
      *            demanda. O programa que inclui este copybook deve
      *            ter copiado BTQPSL e BTQSL (SELECT), BTQPF e BTQF
      *            (FD) e chamar
      *            P8160-LE-PARAMETRO-SOLICITACAO (copybook BTQPPA) na
      *            abertura; com WS-BTP-ATIVA-SIM, confere cada cliente
      *            em P8165-FILTRA-CLIENTE-SOLIC (UF e filial do
      *            CUSTOMER-RECORD corrente) e cada data em
      *            P8167-FILTRA-DATA-SOLIC (data em WS-BTP-DATA-TESTE),
      *            e WS-BTP-PASSA-SIM diz se o registro entra.
      *            WS-BTP-ECO vai no cabecalho, para o relatorio
      *            filtrado nunca passar por completo.
      ******************************************************************
       77  WS-BATCHPRM-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-BATCHPRM-OK                  VALUE '00'.
       77  WS-BATCHREQ-STATUS      PIC X(02)   VALUE SPACES.
           88  WS-BATCHREQ-OK                  VALUE '00'.

      * O BATCHPRM.dat SO VALE SE A SOLICITACAO ESTA EM EXECUCAO NA
      * FILA (BATCHREQ.dat) - SOBRA DE RODADA INTERROMPIDA E IGNORADA
       77  WS-BTP-FIM-FILA         PIC X(01)   VALUE 'N'.
           88  WS-BTP-FIM-FILA-SIM             VALUE 'S'.
       77  WS-BTP-CONFIRMADA       PIC X(01)   VALUE 'N'.
           88  WS-BTP-CONFIRMADA-SIM           VALUE 'S'.

      * SOLICITACAO EM EXECUCAO (SEM ARQUIVO OU VAZIO = NENHUMA)
       77  WS-BTP-ATIVA            PIC X(01)   VALUE 'N'.
           88  WS-BTP-ATIVA-SIM                VALUE 'S'.
       01  WS-BTP-FILTROS.
           05  WS-BTP-NUMERO       PIC 9(06)   VALUE ZEROS.
           05  WS-BTP-UF           PIC X(02)   VALUE SPACES.
           05  WS-BTP-FILIAL       PIC X(02)   VALUE SPACES.
           05  WS-BTP-DATA-DE      PIC 9(08)   VALUE ZEROS.
           05  WS-BTP-DATA-ATE     PIC 9(08)   VALUE ZEROS.

       77  WS-BTP-DATA-TESTE       PIC 9(08)   VALUE ZEROS.
       77  WS-BTP-PASSA            PIC X(01)   VALUE 'S'.
           88  WS-BTP-PASSA-SIM                VALUE 'S'.

      * ECO DOS FILTROS DA SOLICITACAO, PARA O CABECALHO
       01  WS-BTP-ECO              PIC X(60)   VALUE SPACES.
