      *                  nada mais cria o arquivo e a primeira baixa
      *                  por perda era abandonada com 'arquivo
      *                  indisponivel'.
      * 15/10/2026  MJB  Controle de periodos contabeis (PERCTL.dat):
      *                  aprovacao em mes fechado grava o WOF-DATA no
      *                  primeiro dia aberto seguinte, com o desvio
      *                  registrado no ERROR-LOG.
      * 15/10/2026  MJB  LATEFEE.dat ganhou no fim o tipo do encargo
      *                  (branco = juros e multa de atraso, C = tarifa
      *                  de cheque devolvido gravada pelo CHEQUE-MAINT);
      *                  registro e tabela em memoria alargados - a
      *                  tarifa entra na conta como qualquer encargo.
      * 15/10/2026  MJB  INSTFILE.dat e LATEFEE.dat ganharam no fim a
      *                  sequencia do contrato (PCL-CONTRATO e
      *                  LFE-CONTRATO); registro e tabelas em memoria
      *                  alargados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOFF-QUEUE.
           COPY CUSTSEL.
           COPY INSTSL.
           COPY TRANSLSL.
           COPY ERRLOGSL.
           COPY PERCTLSL.

           SELECT FILA-PROPOSTAS ASSIGN TO
           'src\assets\WOPROP.dat'
           05  LFE-CODIGO              PIC 9(06).
           05  LFE-COMPETENCIA         PIC 9(06).
           05  LFE-VALOR-ENCARGO       PIC 9(09)V99.
           05  LFE-TIPO-ENCARGO        PIC X(01).
               88  LFE-ENCARGO-ATRASO          VALUE ' '.
               88  LFE-TARIFA-CHEQUE           VALUE 'C'.
           05  LFE-CONTRATO            PIC 9(02).

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  PERIODO-CONTABIL.
           COPY PERCTLF.

       WORKING-STORAGE SECTION.

       77  WS-QTD-PARCELAS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-PARCELA          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-PARCELAS.
           05  WS-PARCELA-LINHA    PIC X(40)  OCCURS 500 TIMES.
       77  WS-MAX-ENCARGOS         PIC 9(03)   VALUE 500.
       77  WS-QTD-ENCARGOS-TAB     PIC 9(03)   VALUE ZEROS COMP.
       77  WS-IDX-ENCARGO          PIC 9(03)   VALUE ZEROS COMP.
       01  WS-TAB-ENCARGOS.
           05  WS-ENCARGO-LINHA    PIC X(26)  OCCURS 500 TIMES.

      * ARQUIVO MAIOR QUE A TABELA ABORTA A APROVACAO ANTES DE
      * QUALQUER GRAVACAO - REGRAVAR SO A TABELA APAGARIA TODO
           COPY TRANSLWS.
       77  WS-TRN-PROGRAMA         PIC X(08)   VALUE 'WOFFQUEU'.

      * LOG DE ERROS/REJEICOES COMPARTILHADO (COPYBOOKS ERRLOG*)
           COPY ERRLOGWS.
       77  WS-ERL-PROGRAMA         PIC X(08)   VALUE 'WOFFQUEU'.

      * CONTROLE DE PERIODOS CONTABEIS (COPYBOOKS PERCTL*) - BAIXA
      * EM MES FECHADO VAI PARA O PRIMEIRO DIA ABERTO SEGUINTE
           COPY PERCTLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
            PERFORM P8800-VALIDA-OPERADOR
            MOVE WS-OPERADOR-VALIDADO TO WS-TRN-OPERADOR
            MOVE WS-OPERADOR-VALIDADO TO WS-ERL-OPERADOR
            PERFORM P100-INICIO
            IF NOT WS-ERRO-ABERTURA-SIM
               PERFORM P200-MENU UNTIL WS-FIM-SESSAO-SIM

            OPEN I-O CUSTOMER-MASTER
            OPEN EXTEND TRANS-LOG
            OPEN EXTEND ERROR-LOG
            PERFORM P8520-CARREGA-PERIODOS

            IF NOT WS-CUST-OK OR NOT WS-ERRLOG-OK
               OR WS-PERIODOS-ESTOURARAM-SIM
               MOVE 'S' TO WS-ERRO-ABERTURA
               DISPLAY 'ERRO AO ABRIR CADASTRO - STATUS '
                       WS-CUST-STATUS ' LOG DE ERROS: '
                       WS-ERRLOG-STATUS
            ELSE
               PERFORM P150-CARREGA-PROPOSTAS
            END-IF.
                       WS-PERDAS-STATUS
               MOVE '99' TO WS-CUST-STATUS
            ELSE
               PERFORM P508-CONFERE-PERIODO
               MOVE CSV-CODIGO TO WS-TRN-CHAVE
               MOVE 'PERDA' TO WS-TRN-ACAO
               PERFORM P8700-GRAVA-TRANS-LOG
               END-IF
            END-IF.

      ******************************************************************
      * P508-CONFERE-PERIODO
      * A perda e reconhecida na data da aprovacao; com o mes dela
      * fechado (PERIOD-MAINT) o WOF-DATA vai para o primeiro dia
      * aberto seguinte e o desvio fica no ERROR-LOG.
      ******************************************************************
       P508-CONFERE-PERIODO.
            MOVE WS-DATA-HOJE TO WS-PER-DATA-CONSULTA
            PERFORM P8530-CONFERE-PERIODO
            IF WS-PER-FECHADO-SIM
               MOVE CSV-CODIGO    TO WS-ERL-CHAVE
               MOVE WS-PER-MOTIVO TO WS-ERL-MOTIVO
               PERFORM P8200-GRAVA-ERRO-LOG
               DISPLAY WS-PER-MOTIVO
            END-IF.

       P510-MOVE-PARCELAS.
            IF WS-QTD-PARCELAS-TAB > ZEROS
               MOVE SPACES TO WS-PARCELAS-STATUS
            SET WOF-ORIGEM-PARCELA TO TRUE
            MOVE PCL-NUMERO     TO WOF-REFERENCIA
            MOVE PCL-VALOR      TO WOF-VALOR
            MOVE WS-PER-DATA-LANCAMENTO TO WOF-DATA
            MOVE CSV-FILIAL     TO WOF-FILIAL
            WRITE REG-BAIXA-PERDA
            ADD PCL-VALOR TO WS-VALOR-BAIXADO.
            SET WOF-ORIGEM-ENCARGO TO TRUE
            MOVE LFE-COMPETENCIA   TO WOF-REFERENCIA
            MOVE LFE-VALOR-ENCARGO TO WOF-VALOR
            MOVE WS-PER-DATA-LANCAMENTO TO WOF-DATA
            MOVE CSV-FILIAL        TO WOF-FILIAL
            WRITE REG-BAIXA-PERDA
            ADD LFE-VALOR-ENCARGO TO WS-VALOR-BAIXADO.
               IF WS-TRANSLOG-OK
                  CLOSE TRANS-LOG
               END-IF
               CLOSE ERROR-LOG
               MOVE 0 TO RETURN-CODE
            END-IF.

           COPY TRANSLPA.
           COPY ERRLOGPA.
           COPY PERCTLPA.
           COPY OPERTBPA.

           COPY ENVCFGPA.
