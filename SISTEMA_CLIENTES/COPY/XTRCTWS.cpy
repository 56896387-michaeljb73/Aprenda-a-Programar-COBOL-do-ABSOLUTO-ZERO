      ******************************************************************
      * Copybook:  XTRCTWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Catalogo dos campos das extracoes ad hoc de
      *            clientes, comum ao XTR-MAINT (critica do pedido) e
      *            ao XTR-RUN (montagem da saida). Cada campo tem o
      *            codigo usado no pedido (XTRREQ.dat), o tipo - A
      *            alfanumerico, N numerico, V valor em reais, D data
      *            (sai DD/MM/AAAA, compara como AAAAMMDD) - a largura
      *            na saida de colunas fixas e o titulo da coluna no
      *            CSV. Os quatro ultimos sao derivados: DSUC dias
      *            desde o ultimo contato (99999 = nunca contatado),
      *            SALD soma das parcelas em aberto (INSTFILE), RISC
      *            grau do RISKGRAD.dat e SEGM segmento RFM da ultima
      *            competencia do RFMHIST.dat.
      *            P8945-LOCALIZA-CAMPO-EXTRACAO (copybook XTRCTPA)
      *            acha o codigo WS-XTR-CODIGO-PROCURADO e devolve a
      *            posicao em WS-XTR-IDX-ACHADO (zero = desconhecido).
      ******************************************************************
       01  WS-XTR-CATALOGO-DADOS.
           05  FILLER              PIC X(27)   VALUE
               'CODIN06CODIGO              '.
           05  FILLER              PIC X(27)   VALUE
               'NOMEA32NOME                '.
           05  FILLER              PIC X(27)   VALUE
               'ENDEA15ENDERECO            '.
           05  FILLER              PIC X(27)   VALUE
               'CIDAA10CIDADE              '.
           05  FILLER              PIC X(27)   VALUE
               'UF  A02UF                  '.
           05  FILLER              PIC X(27)   VALUE
               'CEP N08CEP                 '.
           05  FILLER              PIC X(27)   VALUE
               'DDD A02DDD                 '.
           05  FILLER              PIC X(27)   VALUE
               'FONEA09TELEFONE            '.
           05  FILLER              PIC X(27)   VALUE
               'MAILA30EMAIL               '.
           05  FILLER              PIC X(27)   VALUE
               'FILIA02FILIAL              '.
           05  FILLER              PIC X(27)   VALUE
               'TPESA01TIPO PESSOA         '.
           05  FILLER              PIC X(27)   VALUE
               'DOCUN14CPF/CNPJ            '.
           05  FILLER              PIC X(27)   VALUE
               'SPAGN01STATUS PAGAMENTO    '.
           05  FILLER              PIC X(27)   VALUE
               'MOEDA03MOEDA               '.
           05  FILLER              PIC X(27)   VALUE
               'VCTRV14VALOR CONTRATO      '.
           05  FILLER              PIC X(27)   VALUE
               'LIMIV14LIMITE CREDITO      '.
           05  FILLER              PIC X(27)   VALUE
               'DTCRD10DATA CADASTRO       '.
           05  FILLER              PIC X(27)   VALUE
               'DTUCD10ULTIMO CONTATO      '.
           05  FILLER              PIC X(27)   VALUE
               'DSUCN05DIAS SEM CONTATO    '.
           05  FILLER              PIC X(27)   VALUE
               'SALDV14SALDO EM ABERTO     '.
           05  FILLER              PIC X(27)   VALUE
               'RISCA01GRAU DE RISCO       '.
           05  FILLER              PIC X(27)   VALUE
               'SEGMA04SEGMENTO RFM        '.
       01  WS-XTR-CATALOGO REDEFINES WS-XTR-CATALOGO-DADOS.
           05  WS-XTR-CAMPO-CATALOGO OCCURS 22 TIMES.
               10  WS-XTR-CAT-CODIGO   PIC X(04).
               10  WS-XTR-CAT-TIPO     PIC X(01).
                   88  WS-XTR-CAT-ALFA             VALUE 'A'.
                   88  WS-XTR-CAT-NUMERICO         VALUE 'N'.
                   88  WS-XTR-CAT-VALOR            VALUE 'V'.
                   88  WS-XTR-CAT-DATA             VALUE 'D'.
               10  WS-XTR-CAT-LARGURA  PIC 9(02).
               10  WS-XTR-CAT-ROTULO   PIC X(20).

       77  WS-XTR-QTD-CATALOGO     PIC 9(02)   VALUE 22.
       77  WS-XTR-IDX-CATALOGO     PIC 9(02)   VALUE ZEROS COMP.
       77  WS-XTR-IDX-ACHADO       PIC 9(02)   VALUE ZEROS COMP.
       01  WS-XTR-CODIGO-PROCURADO PIC X(04)   VALUE SPACES.
