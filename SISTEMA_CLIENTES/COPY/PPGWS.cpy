      ******************************************************************
      * Copybook:  PPGWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do cadastro de pedidos programados.
      *            O programa que inclui este copybook deve tambem ter
      *            copiado PPGSL (SELECT) e PPGF (FD) e usar os
      *            paragrafos do PPGPA.
      ******************************************************************
       77  WS-PPG-STATUS           PIC X(02)   VALUE SPACES.
           88  WS-PPG-OK                       VALUE '00'.
           88  WS-PPG-FIM-ARQUIVO              VALUE '10'.
           88  WS-PPG-NAO-EXISTE               VALUE '23'.
           88  WS-PPG-NAO-CRIADO               VALUE '35'.
       77  WS-PPG-ABERTO           PIC X(01)   VALUE 'N'.
           88  WS-PPG-ABERTO-SIM               VALUE 'S'.
       77  WS-FIM-PROGRAMADOS      PIC X(01)   VALUE 'N'.
           88  WS-FIM-PROGRAMADOS-SIM          VALUE 'S'.
       77  WS-PPG-MAX-LINHAS       PIC 9(02)   VALUE 10.

      * POSICAO DA VARREDURA DOS MODELOS DE UM CLIENTE (P8922) - CADA
      * PASSO REPOSICIONA PELA CHAVE
       01  WS-PPG-CODIGO-VARRE     PIC 9(06)   VALUE ZEROS.
       01  WS-PPG-SEQ-VARRE        PIC 9(02)   VALUE ZEROS.

      * AVANCO DA DATA PELA FREQUENCIA (P8924): PARTE DE
      * WS-PPG-DATA-CALC E DEVOLVE NELA A DATA SEGUINTE DO MODELO
       01  WS-PPG-DATA-CALC        PIC 9(08)   VALUE ZEROS.
       01  WS-PPG-DATA-CALC-R REDEFINES WS-PPG-DATA-CALC.
           05  WS-PPG-CALC-AAAA        PIC 9(04).
           05  WS-PPG-CALC-MM          PIC 9(02).
           05  WS-PPG-CALC-DD          PIC 9(02).
       77  WS-PPG-DIAS-SOMAR       PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PPG-IDX-DIA          PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PPG-ULTIMO-DIA-MES   PIC 9(02)   VALUE ZEROS.
       77  WS-PPG-QUOC-BISSEXTO    PIC 9(04)   VALUE ZEROS COMP.
       77  WS-PPG-RESTO-BISSEXTO   PIC 9(01)   VALUE ZEROS COMP.

      * EXIBICAO DA FREQUENCIA E DA SITUACAO (P8926)
       01  WS-PPG-FREQUENCIA-DESC  PIC X(10)   VALUE SPACES.
       01  WS-PPG-SITUACAO-DESC    PIC X(10)   VALUE SPACES.
