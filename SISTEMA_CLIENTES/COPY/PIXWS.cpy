      ******************************************************************
      * Copybook:  PIXWS
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Campos de apoio do identificador de cobranca PIX
      *            (txid) da parcela. O txid nao e guardado: e montado
      *            a partir da chave que a parcela ja carrega -
      *            cliente, numero da parcela e o nosso-numero do
      *            REMIT-GEN - com prefixo, versao do layout e digito
      *            verificador modulo 11. O REMIT-GEN o manda ao banco
      *            na remessa, o SLIP-PRINT o imprime no boleto e o
      *            PIX-LOAD o confere e decompoe no credito recebido.
      *            Paragrafos em PIXPA (P8840/P8845).
      ******************************************************************
       01  WS-PIX-TXID             PIC X(26)   VALUE SPACES.
       01  WS-PIX-TXID-R REDEFINES WS-PIX-TXID.
           05  WS-PXT-PREFIXO          PIC X(05).
           05  WS-PXT-VERSAO           PIC X(02).
           05  WS-PXT-BASE.
               10  WS-PXT-CODIGO       PIC 9(06).
               10  WS-PXT-PARCELA      PIC 9(02).
               10  WS-PXT-NOSSO-NUMERO PIC 9(10).
           05  WS-PXT-DV               PIC 9(01).
       01  WS-PIX-TXID-D REDEFINES WS-PIX-TXID.
           05  FILLER                  PIC X(07).
           05  WS-PXT-DIGITO           PIC 9(01)  OCCURS 18 TIMES.
           05  FILLER                  PIC X(01).

       77  WS-PIX-TXID-VALIDO      PIC X(01)   VALUE 'N'.
           88  WS-PIX-TXID-VALIDO-SIM          VALUE 'S'.

      * CALCULO DO DIGITO VERIFICADOR - PESOS 2 A 9 DA DIREITA PARA
      * A ESQUERDA SOBRE OS 18 DIGITOS DA BASE
       77  WS-PXT-DV-CALCULADO     PIC 9(01)   VALUE ZEROS.
       77  WS-PXT-SOMA             PIC 9(05)   VALUE ZEROS COMP.
       77  WS-PXT-PESO             PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PXT-IDX              PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PXT-RESTO            PIC 9(02)   VALUE ZEROS COMP.
       77  WS-PXT-QUOCIENTE        PIC 9(05)   VALUE ZEROS COMP.
