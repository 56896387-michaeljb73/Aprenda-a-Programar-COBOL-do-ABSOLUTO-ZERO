      * Historico de alteracoes
      * DD/MM/AAAA  INI  DESCRICAO
      * 02/09/2026  MJB  Versao inicial.
      * 15/10/2026  MJB  Tamanho de registro do CUSTMAST e do CUSTSNAP
      *                  atualizado para 189 posicoes (documento fiscal
      *                  no CUSTMAST).
      * 15/10/2026  MJB  Tamanho de registro do INVFILE atualizado para
      *                  65 posicoes (frete e transportadora da fatura).
      * 15/10/2026  MJB  Tamanho do registro do LATEFEE.dat corrigido
      *                  para 24 posicoes (tipo do encargo no fim).
      * 15/10/2026  MJB  Tamanho de registro do INSTFILE (40) e do
      *                  LATEFEE (26) atualizado - sequencia do contrato
      *                  nos dois.
      * 15/10/2026  MJB  Tamanho de registro do CONTHIST atualizado para
      *                  55 posicoes (pessoa de contato).
      * 15/10/2026  MJB  Relatorio passa a ser guardado com nome datado
      *                  e registrado no catalogo RPTCAT.dat (RPT-SPOOL)
      *                  a cada rodada, para a consulta de relatorios
      *                  anteriores pelo menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-GROWTH.
       77  WS-IDX-ARQUIVO          PIC 9(02)   VALUE ZEROS COMP.
       01  WS-TAB-ARQUIVOS-DADOS.
           05  FILLER PIC X(48) VALUE
               'CUSTMAST    Isrc\assets\CUSTMAST.dat        0189'.
           05  FILLER PIC X(48) VALUE
               'ORDMAST     Isrc\assets\ORDMAST.dat         0054'.
           05  FILLER PIC X(48) VALUE
           05  FILLER PIC X(48) VALUE
               'ERRLOG      Ssrc\assets\ERRLOG.txt          0082'.
           05  FILLER PIC X(48) VALUE
               'CONTHIST    Ssrc\assets\CONTHIST.txt        0055'.
           05  FILLER PIC X(48) VALUE
               'CUSTSNAP    Ssrc\assets\CUSTSNAP.dat        0189'.
           05  FILLER PIC X(48) VALUE
               'INSTFILE    Ssrc\assets\INSTFILE.dat        0040'.
           05  FILLER PIC X(48) VALUE
               'INVFILE     Ssrc\assets\INVFILE.txt         0065'.
           05  FILLER PIC X(48) VALUE
               'LATEFEE     Ssrc\assets\LATEFEE.dat         0026'.
           05  FILLER PIC X(48) VALUE
               'ARQCSV      Ssrc\assets\ARQCSV.csv          0096'.
       01  WS-TAB-ARQUIVOS REDEFINES WS-TAB-ARQUIVOS-DADOS.
      * CONVERSAO DE DATA E DIA JULIANO (COPYBOOK DTCONV*)
           COPY DTCONVW.

      * SPOOL E CATALOGO DO RELATORIO (COPYBOOKS RPTSPL*)
           COPY RPTSPLWS.

       PROCEDURE DIVISION.
       P000-MAINLINE.
            PERFORM P8050-DEFINE-AMBIENTE
               MOVE 8 TO RETURN-CODE
            ELSE
               CLOSE RELATORIO-TENDENCIA
               MOVE 'FILE-GROWTH' TO WS-SPL-PROGRAMA
               MOVE 'src\assets\FILETRND.txt'
                    TO WS-SPL-ARQUIVO
               PERFORM P8930-CATALOGA-RELATORIO
               DISPLAY 'VIGIA DE CRESCIMENTO: ' WS-QTD-ALERTAS
                       ' ALERTA(S) DE TETO.'
               IF WS-QTD-ALERTAS > 0
           COPY ALERTPA.
           COPY ASOFPA.

           COPY RPTSPLPA.

           COPY ENVCFGPA.
       END PROGRAM FILE-GROWTH.
