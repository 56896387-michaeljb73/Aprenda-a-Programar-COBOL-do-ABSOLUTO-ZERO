      ******************************************************************
      * Copybook:  ENCGPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafo compartilhado do registro de encargos
      *            lancados (ENCGSL, ENCGF, ENCGWS).
      *            P8960 - acrescenta ao ENCGREG.dat a linha do
      *                    LATEFEE.dat em WS-EGR-ENCARGO, com a data do
      *                    dia e WS-EGR-PROGRAMA; sai com
      *                    WS-EGR-GRAVADO.
      *                    Abre e fecha o arquivo aqui mesmo, em EXTEND.
      *                    A falha nao e so aviso: encargo fora deste
      *                    registro nao chega a contabilidade, e o
      *                    chamador trata WS-EGR-GRAVADO como erro.
      ******************************************************************
       P8960-REGISTRA-ENCARGO.
            MOVE 'N' TO WS-EGR-GRAVADO
            OPEN EXTEND REGISTRO-ENCARGOS
            IF WS-ENCGREG-NAO-CRIADO
               OPEN OUTPUT REGISTRO-ENCARGOS
            END-IF
            IF WS-ENCGREG-OK
               MOVE SPACES             TO REG-ENCARGO-LANCADO
               MOVE WS-EGR-ENCARGO     TO EGR-ENCARGO
               ACCEPT EGR-DATA-LANCAMENTO FROM DATE YYYYMMDD
               MOVE WS-EGR-PROGRAMA    TO EGR-PROGRAMA
               WRITE REG-ENCARGO-LANCADO
               IF WS-ENCGREG-OK
                  SET WS-EGR-GRAVADO-SIM TO TRUE
               END-IF
               CLOSE REGISTRO-ENCARGOS
            END-IF
            IF NOT WS-EGR-GRAVADO-SIM
               DISPLAY 'ERRO AO GRAVAR ENCGREG.dat (STATUS '
                       WS-ENCGREG-STATUS ') - ENCARGO DO CLIENTE '
                       WS-EGR-ENCARGO(1:6) ' FORA DA CONTABILIDADE.'
            END-IF.
