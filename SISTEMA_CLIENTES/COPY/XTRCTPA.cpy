      ******************************************************************
      * Copybook:  XTRCTPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafo compartilhado de busca no catalogo de
      *            campos das extracoes ad hoc. Requer XTRCTWS.
      ******************************************************************
       P8945-LOCALIZA-CAMPO-EXTRACAO.
            MOVE ZEROS TO WS-XTR-IDX-ACHADO
            PERFORM VARYING WS-XTR-IDX-CATALOGO FROM 1 BY 1
                    UNTIL WS-XTR-IDX-CATALOGO > WS-XTR-QTD-CATALOGO
                    OR WS-XTR-IDX-ACHADO > ZEROS
                IF WS-XTR-CAT-CODIGO(WS-XTR-IDX-CATALOGO)
                   = WS-XTR-CODIGO-PROCURADO
                   MOVE WS-XTR-IDX-CATALOGO TO WS-XTR-IDX-ACHADO
                END-IF
            END-PERFORM.
