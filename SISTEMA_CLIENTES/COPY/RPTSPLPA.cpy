      ******************************************************************
      * Copybook:  RPTSPLPA
      * Author:    Michael J. Bezerra
      * Date:      15/10/2026
      * Purpose:   Paragrafo compartilhado que entrega o relatorio
      *            recem-fechado a sub-rotina RPT-SPOOL (copia datada
      *            e linha no catalogo RPTCAT.dat). Requer RPTSPLWS
      *            preenchido pelo chamador. Falha no spool so avisa,
      *            no mesmo criterio do manifesto (MANIFPA): o
      *            relatorio do dia ja esta gravado no nome de sempre.
      ******************************************************************
       P8930-CATALOGA-RELATORIO.
            MOVE SPACES TO WS-SPL-GUARDADO
            CALL 'RPT-SPOOL' USING WS-SPL-PARAMETROS
            IF WS-SPL-GUARDADO NOT = SPACES
               DISPLAY 'RELATORIO GUARDADO EM ' WS-SPL-GUARDADO
            END-IF.
