                   DISPLAY "Se encontró una consolidación "
                           "interrumpida de este período, "
                           "hasta el día " CAMPO-CKP-DIA "."
      *>            POR LOTE (CIERRE-MES) SE REANUDA SIN PREGUNTAR.
                   IF WS-COMMAND-LINE = SPACES
                       DISPLAY "¿Reanudar desde ahí? (S/N): "
                       ACCEPT RESPUESTA-REANUDAR
                       MOVE FUNCTION UPPER-CASE(RESPUESTA-REANUDAR)
                            TO RESPUESTA-REANUDAR
                   ELSE
                       MOVE 'S' TO RESPUESTA-REANUDAR
                   END-IF
                   IF RESPUESTA-REANUDAR = 'S'
                       COMPUTE DIA-INICIAL =
                           FUNCTION NUMVAL (CAMPO-CKP-DIA) + 1
