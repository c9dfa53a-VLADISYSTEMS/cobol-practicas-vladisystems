       CARGAR-PARAMETROS.
           MOVE 0 TO PARAMETROS-DESCARTADOS
           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = "00"
               PERFORM UNTIL FS-PARAMETROS NOT = "00"
                                   TO TP-CLAVE (TOTAL-PARAMETROS)
                               MOVE PM-VALOR
                                   TO TP-VALOR (TOTAL-PARAMETROS)
                           ELSE
                               ADD 1 TO PARAMETROS-DESCARTADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PARAMETROS
               IF PARAMETROS-DESCARTADOS > 0
                   DISPLAY "ATENCIÓN: PARAMETROS.DAT tiene más de "
                           MAX-PARAMETROS " claves; "
                           PARAMETROS-DESCARTADOS " no se cargaron "
                           "y usan su valor por omisión."
               END-IF
           ELSE
               MOVE 3 TO TOTAL-PARAMETROS
               MOVE "MONEDA"           TO TP-CLAVE (1)
