      *>----------------------------------------------------
      *> RUTINAS DE LA BÓVEDA. REQUIEREN COPY BOVEDA-WS EN
      *> WORKING-STORAGE Y COPY BOVEDA-SELECT / BOVEDA-FD EN
      *> SUS SECCIONES.
      *>----------------------------------------------------
       CAPTURAR-CONTEO.
           MOVE 'N' TO CONTEO-CONFIRMADO
           PERFORM UNTIL CONTEO-CONFIRMADO = 'S'
               MOVE 0 TO CTW-TOTAL
               PERFORM VARYING IDX-DENOMINACION FROM 1 BY 1
                       UNTIL IDX-DENOMINACION > TOTAL-DENOMINACIONES
                   PERFORM PEDIR-CANTIDAD-DENOMINACION
                   COMPUTE CTW-TOTAL = CTW-TOTAL
                       + CTW-CANTIDAD (IDX-DENOMINACION)
                       * DN-VALOR (IDX-DENOMINACION)
               END-PERFORM
               MOVE CTW-TOTAL TO F-TOTAL-CONTEO
               DISPLAY "Total contado: $" F-TOTAL-CONTEO
               DISPLAY "¿Es correcto el conteo? (S/N):"
               ACCEPT CONTEO-CONFIRMADO
               MOVE FUNCTION UPPER-CASE(CONTEO-CONFIRMADO)
                   TO CONTEO-CONFIRMADO
           END-PERFORM.

       PEDIR-CANTIDAD-DENOMINACION.
           MOVE DN-VALOR (IDX-DENOMINACION) TO F-DENOMINACION
           MOVE 'N' TO CONTEO-CONFIRMADO
           PERFORM UNTIL CONTEO-CONFIRMADO = 'S'
               IF DN-CLASE (IDX-DENOMINACION) = 'B'
                   DISPLAY "Billetes de $" F-DENOMINACION
                           " (ENTER = 0):"
               ELSE
                   DISPLAY "Monedas de  $" F-DENOMINACION
                           " (ENTER = 0):"
               END-IF
               ACCEPT CANTIDAD-TXT
               EVALUATE TRUE
                   WHEN CANTIDAD-TXT = SPACES
                       MOVE 0 TO CTW-CANTIDAD (IDX-DENOMINACION)
                       MOVE 'S' TO CONTEO-CONFIRMADO
                   WHEN FUNCTION TRIM(CANTIDAD-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (CANTIDAD-TXT)
                           TO CTW-CANTIDAD (IDX-DENOMINACION)
                       MOVE 'S' TO CONTEO-CONFIRMADO
                   WHEN OTHER
                       DISPLAY "Cantidad inválida. Intente de nuevo."
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO CONTEO-CONFIRMADO.

       TOMAR-NUMERO-CONTEO.
           MOVE 0 TO CTW-NUMERO
           OPEN INPUT ARCHIVO-NUM-CONTEO
           IF FS-NUM-CONTEO = "00"
               READ ARCHIVO-NUM-CONTEO
               MOVE NUM-CONTEO-REG TO CTW-NUMERO
               CLOSE ARCHIVO-NUM-CONTEO
           END-IF
           ADD 1 TO CTW-NUMERO
           OPEN OUTPUT ARCHIVO-NUM-CONTEO
           MOVE CTW-NUMERO TO NUM-CONTEO-REG
           WRITE NUM-CONTEO-REG
           CLOSE ARCHIVO-NUM-CONTEO.

       GRABAR-CONTEO.
           PERFORM TOMAR-NUMERO-CONTEO
           OPEN EXTEND ARCHIVO-CONTEOS
           IF FS-CONTEOS = "35"
               OPEN OUTPUT ARCHIVO-CONTEOS
           END-IF
           MOVE CTW-NUMERO TO CE-NUMERO
           ACCEPT CE-FECHA FROM DATE YYYYMMDD
           ACCEPT CE-HORA FROM TIME
           MOVE CTW-LUGAR TO CE-LUGAR
           MOVE CTW-CAJA TO CE-CAJA
           MOVE CTW-TURNO TO CE-TURNO
           MOVE CTW-MOTIVO TO CE-MOTIVO
           PERFORM VARYING IDX-DENOMINACION FROM 1 BY 1
                   UNTIL IDX-DENOMINACION > TOTAL-DENOMINACIONES
               MOVE CTW-CANTIDAD (IDX-DENOMINACION)
                   TO CE-CANTIDAD (IDX-DENOMINACION)
           END-PERFORM
           MOVE CTW-TOTAL TO CE-TOTAL
           MOVE CTW-OPERADOR TO CE-OPERADOR
           WRITE CONTEO-REG
           CLOSE ARCHIVO-CONTEOS.

      *>----------------------------------------------------
      *> EL MOVIMIENTO QUEDA LIGADO AL ÚLTIMO CONTEO GRABADO
      *> (CTW-NUMERO); SIN CONTEO, EL LLAMADOR LO DEJA EN 0.
      *>----------------------------------------------------
       GRABAR-MOVIMIENTO-BOVEDA.
           OPEN EXTEND ARCHIVO-BOVEDA
           IF FS-BOVEDA = "35"
               OPEN OUTPUT ARCHIVO-BOVEDA
           END-IF
           ACCEPT BV-FECHA FROM DATE YYYYMMDD
           ACCEPT BV-HORA FROM TIME
           MOVE BVW-TIPO TO BV-TIPO
           MOVE BVW-CAJA TO BV-CAJA
           MOVE BVW-TURNO TO BV-TURNO
           MOVE BVW-MONTO TO BV-MONTO
           MOVE CTW-NUMERO TO BV-CONTEO
           MOVE BVW-BOLETA TO BV-BOLETA
           MOVE BVW-OPERADOR TO BV-OPERADOR
           WRITE BOVEDA-REG
           CLOSE ARCHIVO-BOVEDA.

       CALCULAR-EFECTO-BOVEDA.
           EVALUATE BV-TIPO
               WHEN 'F'
               WHEN 'B'
                   COMPUTE EFECTO-BOVEDA = 0 - BV-MONTO
               WHEN OTHER
                   MOVE BV-MONTO TO EFECTO-BOVEDA
           END-EVALUATE.

       CALCULAR-SALDO-BOVEDA.
           MOVE 0 TO SALDO-BOVEDA
           OPEN INPUT ARCHIVO-BOVEDA
           IF FS-BOVEDA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-BOVEDA
           PERFORM UNTIL FIN-BOVEDA = 'S'
               READ ARCHIVO-BOVEDA
                   AT END
                       MOVE 'S' TO FIN-BOVEDA
                   NOT AT END
                       IF BV-FECHA <= FECHA-SALDO-BOVEDA
                           PERFORM CALCULAR-EFECTO-BOVEDA
                           ADD EFECTO-BOVEDA TO SALDO-BOVEDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-BOVEDA.
