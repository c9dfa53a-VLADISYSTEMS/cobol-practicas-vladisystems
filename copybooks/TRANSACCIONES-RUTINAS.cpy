      *>----------------------------------------------------
      *> RUTINAS DEL DIARIO DE TRANSACCIONES DE CAJA.
      *> REQUIEREN COPY TRANSACCIONES-WS EN WORKING-STORAGE Y
      *> COPY TRANSACCIONES-SELECT / TRANSACCIONES-FD EN SUS
      *> SECCIONES. CADA RENGLÓN SE GRABA ABRIENDO Y CERRANDO
      *> EL ARCHIVO, ASÍ QUEDA EN DISCO AUNQUE LA TERMINAL
      *> MUERA EN EL PASO SIGUIENTE.
      *>----------------------------------------------------
       GRABAR-TRANSACCION.
           OPEN EXTEND ARCHIVO-TRANSACCIONES
           IF FS-TRANSACCIONES = "35"
               OPEN OUTPUT ARCHIVO-TRANSACCIONES
           END-IF
           ACCEPT TX-FECHA FROM DATE YYYYMMDD
           ACCEPT TX-HORA FROM TIME
           MOVE TW-DATOS TO TX-DATOS
           WRITE TRANSACCION-REG
           CLOSE ARCHIVO-TRANSACCIONES.

       CARGAR-TRANSACCIONES-ABIERTAS.
           MOVE 0 TO TOTAL-TX-ABIERTAS
           OPEN INPUT ARCHIVO-TRANSACCIONES
           IF FS-TRANSACCIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TW-FIN
           PERFORM UNTIL TW-FIN = 'S'
               READ ARCHIVO-TRANSACCIONES
                   AT END
                       MOVE 'S' TO TW-FIN
                   NOT AT END
                       IF TW-CAJA-FILTRO = 0
                           OR TX-CAJA = TW-CAJA-FILTRO
                           PERFORM ANOTAR-TRANSACCION-ABIERTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TRANSACCIONES.

       ANOTAR-TRANSACCION-ABIERTA.
           EVALUATE TX-EVENTO
               WHEN 'I'
      *>           UN FOLIO QUE SE REPITE (SERIE REINICIADA) SE
      *>           QUEDA CON LA FECHA DEL INICIO MÁS RECIENTE.
                   PERFORM BUSCAR-TRANSACCION-ABIERTA
                   IF TW-HALLADA = 'S'
                       MOVE TX-FECHA-VENTA TO TA-FECHA-VENTA (TW-IDX)
                   ELSE
                       IF TOTAL-TX-ABIERTAS < MAX-TX-ABIERTAS
                           ADD 1 TO TOTAL-TX-ABIERTAS
                           MOVE TX-CAJA
                               TO TA-CAJA (TOTAL-TX-ABIERTAS)
                           MOVE TX-FOLIO
                               TO TA-FOLIO (TOTAL-TX-ABIERTAS)
                           MOVE TX-FECHA-VENTA
                               TO TA-FECHA-VENTA (TOTAL-TX-ABIERTAS)
                       END-IF
                   END-IF
               WHEN 'C'
               WHEN 'X'
               WHEN 'N'
                   PERFORM BUSCAR-TRANSACCION-ABIERTA
      *>           SE SACA DE LA TABLA CORRIENDO EL ÚLTIMO A SU
      *>           LUGAR (EL ORDEN NO IMPORTA).
                   IF TW-HALLADA = 'S'
                       MOVE TX-ABIERTA (TOTAL-TX-ABIERTAS)
                           TO TX-ABIERTA (TW-IDX)
                       SUBTRACT 1 FROM TOTAL-TX-ABIERTAS
                   END-IF
           END-EVALUATE.

       BUSCAR-TRANSACCION-ABIERTA.
           MOVE 'N' TO TW-HALLADA
           PERFORM VARYING TW-IDX FROM 1 BY 1
                   UNTIL TW-IDX > TOTAL-TX-ABIERTAS
                       OR TW-HALLADA = 'S'
               IF TA-CAJA (TW-IDX) = TX-CAJA
                   AND TA-FOLIO (TW-IDX) = TX-FOLIO
                   MOVE 'S' TO TW-HALLADA
               END-IF
           END-PERFORM
           IF TW-HALLADA = 'S'
               SUBTRACT 1 FROM TW-IDX
           END-IF.
