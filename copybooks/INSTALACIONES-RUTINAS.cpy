      *>----------------------------------------------------
      *> RUTINAS DE RESERVA DE INSTALACIONES. REQUIEREN COPY
      *> INSTALACIONES-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       BUSCAR-RESERVA-INST.
           MOVE 'N' TO RESERVA-INST-HALLADA
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-NUMERO = RESERVA-INST-BUSCADA
                           MOVE RESERVA-INST-REG
                               TO RESERVA-INST-ACTUAL
                           MOVE 'S' TO RESERVA-INST-HALLADA
                           MOVE 'S' TO FIN-RESERVAS-INST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST.

      *>----------------------------------------------------
      *> REESCRIBE LA RESERVA RI-NUMERO CON EL CONTENIDO DE
      *> RESERVA-INST-ACTUAL (ARCHIVO TEMPORAL +
      *> CBL_RENAME_FILE).
      *>----------------------------------------------------
       REGRABAR-RESERVA-INST.
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-RESERVAS-INST-TMP
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-NUMERO = RI-NUMERO
                           MOVE RESERVA-INST-ACTUAL
                               TO RESERVA-INST-REG
                       END-IF
                       MOVE RESERVA-INST-REG
                           TO RESERVA-INST-TMP-REG
                       WRITE RESERVA-INST-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST
           CLOSE ARCHIVO-RESERVAS-INST-TMP
           CALL "CBL_RENAME_FILE" USING "RESERVAS-INSTALACION.TMP"
                                         "RESERVAS-INSTALACION.DAT"
               RETURNING RESULT-CODE-RESERVAS-INST.

      *>----------------------------------------------------
      *> COBRO EN CAJA: LA RESERVA CON COBRO PENDIENTE ('P')
      *> QUEDA FACTURADA CON LA CAJA, FOLIO Y FECHA DE LA
      *> VENTA. UNA YA FACTURADA NO SE TOCA, ASÍ QUE
      *> REPETIRLO DESDE RECUPERAR-VENTAS NO HACE DAÑO.
      *>----------------------------------------------------
       MARCAR-RESERVA-INST-FACTURADA.
           PERFORM BUSCAR-RESERVA-INST
           IF RESERVA-INST-HALLADA = 'N' OR RI-COBRO NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO RI-COBRO
           MOVE RESERVA-INST-CAJA TO RI-CAJA
           MOVE RESERVA-INST-FOLIO TO RI-FOLIO
           MOVE RESERVA-INST-FECHA TO RI-FECHA-FACTURA
           PERFORM REGRABAR-RESERVA-INST.

       CARGAR-INSTALACIONES.
           MOVE 0 TO TOTAL-INSTALACIONES
           OPEN INPUT ARCHIVO-INSTALACIONES
           IF FS-INSTALACIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-INSTALACIONES NOT = "00"
               READ ARCHIVO-INSTALACIONES
                   AT END
                       MOVE "10" TO FS-INSTALACIONES
                   NOT AT END
                       IF TOTAL-INSTALACIONES < MAX-INSTALACIONES
                           ADD 1 TO TOTAL-INSTALACIONES
                           MOVE INSTALACION-REG TO
                               INSTALACION-ENTRADA
                                   (TOTAL-INSTALACIONES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INSTALACIONES.

       BUSCAR-INSTALACION-EN-TABLA.
           MOVE 0 TO INSTALACION-EN-TABLA
           PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                   UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
               IF IA-CODIGO (IDX-INSTALACION) = INSTALACION-BUSCADA
                   MOVE IDX-INSTALACION TO INSTALACION-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> HORARIO DE LA INSTALACION-EN-TABLA PARA UN DÍA
      *> NORMAL O FERIADO, Y SI EL TURNO HORARIO-HORA CAE
      *> DENTRO DE ÉL Y EN HORA PICO.
      *>----------------------------------------------------
       CALCULAR-HORARIO-INST.
           IF HORARIO-FERIADO = 'S'
               MOVE IA-FER-ABRE (INSTALACION-EN-TABLA)
                   TO HORARIO-ABRE
               MOVE IA-FER-CIERRA (INSTALACION-EN-TABLA)
                   TO HORARIO-CIERRA
           ELSE
               MOVE IA-ABRE (INSTALACION-EN-TABLA) TO HORARIO-ABRE
               MOVE IA-CIERRA (INSTALACION-EN-TABLA)
                   TO HORARIO-CIERRA
           END-IF
           MOVE 'N' TO HORARIO-ABIERTO
           MOVE 'N' TO HORARIO-PICO
           IF HORARIO-HORA >= HORARIO-ABRE
               AND HORARIO-HORA < HORARIO-CIERRA
               MOVE 'S' TO HORARIO-ABIERTO
           END-IF
           IF HORARIO-HORA >= IA-PICO-DESDE (INSTALACION-EN-TABLA)
               AND HORARIO-HORA < IA-PICO-HASTA (INSTALACION-EN-TABLA)
               MOVE 'S' TO HORARIO-PICO
           END-IF.
