      *>----------------------------------------------------
      *> CARGA LOS DOS ARCHIVOS DE PRESUPUESTO EN TABLA. UN
      *> ARCHIVO INEXISTENTE SE TOMA COMO PRESUPUESTO VACÍO.
      *>----------------------------------------------------
       CARGAR-PRESUPUESTOS.
           MOVE 0 TO TOTAL-PRESUP-CUENTAS
           MOVE 0 TO TOTAL-PRESUP-VENTAS
           OPEN INPUT ARCHIVO-PRESUP-CUENTAS
           IF FS-PRESUP-CUENTAS = "00"
               PERFORM UNTIL FS-PRESUP-CUENTAS NOT = "00"
                   READ ARCHIVO-PRESUP-CUENTAS
                       AT END
                           MOVE "10" TO FS-PRESUP-CUENTAS
                       NOT AT END
                           IF TOTAL-PRESUP-CUENTAS
                               < MAX-PRESUP-CUENTAS
                               ADD 1 TO TOTAL-PRESUP-CUENTAS
                               MOVE PC-PERIODO TO
                                   TPC-PERIODO (TOTAL-PRESUP-CUENTAS)
                               MOVE PC-CUENTA TO
                                   TPC-CUENTA (TOTAL-PRESUP-CUENTAS)
                               MOVE PC-MONTO TO
                                   TPC-MONTO (TOTAL-PRESUP-CUENTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRESUP-CUENTAS
           END-IF
           OPEN INPUT ARCHIVO-PRESUP-VENTAS
           IF FS-PRESUP-VENTAS = "00"
               PERFORM UNTIL FS-PRESUP-VENTAS NOT = "00"
                   READ ARCHIVO-PRESUP-VENTAS
                       AT END
                           MOVE "10" TO FS-PRESUP-VENTAS
                       NOT AT END
                           IF TOTAL-PRESUP-VENTAS
                               < MAX-PRESUP-VENTAS
                               ADD 1 TO TOTAL-PRESUP-VENTAS
                               MOVE PV-ANIO-MES TO
                                   TPV-ANIO-MES (TOTAL-PRESUP-VENTAS)
                               MOVE PV-FAMILIA TO
                                   TPV-FAMILIA (TOTAL-PRESUP-VENTAS)
                               MOVE PV-MONTO TO
                                   TPV-MONTO (TOTAL-PRESUP-VENTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRESUP-VENTAS
           END-IF.
