       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CXP-SELECT.
       COPY PERIODOS-SELECT.
           SELECT ARCHIVO-TEMP ASSIGN TO "CXP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMP.
       DATA DIVISION.
       FILE SECTION.
       COPY CXP-FD.
       COPY PERIODOS-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(68).

      *>----------------------------------------------------
      *> HISTORIAL DE PAGOS A PROVEEDORES (ESPEJO DE
                                       SEPARATE.

       WORKING-STORAGE SECTION.
       COPY PERIODOS-WS.

       *>----------------------------------------------------
       *> PAGO A PROVEEDOR CONTRA UNA FACTURA DE CXP.DAT
       01 MONTO-PAGO             PIC S9(11)V99.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 FACTURA-HALLADA        PIC X VALUE 'N'.
       01 FACTURA-RETENIDA       PIC X VALUE 'N'.
       01 FECHA-PAGO             PIC 9(8).

       01 F-SALDO                PIC -(9).99.
           DISPLAY "  PAGOS A PROVEEDORES (CXP)"
           DISPLAY "==============================="

           ACCEPT FECHA-PAGO FROM DATE YYYYMMDD
           MOVE FECHA-PAGO TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Pago a proveedor no registrado."
               STOP RUN
           END-IF

           PERFORM PEDIR-PROVEEDOR
           DISPLAY "Número de factura del proveedor:"
           ACCEPT FACTURA-PAGO
           CLOSE ARCHIVO-CXP
           CLOSE ARCHIVO-TEMP

           EVALUATE TRUE
               WHEN FACTURA-HALLADA = 'S'
                   CALL "CBL_RENAME_FILE" USING "CXP.TMP"
                                                 "CXP.DAT"
                       RETURNING RESULT-CODE
               WHEN FACTURA-RETENIDA = 'S'
                   DISPLAY "La factura " FACTURA-PAGO " del proveedor "
                           PROVEEDOR-PAGO " está retenida por "
                           "diferencias en el cotejo con la orden; un "
                           "supervisor debe liberarla en "
                           "COTEJAR-FACTURAS."
               WHEN OTHER
                   DISPLAY "La factura " FACTURA-PAGO " del proveedor "
                           PROVEEDOR-PAGO " no está abierta; no se "
                           "aplicó el pago."
           END-EVALUATE

           STOP RUN.

           IF XP-PROVEEDOR = PROVEEDOR-PAGO
               AND XP-FACTURA = FACTURA-PAGO
               AND XP-ESTADO = 'A'
               IF XP-COTEJO = 'R'
                   MOVE 'S' TO FACTURA-RETENIDA
               ELSE
                   PERFORM APLICAR-PAGO
               END-IF
           END-IF
           MOVE CXP-REG TO TEMP-REG
           WRITE TEMP-REG.
           MOVE MONTO-PAGO TO PX-MONTO
           WRITE PAGO-REG
           CLOSE ARCHIVO-PAGOS.

       COPY PERIODOS-RUTINAS.
