       COPY KARDEX-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY UBICACIONES-SELECT.
       COPY REFERENCIAS-PROV-SELECT.
           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO "DEV-PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY KARDEX-FD.
       COPY PROVEEDORES-FD.
       COPY UBICACIONES-FD.
       COPY REFERENCIAS-PROV-FD.

      *>----------------------------------------------------
      *> DEVOLUCIONES A PROVEEDOR (DEV-PROVEEDOR.DAT): UN
      *> REGISTRO POR LÍNEA DEVUELTA, CON LA OC DE ORIGEN Y
      *> EL PROVEEDOR. ESTADOS: A = ABIERTA (ESPERANDO NOTA
      *> DE CRÉDITO O REPOSICIÓN DEL PROVEEDOR), C = CERRADA.
      *> SE CAPTURA EN LA UNIDAD DE COMPRA DEL PROVEEDOR;
      *> DP-UNIDADES QUEDA EN UNIDADES DE VENTA, COMO EL
      *> KARDEX.
      *>----------------------------------------------------
       FD  ARCHIVO-DEVOLUCIONES.
       01  DEVOLUCION-REG.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY UBICACIONES-WS.
       COPY REFERENCIAS-PROV-WS.

       01 FS-PROVEEDORES         PIC XX.
       01 FS-DEVOLUCIONES        PIC XX.
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES-DEVUELTAS     PIC 9(5).
       01 UNIDADES-BASE          PIC 9(5).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 NUMERO-DEV             PIC 9(6) VALUE 0.
       01 FECHA-DEV              PIC 9(8).
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-DEV
           MOVE 999999 TO CODIGO-PRODUCTO
           PERFORM CAPTURAR-LINEA-DEV
               UNTIL CODIGO-PRODUCTO = 0
           CLOSE ARCHIVO-PRODUCTOS
           MOVE PR-EXISTENCIA TO F-EXISTENCIA
           DISPLAY "Producto: " PR-DESCRIPCION
                   " | Existencia: " F-EXISTENCIA
           MOVE CODIGO-PROVEEDOR TO UC-PROVEEDOR
           PERFORM OBTENER-UNIDAD-COMPRA
           PERFORM PEDIR-UNIDADES-DEV
           COMPUTE UNIDADES-BASE = UNIDADES-DEVUELTAS * UC-FACTOR
           IF UC-FACTOR > 1
               DISPLAY UNIDADES-DEVUELTAS " "
                       FUNCTION TRIM(UC-UNIDAD) " = "
                       UNIDADES-BASE " unidades."
           END-IF
           SUBTRACT UNIDADES-BASE FROM PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar el producto " PR-CODIGO
           NOT INVALID KEY
               MOVE PR-CODIGO TO KW-CODIGO
               MOVE 'P' TO KW-TIPO
               MOVE NUMERO-DEV TO KW-FOLIO
               COMPUTE KW-UNIDADES = UNIDADES-BASE * -1
               MOVE PR-EXISTENCIA TO KW-SALDO
               PERFORM GRABAR-KARDEX
      *>       LO DEVUELTO AL PROVEEDOR SALE DE BODEGA.
               MOVE PR-CODIGO TO UB-CODIGO
               MOVE 'B' TO UB-UBICACION
               COMPUTE UB-DELTA = UNIDADES-BASE * -1
               PERFORM AJUSTAR-UBICACION
               PERFORM GRABAR-LINEA-DEV
           END-REWRITE.
       PEDIR-UNIDADES-DEV.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               IF UC-FACTOR > 1
                   DISPLAY "Cantidad que se devuelve en "
                           FUNCTION TRIM(UC-UNIDAD) " de "
                           FUNCTION TRIM(F-FACTOR-COMPRA) ":"
               ELSE
                   DISPLAY "Unidades que se devuelven:"
               END-IF
               ACCEPT UNIDADES-TXT
               IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                   DISPLAY "Cantidad inválida. Intente de nuevo."
                   MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                       TO UNIDADES-DEVUELTAS
                   IF UNIDADES-DEVUELTAS = 0
                       OR UNIDADES-DEVUELTAS * UC-FACTOR > 99999
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   ELSE
           MOVE OC-REFERENCIA TO DP-OC
           MOVE PR-CODIGO TO DP-CODIGO
           MOVE PR-DESCRIPCION TO DP-PRODUCTO
           MOVE UNIDADES-BASE TO DP-UNIDADES
           MOVE 'A' TO DP-ESTADO
           WRITE DEVOLUCION-REG
           CLOSE ARCHIVO-DEVOLUCIONES.
       COPY KARDEX-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY REFERENCIAS-PROV-RUTINAS.
