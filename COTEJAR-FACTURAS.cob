       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTEJAR-FACTURAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CXP-SELECT.
       COPY FACTURAS-PROV-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
           SELECT ARCHIVO-TEMP ASSIGN TO "CXP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMP.
           SELECT ARCHIVO-OC-DETALLE ASSIGN TO "OC-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC-DETALLE.
           SELECT ARCHIVO-IVA-COMPRAS ASSIGN TO "IVA-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA-COMPRAS.
           SELECT COTEJO-AUDIT ASSIGN TO "COTEJO-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY CXP-FD.
       COPY FACTURAS-PROV-FD.
       COPY PRODUCTOS-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(68).

       FD  ARCHIVO-OC-DETALLE.
       01  OC-DETALLE-REG.
           05 OD-NUMERO            PIC 9(6).
           05 OD-CODIGO            PIC 9(6).
           05 OD-PRODUCTO          PIC X(20).
           05 OD-PEDIDAS           PIC 9(5).
           05 OD-RECIBIDAS         PIC 9(5).
           05 OD-COSTO             PIC 9(7)V99.
      *>    PEDIDAS, RECIBIDAS Y COSTO VAN EN UNIDAD DE COMPRA;
      *>    OD-FACTOR ES CUÁNTAS UNIDADES DE VENTA TRAE (EN
      *>    LAS ÓRDENES ANTERIORES LLEGA VACÍO Y VALE 1).
           05 OD-FACTOR            PIC 9(4).
           05 OD-UNIDAD            PIC X(3).

       FD  ARCHIVO-IVA-COMPRAS.
       01  IVA-COMPRA-REG.
           05 IC-FECHA             PIC 9(8).
           05 IC-PROVEEDOR         PIC 9(4).
           05 IC-FACTURA           PIC X(12).
           05 IC-OC                PIC 9(6).
           05 IC-BASE              PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 IC-IVA               PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       FD  COTEJO-AUDIT.
       01  LINEA-AUDIT            PIC X(150).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.

       *>----------------------------------------------------
       *> COTEJO DE TRES VÍAS: CADA FACTURA ABIERTA DE CXP.DAT
       *> SIN COTEJAR SE COMPARA CONTRA SU ORDEN DE COMPRA
       *> (OC-DETALLE), LO RECIBIDO (OD-RECIBIDAS) Y EL COSTO
       *> PACTADO (OD-COSTO, O PR-COSTO EN LAS ÓRDENES SIN
       *> COSTO PACTADO), CON LAS TOLERANCIAS DE PARAMETROS:
       *>  - COTEJO-TOL-PRECIO   % SOBRE EL COSTO PACTADO
       *>  - COTEJO-TOL-CANTIDAD % SOBRE LO RECIBIDO (LO
       *>    FACTURADO SE ACUMULA ENTRE TODAS LAS FACTURAS
       *>    DE LA MISMA LÍNEA DE LA ORDEN)
       *>  - COTEJO-TOL-MONTO    $ ENTRE LA SUMA DE LAS
       *>    LÍNEAS Y EL NETO DE LA FACTURA (MONTO - IVA)
       *> LA FACTURA QUE CUADRA QUEDA 'C'; LA QUE NO, 'R'
       *> (RETENIDA) Y PAGOS-CXP NO LA PAGA HASTA QUE UN
       *> SUPERVISOR LA LIBERA ('L'). LAS DIFERENCIAS SALEN
       *> EN COTEJO-FACTURAS-AAAAMMDD.TXT Y CADA LIBERACIÓN
       *> QUEDA EN COTEJO-AUDIT.LOG. LAS FACTURAS SIN
       *> DETALLE (ANTERIORES AL COTEJO) NO SE COTEJAN.
       *> USO: COTEJAR-FACTURAS            (MENÚ, SUPERVISOR)
       *>      COTEJAR-FACTURAS PENDIENTES (DESDE LA RECEPCIÓN)
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-CXP                 PIC XX.
       01 FS-FACTURAS-PROV       PIC XX.
       01 FS-TEMP                PIC XX.
       01 FS-OC-DETALLE          PIC XX.
       01 FS-IVA-COMPRAS         PIC XX.
       01 FS-AUDIT               PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(34).
       01 LINEA-SALIDA           PIC X(120).
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-CAMBIO            PIC 9(8).
       01 PRODUCTOS-ABIERTO      PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TOLERANCIAS (PARAMETROS.DAT)
       *>----------------------------------------------------
       01 TOL-PRECIO             PIC 9(3)V99 VALUE 2.
       01 TOL-CANTIDAD           PIC 9(3)V99 VALUE 0.
       01 TOL-MONTO              PIC 9(7)V99 VALUE 100.

       *>----------------------------------------------------
       *> LÍNEAS DE ÓRDENES DE COMPRA, CON LO FACTURADO
       *> ACUMULADO DE TODAS LAS FACTURAS
       *>----------------------------------------------------
       01 MAX-LINEAS-OC          PIC 9(4) VALUE 3000.
       01 TOTAL-LINEAS-OC        PIC 9(4) VALUE 0.
       01 TABLA-LINEAS-OC.
           05 LINEA-OC OCCURS 3000 TIMES.
               10 TL-OC          PIC 9(6).
               10 TL-CODIGO      PIC 9(6).
               10 TL-PRODUCTO    PIC X(20).
               10 TL-RECIBIDAS   PIC 9(5).
               10 TL-COSTO       PIC 9(7)V99.
               10 TL-FACTOR      PIC 9(4).
               10 TL-FACTURADAS  PIC 9(7).
       01 IDX-OC                 PIC 9(4).
       01 LINEA-OC-HALLADA       PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> LÍNEAS DE FACTURAS DE PROVEEDOR
       *>----------------------------------------------------
       01 MAX-LINEAS-FACTURA     PIC 9(4) VALUE 5000.
       01 TOTAL-LINEAS-FACTURA   PIC 9(4) VALUE 0.
       01 TABLA-LINEAS-FACTURA.
           05 LINEA-FACTURA OCCURS 5000 TIMES.
               10 TF-PROVEEDOR   PIC 9(4).
               10 TF-FACTURA     PIC X(12).
               10 TF-OC          PIC 9(6).
               10 TF-CODIGO      PIC 9(6).
               10 TF-CANTIDAD    PIC 9(5).
               10 TF-PRECIO      PIC 9(7)V99.
       01 IDX-FACTURA            PIC 9(4).

       *>----------------------------------------------------
       *> IVA DE CADA FACTURA (IVA-COMPRAS.DAT)
       *>----------------------------------------------------
       01 MAX-IVA                PIC 9(4) VALUE 5000.
       01 TOTAL-IVA              PIC 9(4) VALUE 0.
       01 TABLA-IVA.
           05 IVA-FACTURA-PROV OCCURS 5000 TIMES.
               10 TI-PROVEEDOR   PIC 9(4).
               10 TI-FACTURA     PIC X(12).
               10 TI-IVA         PIC S9(11)V99.
       01 IDX-IVA                PIC 9(4).

       *>----------------------------------------------------
       *> COTEJO DE UNA FACTURA
       *>----------------------------------------------------
       01 LINEAS-DE-FACTURA      PIC 9(4) VALUE 0.
       01 DIFERENCIAS-FACTURA    PIC 9(4) VALUE 0.
       01 SUMA-LINEAS            PIC S9(11)V99 VALUE 0.
       01 IMPORTE-LINEA          PIC S9(11)V99 VALUE 0.
       01 IVA-DE-FACTURA         PIC S9(11)V99 VALUE 0.
       01 NETO-FACTURA           PIC S9(11)V99 VALUE 0.
       01 COSTO-PACTADO          PIC 9(7)V99 VALUE 0.
       01 DIFERENCIA-PRECIO      PIC S9(7)V99 VALUE 0.
       01 LIMITE-PRECIO          PIC 9(7)V99 VALUE 0.
       01 DIFERENCIA-MONTO       PIC S9(11)V99 VALUE 0.
       01 FACTOR-CANTIDAD        PIC 9(3)V9(4) VALUE 0.
       01 LIMITE-CANTIDAD        PIC 9(7)V99 VALUE 0.
       01 DETALLE-DIFERENCIA     PIC X(100).

       01 FACTURAS-COTEJADAS     PIC 9(5) VALUE 0.
       01 FACTURAS-CUADRAN       PIC 9(5) VALUE 0.
       01 FACTURAS-RETENIDAS     PIC 9(5) VALUE 0.
       01 FACTURAS-SIN-DETALLE   PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> LIBERACIÓN DE UNA FACTURA RETENIDA
       *>----------------------------------------------------
       01 PROVEEDOR-TXT          PIC X(6).
       01 PROVEEDOR-LIBERAR      PIC 9(4).
       01 FACTURA-LIBERAR        PIC X(12).
       01 FACTURA-HALLADA        PIC X VALUE 'N'.
       01 OC-LIBERAR             PIC 9(6).
       01 MONTO-LIBERAR          PIC S9(11)V99.
       01 MOTIVO-LIBERACION      PIC X(40).
       01 CONFIRMAR              PIC X.
       01 PUNTERO-AUDIT          PIC 9(3).
       01 RETENIDAS-LISTADAS     PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC -(9)9.99.
       01 F-MONTO-2              PIC -(9)9.99.
       01 F-PRECIO               PIC Z(6)9.99.
       01 F-PRECIO-2             PIC Z(6)9.99.
       01 F-CANTIDAD             PIC Z(6)9.
       01 F-CANTIDAD-2           PIC Z(6)9.
       01 F-TOLERANCIA           PIC ZZ9.99.
       01 F-TOLERANCIA-2         PIC ZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-TOLERANCIAS
           IF WS-COMMAND-LINE NOT = SPACES
               IF FUNCTION UPPER-CASE(WS-COMMAND-LINE)
                   NOT = "PENDIENTES"
                   DISPLAY "Uso: COTEJAR-FACTURAS [PENDIENTES]"
                   STOP RUN
               END-IF
               MOVE "COTEJO AUTOMATICO" TO EC-OPERADOR
               PERFORM COTEJAR-PENDIENTES
               STOP RUN
           END-IF

           DISPLAY "==============================="
           DISPLAY "  COTEJO DE FACTURAS DE PROVEEDOR"
           DISPLAY "==============================="

           PERFORM INICIAR-SESION-OPERADOR
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Cotejar facturas pendientes"
               DISPLAY "2. Liberar una factura retenida"
               DISPLAY "3. Listar facturas retenidas"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM COTEJAR-PENDIENTES
                   WHEN 2
                       PERFORM LIBERAR-FACTURA
                   WHEN 3
                       PERFORM LISTAR-RETENIDAS
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Cotejo de facturas finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> SOLO SUPERVISORES Y ADMINISTRADORES, CON PIN.
      *>----------------------------------------------------
       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO SESION-VALIDA
           PERFORM UNTIL SESION-VALIDA = 'S'
               DISPLAY "Código de operador:"
               ACCEPT OPERADOR-TXT
               IF FUNCTION TRIM(OPERADOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (OPERADOR-TXT)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPERADOR-ENCONTRADO = 'N'
                           DISPLAY "No existe ese operador. Intente "
                                   "de nuevo."
                       WHEN OPERADOR-ACTIVO NOT = 'S'
                           DISPLAY "El operador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OPERADOR-ROL = 'C'
                           DISPLAY "Solo un supervisor o un "
                                   "administrador puede liberar "
                                   "facturas retenidas."
                           STOP RUN
                       WHEN OTHER
                           PERFORM VERIFICAR-PIN-OPERADOR
                           IF PIN-OK = 'S'
                               DISPLAY "Sesión iniciada: "
                                       FUNCTION
                                       TRIM(OPERADOR-NOMBRE)
                               MOVE 'S' TO SESION-VALIDA
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CARGAR-TOLERANCIAS.
           PERFORM CARGAR-PARAMETROS
           MOVE "COTEJO-TOL-PRECIO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO TOL-PRECIO
           END-IF
           MOVE "COTEJO-TOL-CANTIDAD" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO TOL-CANTIDAD
           END-IF
           MOVE "COTEJO-TOL-MONTO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO TOL-MONTO
           END-IF
           COMPUTE FACTOR-CANTIDAD = (100 + TOL-CANTIDAD) / 100.

      *>----------------------------------------------------
      *> COTEJA LAS FACTURAS ABIERTAS SIN COTEJAR Y REESCRIBE
      *> CXP.DAT CON EL RESULTADO (MISMO PATRÓN DE ARCHIVO
      *> TEMPORAL QUE PAGOS-CXP).
      *>----------------------------------------------------
       COTEJAR-PENDIENTES.
           MOVE 0 TO FACTURAS-COTEJADAS
           MOVE 0 TO FACTURAS-CUADRAN
           MOVE 0 TO FACTURAS-RETENIDAS
           MOVE 0 TO FACTURAS-SIN-DETALLE
           OPEN INPUT ARCHIVO-CXP
           IF FS-CXP NOT = "00"
               DISPLAY "No hay cuentas por pagar (CXP.DAT)."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-LINEAS-OC
           PERFORM CARGAR-LINEAS-FACTURA
           PERFORM CARGAR-IVA-FACTURAS
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE 'S' TO PRODUCTOS-ABIERTO
           ELSE
               MOVE 'N' TO PRODUCTOS-ABIERTO
           END-IF
           PERFORM ABRIR-REPORTE
           OPEN OUTPUT ARCHIVO-TEMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CXP
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF XP-ESTADO = 'A' AND XP-COTEJO = SPACE
                           PERFORM COTEJAR-UNA-FACTURA
                       END-IF
                       MOVE CXP-REG TO TEMP-REG
                       WRITE TEMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CXP
           CLOSE ARCHIVO-TEMP
           CALL "CBL_RENAME_FILE" USING "CXP.TMP"
                                         "CXP.DAT"
               RETURNING RESULT-CODE
           IF PRODUCTOS-ABIERTO = 'S'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF
           PERFORM ESCRIBIR-RESUMEN
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       CARGAR-LINEAS-OC.
           MOVE 0 TO TOTAL-LINEAS-OC
           OPEN INPUT ARCHIVO-OC-DETALLE
           IF FS-OC-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-OC-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-LINEAS-OC < MAX-LINEAS-OC
                           ADD 1 TO TOTAL-LINEAS-OC
                           MOVE TOTAL-LINEAS-OC TO IDX-OC
                           MOVE OD-NUMERO TO TL-OC (IDX-OC)
                           MOVE OD-CODIGO TO TL-CODIGO (IDX-OC)
                           MOVE OD-PRODUCTO TO TL-PRODUCTO (IDX-OC)
                           MOVE OD-RECIBIDAS TO TL-RECIBIDAS (IDX-OC)
                           IF OD-COSTO IS NUMERIC
                               MOVE OD-COSTO TO TL-COSTO (IDX-OC)
                           ELSE
                               MOVE 0 TO TL-COSTO (IDX-OC)
                           END-IF
                           MOVE 0 TO TL-FACTURADAS (IDX-OC)
                           MOVE 1 TO TL-FACTOR (IDX-OC)
                           IF OD-FACTOR IS NUMERIC
                               AND OD-FACTOR > 1
                               MOVE OD-FACTOR TO TL-FACTOR (IDX-OC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC-DETALLE.

      *>----------------------------------------------------
      *> CARGA EL DETALLE DE TODAS LAS FACTURAS Y ACUMULA LO
      *> FACTURADO EN SU LÍNEA DE LA ORDEN.
      *>----------------------------------------------------
       CARGAR-LINEAS-FACTURA.
           MOVE 0 TO TOTAL-LINEAS-FACTURA
           OPEN INPUT ARCHIVO-FACTURAS-PROV
           IF FS-FACTURAS-PROV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-FACTURAS-PROV
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-LINEAS-FACTURA < MAX-LINEAS-FACTURA
                           ADD 1 TO TOTAL-LINEAS-FACTURA
                           MOVE TOTAL-LINEAS-FACTURA TO IDX-FACTURA
                           PERFORM GUARDAR-LINEA-FACTURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-FACTURAS-PROV.

       GUARDAR-LINEA-FACTURA.
           MOVE FP-PROVEEDOR TO TF-PROVEEDOR (IDX-FACTURA)
           MOVE FP-FACTURA TO TF-FACTURA (IDX-FACTURA)
           MOVE FP-OC TO TF-OC (IDX-FACTURA)
           MOVE FP-CODIGO TO TF-CODIGO (IDX-FACTURA)
           MOVE FP-CANTIDAD TO TF-CANTIDAD (IDX-FACTURA)
           MOVE FP-PRECIO TO TF-PRECIO (IDX-FACTURA)
           PERFORM BUSCAR-LINEA-OC
           IF LINEA-OC-HALLADA > 0
               ADD FP-CANTIDAD TO TL-FACTURADAS (LINEA-OC-HALLADA)
           END-IF.

       BUSCAR-LINEA-OC.
           MOVE 0 TO LINEA-OC-HALLADA
           PERFORM VARYING IDX-OC FROM 1 BY 1
                   UNTIL IDX-OC > TOTAL-LINEAS-OC
                      OR LINEA-OC-HALLADA > 0
               IF TL-OC (IDX-OC) = TF-OC (IDX-FACTURA)
                   AND TL-CODIGO (IDX-OC) = TF-CODIGO (IDX-FACTURA)
                   MOVE IDX-OC TO LINEA-OC-HALLADA
               END-IF
           END-PERFORM.

       CARGAR-IVA-FACTURAS.
           MOVE 0 TO TOTAL-IVA
           OPEN INPUT ARCHIVO-IVA-COMPRAS
           IF FS-IVA-COMPRAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-IVA-COMPRAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-IVA < MAX-IVA
                           ADD 1 TO TOTAL-IVA
                           MOVE IC-PROVEEDOR
                               TO TI-PROVEEDOR (TOTAL-IVA)
                           MOVE IC-FACTURA TO TI-FACTURA (TOTAL-IVA)
                           MOVE IC-IVA TO TI-IVA (TOTAL-IVA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-IVA-COMPRAS.

      *>----------------------------------------------------
      *> UNA FACTURA: CADA LÍNEA CONTRA LA ORDEN Y LA SUMA
      *> DE LAS LÍNEAS CONTRA EL NETO DE LA FACTURA.
      *>----------------------------------------------------
       COTEJAR-UNA-FACTURA.
           MOVE 0 TO LINEAS-DE-FACTURA
           MOVE 0 TO DIFERENCIAS-FACTURA
           MOVE 0 TO SUMA-LINEAS
           PERFORM VARYING IDX-FACTURA FROM 1 BY 1
                   UNTIL IDX-FACTURA > TOTAL-LINEAS-FACTURA
               IF TF-PROVEEDOR (IDX-FACTURA) = XP-PROVEEDOR
                   AND TF-FACTURA (IDX-FACTURA) = XP-FACTURA
                   ADD 1 TO LINEAS-DE-FACTURA
                   PERFORM COTEJAR-LINEA-FACTURA
               END-IF
           END-PERFORM
           IF LINEAS-DE-FACTURA = 0
               ADD 1 TO FACTURAS-SIN-DETALLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FACTURAS-COTEJADAS

           MOVE 0 TO IVA-DE-FACTURA
           PERFORM VARYING IDX-IVA FROM 1 BY 1
                   UNTIL IDX-IVA > TOTAL-IVA
               IF TI-PROVEEDOR (IDX-IVA) = XP-PROVEEDOR
                   AND TI-FACTURA (IDX-IVA) = XP-FACTURA
                   MOVE TI-IVA (IDX-IVA) TO IVA-DE-FACTURA
               END-IF
           END-PERFORM
           COMPUTE NETO-FACTURA = XP-MONTO - IVA-DE-FACTURA
           COMPUTE DIFERENCIA-MONTO = SUMA-LINEAS - NETO-FACTURA
           IF DIFERENCIA-MONTO < 0
               COMPUTE DIFERENCIA-MONTO = 0 - DIFERENCIA-MONTO
           END-IF
           IF DIFERENCIA-MONTO > TOL-MONTO
               MOVE SUMA-LINEAS TO F-MONTO
               MOVE NETO-FACTURA TO F-MONTO-2
               MOVE SPACES TO DETALLE-DIFERENCIA
               STRING "Suma de las líneas $" DELIMITED BY SIZE
                      F-MONTO DELIMITED BY SIZE
                      " contra neto de la factura $" DELIMITED BY SIZE
                      F-MONTO-2 DELIMITED BY SIZE
                      INTO DETALLE-DIFERENCIA
               PERFORM ANOTAR-DIFERENCIA
           END-IF

           IF DIFERENCIAS-FACTURA = 0
               MOVE 'C' TO XP-COTEJO
               ADD 1 TO FACTURAS-CUADRAN
           ELSE
               MOVE 'R' TO XP-COTEJO
               ADD 1 TO FACTURAS-RETENIDAS
               MOVE "    => FACTURA RETENIDA PARA PAGO"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       COTEJAR-LINEA-FACTURA.
           COMPUTE IMPORTE-LINEA = TF-CANTIDAD (IDX-FACTURA)
                                 * TF-PRECIO (IDX-FACTURA)
           ADD IMPORTE-LINEA TO SUMA-LINEAS
           IF TF-OC (IDX-FACTURA) NOT = XP-OC
               MOVE 0 TO LINEA-OC-HALLADA
           ELSE
               PERFORM BUSCAR-LINEA-OC
           END-IF
           IF LINEA-OC-HALLADA = 0
               MOVE SPACES TO DETALLE-DIFERENCIA
               STRING "Producto " DELIMITED BY SIZE
                      TF-CODIGO (IDX-FACTURA) DELIMITED BY SIZE
                      " facturado no está en la orden "
                          DELIMITED BY SIZE
                      XP-OC DELIMITED BY SIZE
                      INTO DETALLE-DIFERENCIA
               PERFORM ANOTAR-DIFERENCIA
               EXIT PARAGRAPH
           END-IF

           MOVE TL-COSTO (LINEA-OC-HALLADA) TO COSTO-PACTADO
           IF COSTO-PACTADO = 0 AND PRODUCTOS-ABIERTO = 'S'
               MOVE TF-CODIGO (IDX-FACTURA) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
      *>        PR-COSTO ES POR UNIDAD DE VENTA; LA FACTURA
      *>        VIENE EN UNIDAD DE COMPRA.
               IF PRODUCTO-ENCONTRADO = 'S'
                   COMPUTE COSTO-PACTADO =
                       PR-COSTO * TL-FACTOR (LINEA-OC-HALLADA)
               END-IF
           END-IF
           IF COSTO-PACTADO > 0
               COMPUTE DIFERENCIA-PRECIO = TF-PRECIO (IDX-FACTURA)
                                         - COSTO-PACTADO
               IF DIFERENCIA-PRECIO < 0
                   COMPUTE DIFERENCIA-PRECIO = 0 - DIFERENCIA-PRECIO
               END-IF
               COMPUTE LIMITE-PRECIO ROUNDED =
                   COSTO-PACTADO * TOL-PRECIO / 100
               IF DIFERENCIA-PRECIO > LIMITE-PRECIO
                   MOVE TF-PRECIO (IDX-FACTURA) TO F-PRECIO
                   MOVE COSTO-PACTADO TO F-PRECIO-2
                   MOVE SPACES TO DETALLE-DIFERENCIA
                   STRING FUNCTION TRIM(TL-PRODUCTO
                                        (LINEA-OC-HALLADA))
                              DELIMITED BY SIZE
                          ": precio facturado $" DELIMITED BY SIZE
                          F-PRECIO DELIMITED BY SIZE
                          " contra pactado $" DELIMITED BY SIZE
                          F-PRECIO-2 DELIMITED BY SIZE
                          INTO DETALLE-DIFERENCIA
                   PERFORM ANOTAR-DIFERENCIA
               END-IF
           END-IF

           COMPUTE LIMITE-CANTIDAD =
               TL-RECIBIDAS (LINEA-OC-HALLADA) * FACTOR-CANTIDAD
           IF TL-FACTURADAS (LINEA-OC-HALLADA) > LIMITE-CANTIDAD
               MOVE TL-FACTURADAS (LINEA-OC-HALLADA) TO F-CANTIDAD
               MOVE TL-RECIBIDAS (LINEA-OC-HALLADA) TO F-CANTIDAD-2
               MOVE SPACES TO DETALLE-DIFERENCIA
               STRING FUNCTION TRIM(TL-PRODUCTO
                                    (LINEA-OC-HALLADA))
                          DELIMITED BY SIZE
                      ": facturado (acumulado)" DELIMITED BY SIZE
                      F-CANTIDAD DELIMITED BY SIZE
                      " contra recibido" DELIMITED BY SIZE
                      F-CANTIDAD-2 DELIMITED BY SIZE
                      INTO DETALLE-DIFERENCIA
               PERFORM ANOTAR-DIFERENCIA
           END-IF.

      *>----------------------------------------------------
      *> LA PRIMERA DIFERENCIA DE UNA FACTURA ESCRIBE ANTES
      *> LOS DATOS DE LA FACTURA.
      *>----------------------------------------------------
       ANOTAR-DIFERENCIA.
           IF DIFERENCIAS-FACTURA = 0
               MOVE SPACES TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE XP-MONTO TO F-MONTO
               MOVE SPACES TO LINEA-SALIDA
               STRING "Proveedor " DELIMITED BY SIZE
                      XP-PROVEEDOR DELIMITED BY SIZE
                      "  Factura " DELIMITED BY SIZE
                      XP-FACTURA DELIMITED BY SIZE
                      "  OC " DELIMITED BY SIZE
                      XP-OC DELIMITED BY SIZE
                      "  Fecha " DELIMITED BY SIZE
                      XP-FECHA DELIMITED BY SIZE
                      "  Monto $" DELIMITED BY SIZE
                      F-MONTO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           ADD 1 TO DIFERENCIAS-FACTURA
           MOVE SPACES TO LINEA-SALIDA
           STRING "    - " DELIMITED BY SIZE
                  DETALLE-DIFERENCIA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> EL REPORTE DEL DÍA SE ACUMULA: CADA CORRIDA AGREGA
      *> SU ENCABEZADO, SUS DIFERENCIAS Y SU RESUMEN.
      *>----------------------------------------------------
       ABRIR-REPORTE.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "COTEJO-FACTURAS-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN EXTEND ARCHIVO-REPORTE
           IF FS-REPORTE = "35"
               OPEN OUTPUT ARCHIVO-REPORTE
           END-IF
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "COTEJO DE FACTURAS DE PROVEEDOR" TO EC-TITULO
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE TOL-PRECIO TO F-TOLERANCIA
           MOVE TOL-CANTIDAD TO F-TOLERANCIA-2
           MOVE TOL-MONTO TO F-PRECIO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Tolerancias: precio " DELIMITED BY SIZE
                  F-TOLERANCIA DELIMITED BY SIZE
                  "%  cantidad " DELIMITED BY SIZE
                  F-TOLERANCIA-2 DELIMITED BY SIZE
                  "%  monto $" DELIMITED BY SIZE
                  F-PRECIO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "DIFERENCIAS:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-RESUMEN.
           IF FACTURAS-RETENIDAS = 0
               MOVE "  (sin diferencias)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Facturas cotejadas: " DELIMITED BY SIZE
                  FACTURAS-COTEJADAS DELIMITED BY SIZE
                  "  Cuadran: " DELIMITED BY SIZE
                  FACTURAS-CUADRAN DELIMITED BY SIZE
                  "  Retenidas: " DELIMITED BY SIZE
                  FACTURAS-RETENIDAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Facturas sin detalle (no se cotejan): "
                      DELIMITED BY SIZE
                  FACTURAS-SIN-DETALLE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> LISTA EN PANTALLA LAS FACTURAS RETENIDAS.
      *>----------------------------------------------------
       LISTAR-RETENIDAS.
           MOVE 0 TO RETENIDAS-LISTADAS
           OPEN INPUT ARCHIVO-CXP
           IF FS-CXP NOT = "00"
               DISPLAY "No hay cuentas por pagar (CXP.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CXP
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF XP-ESTADO = 'A' AND XP-COTEJO = 'R'
                           ADD 1 TO RETENIDAS-LISTADAS
                           MOVE XP-SALDO TO F-MONTO
                           DISPLAY "Proveedor " XP-PROVEEDOR
                                   " | Factura " XP-FACTURA
                                   " | OC " XP-OC
                                   " | Vence " XP-VENCE
                                   " | Saldo $" F-MONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CXP
           IF RETENIDAS-LISTADAS = 0
               DISPLAY "No hay facturas retenidas."
           END-IF.

      *>----------------------------------------------------
      *> LA LIBERACIÓN EXIGE UN MOTIVO, QUE QUEDA EN
      *> COTEJO-AUDIT.LOG CON FECHA, HORA Y OPERADOR (MISMO
      *> CRITERIO QUE PERIODOS-AUDIT.LOG EN CERRAR-PERIODO).
      *>----------------------------------------------------
       LIBERAR-FACTURA.
           DISPLAY "Código del proveedor:"
           ACCEPT PROVEEDOR-TXT
           IF FUNCTION TRIM(PROVEEDOR-TXT) IS NOT NUMERIC
               DISPLAY "Código inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (PROVEEDOR-TXT) TO PROVEEDOR-LIBERAR
           DISPLAY "Número de factura:"
           ACCEPT FACTURA-LIBERAR
           PERFORM BUSCAR-FACTURA-RETENIDA
           IF FACTURA-HALLADA = 'N'
               DISPLAY "No hay una factura retenida con ese "
                       "proveedor y número."
               EXIT PARAGRAPH
           END-IF
           MOVE MONTO-LIBERAR TO F-MONTO
           DISPLAY "Factura " FACTURA-LIBERAR " del proveedor "
                   PROVEEDOR-LIBERAR " (OC " OC-LIBERAR
                   ") por $" F-MONTO "; vea las diferencias en "
                   "COTEJO-FACTURAS-AAAAMMDD.TXT."
           DISPLAY "Motivo de la liberación:"
           ACCEPT MOTIVO-LIBERACION
           IF MOTIVO-LIBERACION = SPACES
               DISPLAY "La liberación exige un motivo; la factura "
                       "sigue retenida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Confirma la liberación para pago? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Liberación descartada."
               EXIT PARAGRAPH
           END-IF
           PERFORM MARCAR-LIBERADA
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Factura liberada; ya puede pagarse en "
                   "PAGOS-CXP.".

       BUSCAR-FACTURA-RETENIDA.
           MOVE 'N' TO FACTURA-HALLADA
           OPEN INPUT ARCHIVO-CXP
           IF FS-CXP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CXP
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF XP-PROVEEDOR = PROVEEDOR-LIBERAR
                           AND XP-FACTURA = FACTURA-LIBERAR
                           AND XP-ESTADO = 'A'
                           AND XP-COTEJO = 'R'
                           MOVE 'S' TO FACTURA-HALLADA
                           MOVE XP-OC TO OC-LIBERAR
                           MOVE XP-MONTO TO MONTO-LIBERAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CXP.

       MARCAR-LIBERADA.
           OPEN INPUT ARCHIVO-CXP
           OPEN OUTPUT ARCHIVO-TEMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CXP
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF XP-PROVEEDOR = PROVEEDOR-LIBERAR
                           AND XP-FACTURA = FACTURA-LIBERAR
                           AND XP-ESTADO = 'A'
                           AND XP-COTEJO = 'R'
                           MOVE 'L' TO XP-COTEJO
                       END-IF
                       MOVE CXP-REG TO TEMP-REG
                       WRITE TEMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CXP
           CLOSE ARCHIVO-TEMP
           CALL "CBL_RENAME_FILE" USING "CXP.TMP"
                                         "CXP.DAT"
               RETURNING RESULT-CODE.

       GRABAR-AUDITORIA.
           ACCEPT HORA-CAMBIO FROM TIME
           MOVE MONTO-LIBERAR TO F-MONTO
           MOVE SPACES TO LINEA-AUDIT
           MOVE 1 TO PUNTERO-AUDIT
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-CAMBIO DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  CODIGO-OPERADOR DELIMITED BY SIZE
                  " LIBERA PROVEEDOR " DELIMITED BY SIZE
                  PROVEEDOR-LIBERAR DELIMITED BY SIZE
                  " FACTURA " DELIMITED BY SIZE
                  FUNCTION TRIM(FACTURA-LIBERAR) DELIMITED BY SIZE
                  " OC " DELIMITED BY SIZE
                  OC-LIBERAR DELIMITED BY SIZE
                  " MONTO " DELIMITED BY SIZE
                  FUNCTION TRIM(F-MONTO) DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  FUNCTION TRIM(MOTIVO-LIBERACION) DELIMITED BY SIZE
                  INTO LINEA-AUDIT WITH POINTER PUNTERO-AUDIT
           OPEN EXTEND COTEJO-AUDIT
           IF FS-AUDIT = "35"
               OPEN OUTPUT COTEJO-AUDIT
           END-IF
           WRITE LINEA-AUDIT
           CLOSE COTEJO-AUDIT.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-ENCABEZADO.
           DISPLAY EC-LINEA-1
           WRITE LINEA-REPORTE FROM EC-LINEA-1
           DISPLAY EC-LINEA-2
           WRITE LINEA-REPORTE FROM EC-LINEA-2
           DISPLAY EC-LINEA-3
           WRITE LINEA-REPORTE FROM EC-LINEA-3.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
