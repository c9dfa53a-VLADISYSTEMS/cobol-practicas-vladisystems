       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNACION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUCTOS-SELECT.
       COPY KARDEX-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY SERIES-SELECT.
       COPY PERIODOS-SELECT.
       COPY FERIADOS-SELECT.
       COPY CXP-SELECT.
           SELECT ARCHIVO-CONSIGNACION ASSIGN TO "CONSIGNACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSIGNACION.
           SELECT ARCHIVO-NUM-CONSIG
               ASSIGN TO "CONSIGNACION-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-CONSIG.
           SELECT ARCHIVO-IVA-COMPRAS ASSIGN TO "IVA-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA-COMPRAS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY PRODUCTOS-FD.
       COPY KARDEX-FD.
       COPY PROVEEDORES-FD.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY SERIES-FD.
       COPY PERIODOS-FD.
       COPY FERIADOS-FD.
       COPY CXP-FD.

      *>----------------------------------------------------
      *> MOVIMIENTOS DE CONSIGNACIÓN (CONSIGNACION.DAT), UNO
      *> POR PRODUCTO Y DOCUMENTO. TIPOS: E = ENTRADA DEL
      *> CONSIGNADOR, D = DEVOLUCIÓN DE LO NO VENDIDO,
      *> L = LIQUIDACIÓN DE LO VENDIDO (CG-UNIDADES NETAS DE
      *> REVERSOS Y CAMBIOS, AL COSTO PACTADO, CON LA FACTURA
      *> DEL CONSIGNADOR). LA FECHA Y HORA DE LA ÚLTIMA
      *> LIQUIDACIÓN MARCAN DESDE DÓNDE SE CUENTAN LAS VENTAS
      *> DE LA SIGUIENTE.
      *>----------------------------------------------------
       FD  ARCHIVO-CONSIGNACION.
       01  CONSIGNACION-REG.
           05 CG-NUMERO            PIC 9(6).
           05 CG-TIPO              PIC X.
           05 CG-FECHA             PIC 9(8).
           05 CG-HORA              PIC 9(8).
           05 CG-CONSIGNADOR       PIC 9(4).
           05 CG-CODIGO            PIC 9(6).
           05 CG-UNIDADES          PIC S9(7) SIGN LEADING
                                       SEPARATE.
           05 CG-COSTO             PIC 9(7)V99.
           05 CG-FACTURA           PIC X(12).

       FD  ARCHIVO-NUM-CONSIG.
       01  NUM-CONSIG-REG         PIC 9(6).

      *>----------------------------------------------------
      *> LIBRO DE IVA DE COMPRAS (IVA-COMPRAS.DAT); VER
      *> RECIBIR-ORDEN-COMPRA. LA FACTURA DE LA LIQUIDACIÓN
      *> SE GRABA CON OC = 0.
      *>----------------------------------------------------
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

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY UBICACIONES-WS.
       COPY LOTES-WS.
       COPY SERIES-WS.
       COPY PERIODOS-WS.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.

       *>----------------------------------------------------
       *> MERCANCÍA EN CONSIGNACIÓN: ENTRA AL STOCK Y AL
       *> KARDEX COMO CUALQUIER ENTRADA PERO SIGUE SIENDO DEL
       *> PROVEEDOR; SE PAGA SÓLO LO VENDIDO, AL LIQUIDAR, Y
       *> LO QUE NO SE VENDIÓ SE LE PUEDE DEVOLVER.
       *>----------------------------------------------------
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CXP                 PIC XX.
       01 FS-CONSIGNACION        PIC XX.
       01 FS-NUM-CONSIG          PIC XX.
       01 FS-IVA-COMPRAS         PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.
       01 FECHA-HOY              PIC 9(8).
       01 FECHA-VENCE            PIC 9(8).
       01 NUMERO-CONSIG          PIC 9(6) VALUE 0.

       *>----------------------------------------------------
       *> CONSIGNADOR Y CAPTURA DE LÍNEAS
       *>----------------------------------------------------
       01 PROVEEDOR-TXT          PIC X(6).
       01 CONSIGNADOR            PIC 9(4) VALUE 0.
       01 NOMBRE-CONSIGNADOR     PIC X(30).
       01 PLAZO-CONSIGNADOR      PIC 9(3) VALUE 0.
       01 CONSIGNADOR-HALLADO    PIC X VALUE 'N'.
       01 CODIGO-TXT             PIC X(8).
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES-MOV           PIC 9(5) VALUE 0.
       01 COSTO-TXT              PIC X(12).
       01 COSTO-PACTADO          PIC 9(7)V99 VALUE 0.
       01 LINEAS-DOCUMENTO       PIC 9(3) VALUE 0.
       01 LOTE-TXT               PIC X(10).
       01 VENCE-TXT              PIC X(10).
       01 VENCE-CAPTURA          PIC 9(8).

       *>----------------------------------------------------
       *> PRODUCTOS DEL CONSIGNADOR Y SUS VENTAS NETAS DESDE
       *> LA ÚLTIMA LIQUIDACIÓN (KARDEX: V Y C SALEN, R Y D
       *> VUELVEN).
       *>----------------------------------------------------
       01 MAX-CONSIGNADOS        PIC 9(3) VALUE 200.
       01 TOTAL-CONSIGNADOS      PIC 9(3) VALUE 0.
       01 TABLA-CONSIGNADOS.
           05 TC-ITEM OCCURS 200 TIMES.
               10 TC-CODIGO       PIC 9(6).
               10 TC-DESCRIPCION  PIC X(20).
               10 TC-COSTO        PIC 9(7)V99.
               10 TC-EXISTENCIA   PIC S9(7).
               10 TC-VENDIDAS     PIC S9(7).
       01 IDX-TC                 PIC 9(3).
       01 DESDE-FECHA            PIC 9(8) VALUE 0.
       01 DESDE-HORA             PIC 9(8) VALUE 0.
       01 CORTE-FECHA            PIC 9(8).
       01 CORTE-HORA             PIC 9(8).
       01 UNIDADES-VENDIDAS      PIC S9(9) VALUE 0.
       01 MONTO-LINEA            PIC S9(11)V99 VALUE 0.
       01 MONTO-LIQUIDACION      PIC S9(11)V99 VALUE 0.
       01 MONTO-TXT              PIC X(14).
       01 IVA-FACTURA            PIC S9(11)V99 VALUE 0.
       01 MONTO-FACTURA          PIC S9(11)V99 VALUE 0.
       01 FACTURA-CONSIG         PIC X(12).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-EXISTENCIA           PIC -(6)9.
       01 F-UNIDADES             PIC -(6)9.
       01 F-COSTO                PIC Z(6)9.99.
       01 F-MONTO                PIC -(9)9.99.
       01 F-MONTO-TOTAL          PIC -(11)9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  MERCANCÍA EN CONSIGNACIÓN"
           DISPLAY "==============================="
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Movimientos de consignación no registrados."
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Recibir mercancía en consignación"
               DISPLAY "2. Liquidar lo vendido al consignador"
               DISPLAY "3. Devolver al consignador lo no vendido"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM RECIBIR-CONSIGNACION
                   WHEN 2
                       PERFORM LIQUIDAR-CONSIGNACION
                   WHEN 3
                       PERFORM DEVOLVER-CONSIGNACION
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Consignación finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> ENTRADA EN CONSIGNACIÓN: SUMA EXISTENCIA, KARDEX 'E'
      *> CON EL NÚMERO DE DOCUMENTO, BODEGA, LOTE Y SERIES,
      *> SIN CUENTA POR PAGAR NI COSTO PROMEDIO. EL COSTO
      *> TECLEADO ES EL PACTADO POR UNIDAD VENDIDA.
      *>----------------------------------------------------
       RECIBIR-CONSIGNACION.
           PERFORM PEDIR-CONSIGNADOR
           PERFORM ASIGNAR-NUMERO-CONSIG
           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-DOCUMENTO
           MOVE 999999 TO CODIGO-PRODUCTO
           PERFORM RECIBIR-LINEA-CONSIG
               UNTIL CODIGO-PRODUCTO = 0
           CLOSE ARCHIVO-PRODUCTOS
           IF LINEAS-DOCUMENTO = 0
               DISPLAY "Entrada sin líneas; no se grabó nada."
           ELSE
               DISPLAY "Entrada en consignación " NUMERO-CONSIG
                       " del proveedor " CONSIGNADOR " con "
                       LINEAS-DOCUMENTO " línea(s)."
           END-IF.

       RECIBIR-LINEA-CONSIG.
           PERFORM PEDIR-CODIGO-LINEA
           IF CODIGO-PRODUCTO = 0
               EXIT PARAGRAPH
           END-IF
           IF PR-CONSIGNADOR IS NOT NUMERIC
               OR PR-CONSIGNADOR NOT = CONSIGNADOR
               DISPLAY "El producto no está marcado en consignación "
                       "de este proveedor (MANTENER-PRODUCTOS)."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-UNIDADES-MOV
           MOVE PR-COSTO TO F-COSTO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Costo pactado por unidad (ENTER = $"
                       F-COSTO "):"
               ACCEPT COSTO-TXT
               IF COSTO-TXT = SPACES
                   MOVE PR-COSTO TO COSTO-PACTADO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TEST-NUMVAL(COSTO-TXT) NOT = 0
                       DISPLAY "Costo inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (COSTO-TXT)
                           TO COSTO-PACTADO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE COSTO-PACTADO TO PR-COSTO
           ADD UNIDADES-MOV TO PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar el producto " PR-CODIGO
           NOT INVALID KEY
               ADD 1 TO LINEAS-DOCUMENTO
               MOVE PR-EXISTENCIA TO F-EXISTENCIA
               DISPLAY "Entrada registrada. Nueva existencia: "
                       F-EXISTENCIA
               MOVE PR-CODIGO TO KW-CODIGO
               MOVE 'E' TO KW-TIPO
               MOVE NUMERO-CONSIG TO KW-FOLIO
               MOVE UNIDADES-MOV TO KW-UNIDADES
               MOVE PR-EXISTENCIA TO KW-SALDO
               PERFORM GRABAR-KARDEX
               MOVE PR-CODIGO TO UB-CODIGO
               MOVE 'B' TO UB-UBICACION
               MOVE UNIDADES-MOV TO UB-DELTA
               PERFORM AJUSTAR-UBICACION
               IF PR-LOTEADO = 'S'
                   PERFORM CAPTURAR-LOTE-ENTRADA
               END-IF
               IF PR-SERIALIZADO = 'S'
                   MOVE UNIDADES-MOV TO SR-UNIDADES
                   MOVE CONSIGNADOR TO SR-PROVEEDOR
                   MOVE 0 TO SR-OC
                   PERFORM CAPTURAR-SERIES-ENTRADA
               END-IF
               MOVE 'E' TO CG-TIPO
               MOVE UNIDADES-MOV TO CG-UNIDADES
               MOVE SPACES TO CG-FACTURA
               ACCEPT CORTE-HORA FROM TIME
               MOVE FECHA-HOY TO CORTE-FECHA
               PERFORM GRABAR-MOVIMIENTO-CONSIG
           END-REWRITE.

      *>----------------------------------------------------
      *> LOS PRODUCTOS CON PR-LOTEADO = 'S' PIDEN LOTE Y
      *> FECHA DE VENCIMIENTO EN CADA ENTRADA; EL STOCK DEL
      *> LOTE QUEDA EN LOTES.DAT.
      *>----------------------------------------------------
       CAPTURAR-LOTE-ENTRADA.
           DISPLAY "Número de lote:"
           ACCEPT LOTE-TXT
           IF LOTE-TXT = SPACES
               DISPLAY "Sin lote; la entrada no quedó repartida "
                       "por lote."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Fecha de vencimiento (AAAAMMDD):"
               ACCEPT VENCE-TXT
               IF FUNCTION TRIM(VENCE-TXT) IS NOT NUMERIC
                   DISPLAY "Fecha inválida. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (VENCE-TXT)
                       TO VENCE-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           MOVE PR-CODIGO TO LO-CODIGO
           MOVE LOTE-TXT TO LO-LOTE
           MOVE VENCE-CAPTURA TO LO-VENCE
           MOVE UNIDADES-MOV TO LO-DELTA
           PERFORM AJUSTAR-LOTE
           DISPLAY "Lote " LOTE-TXT " registrado (vence "
                   VENCE-CAPTURA ").".

      *>----------------------------------------------------
      *> LIQUIDACIÓN: LO VENDIDO DE CADA PRODUCTO DEL
      *> CONSIGNADOR DESDE LA ÚLTIMA LIQUIDACIÓN HASTA AHORA,
      *> NETO DE REVERSOS Y CAMBIOS, AL COSTO PACTADO. SE
      *> PUEDE SÓLO CONSULTAR; SI SE CONFIRMA, LA FACTURA DEL
      *> CONSIGNADOR QUEDA EN CUENTAS POR PAGAR.
      *>----------------------------------------------------
       LIQUIDAR-CONSIGNACION.
           PERFORM PEDIR-CONSIGNADOR
           PERFORM CARGAR-PRODUCTOS-CONSIG
           IF TOTAL-CONSIGNADOS = 0
               DISPLAY "El proveedor no tiene productos en "
                       "consignación."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ULTIMA-LIQUIDACION
           MOVE FECHA-HOY TO CORTE-FECHA
           ACCEPT CORTE-HORA FROM TIME
           PERFORM SUMAR-VENTAS-KARDEX
           PERFORM REPORTE-LIQUIDACION
           IF MONTO-LIQUIDACION NOT > 0
               DISPLAY "No hay ventas que liquidar desde la última "
                       "liquidación."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Generar la cuenta por pagar de esta "
                   "liquidación? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Liquidación sólo consultada; no se grabó "
                       "nada."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASIGNAR-NUMERO-CONSIG
           PERFORM PEDIR-FACTURA-CONSIG
           PERFORM GRABAR-CXP-CONSIG
           PERFORM GRABAR-IVA-COMPRA
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > TOTAL-CONSIGNADOS
               IF TC-VENDIDAS (IDX-TC) NOT = 0
                   MOVE 'L' TO CG-TIPO
                   MOVE TC-CODIGO (IDX-TC) TO PR-CODIGO
                   MOVE TC-COSTO (IDX-TC) TO COSTO-PACTADO
                   MOVE TC-VENDIDAS (IDX-TC) TO CG-UNIDADES
                   MOVE FACTURA-CONSIG TO CG-FACTURA
                   PERFORM GRABAR-MOVIMIENTO-CONSIG
               END-IF
           END-PERFORM
           DISPLAY "Liquidación " NUMERO-CONSIG " registrada; la "
                   "cuenta por pagar vence el " FECHA-VENCE ".".

       CARGAR-PRODUCTOS-CONSIG.
           MOVE 0 TO TOTAL-CONSIGNADOS
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PRODUCTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PR-CONSIGNADOR IS NUMERIC
                           AND PR-CONSIGNADOR = CONSIGNADOR
                           AND TOTAL-CONSIGNADOS < MAX-CONSIGNADOS
                           ADD 1 TO TOTAL-CONSIGNADOS
                           MOVE TOTAL-CONSIGNADOS TO IDX-TC
                           MOVE PR-CODIGO TO TC-CODIGO (IDX-TC)
                           MOVE PR-DESCRIPCION
                               TO TC-DESCRIPCION (IDX-TC)
                           MOVE PR-COSTO TO TC-COSTO (IDX-TC)
                           MOVE PR-EXISTENCIA
                               TO TC-EXISTENCIA (IDX-TC)
                           MOVE 0 TO TC-VENDIDAS (IDX-TC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       BUSCAR-ULTIMA-LIQUIDACION.
           MOVE 0 TO DESDE-FECHA
           MOVE 0 TO DESDE-HORA
           OPEN INPUT ARCHIVO-CONSIGNACION
           IF FS-CONSIGNACION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CONSIGNACION
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CG-TIPO = 'L'
                           AND CG-CONSIGNADOR = CONSIGNADOR
                           AND (CG-FECHA > DESDE-FECHA
                                OR (CG-FECHA = DESDE-FECHA
                                    AND CG-HORA > DESDE-HORA))
                           MOVE CG-FECHA TO DESDE-FECHA
                           MOVE CG-HORA TO DESDE-HORA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONSIGNACION.

      *>----------------------------------------------------
      *> POR CADA PRODUCTO DEL CONSIGNADOR SE VA DIRECTO A SUS
      *> MOVIMIENTOS POSTERIORES A LA ÚLTIMA LIQUIDACIÓN Y SE
      *> LEE HASTA EL CORTE O HASTA QUE CAMBIA EL CÓDIGO.
      *>----------------------------------------------------
       SUMAR-VENTAS-KARDEX.
           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > TOTAL-CONSIGNADOS
               PERFORM SUMAR-VENTAS-PRODUCTO
           END-PERFORM
           CLOSE ARCHIVO-KARDEX.

       SUMAR-VENTAS-PRODUCTO.
           MOVE TC-CODIGO (IDX-TC) TO KX-CODIGO
           MOVE DESDE-FECHA TO KX-FECHA
           MOVE DESDE-HORA TO KX-HORA
           MOVE 'N' TO FIN-ARCHIVO
           START ARCHIVO-KARDEX KEY IS GREATER THAN KX-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF KX-CODIGO NOT = TC-CODIGO (IDX-TC)
                           OR KX-FECHA > CORTE-FECHA
                           OR (KX-FECHA = CORTE-FECHA
                               AND KX-HORA > CORTE-HORA)
                           MOVE 'S' TO FIN-ARCHIVO
                       ELSE
                           IF KX-TIPO = 'V' OR KX-TIPO = 'C'
                               OR KX-TIPO = 'R' OR KX-TIPO = 'D'
                               SUBTRACT KX-UNIDADES
                                   FROM TC-VENDIDAS (IDX-TC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORTE-LIQUIDACION.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "LIQ-CONSIGNACION-" DELIMITED BY SIZE
                  CONSIGNADOR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "LIQUIDACION DE CONSIGNACION" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Consignador: " DELIMITED BY SIZE
                  CONSIGNADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-CONSIGNADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           IF DESDE-FECHA = 0
               STRING "Ventas desde el inicio de la consignación "
                      DELIMITED BY SIZE
                      "hasta " DELIMITED BY SIZE
                      CORTE-FECHA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               STRING "Ventas desde la liquidación del "
                      DELIMITED BY SIZE
                      DESDE-FECHA DELIMITED BY SIZE
                      " hasta " DELIMITED BY SIZE
                      CORTE-FECHA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO UNIDADES-VENDIDAS
           MOVE 0 TO MONTO-LIQUIDACION
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > TOTAL-CONSIGNADOS
               PERFORM LINEA-LIQUIDACION
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE UNIDADES-VENDIDAS TO F-UNIDADES
           MOVE MONTO-LIQUIDACION TO F-MONTO-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Unidades vendidas netas: " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " | A pagar (neto): $" DELIMITED BY SIZE
                  F-MONTO-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       LINEA-LIQUIDACION.
           COMPUTE MONTO-LINEA =
               TC-VENDIDAS (IDX-TC) * TC-COSTO (IDX-TC)
           ADD TC-VENDIDAS (IDX-TC) TO UNIDADES-VENDIDAS
           ADD MONTO-LINEA TO MONTO-LIQUIDACION
           MOVE TC-VENDIDAS (IDX-TC) TO F-UNIDADES
           MOVE TC-COSTO (IDX-TC) TO F-COSTO
           MOVE MONTO-LINEA TO F-MONTO
           MOVE TC-EXISTENCIA (IDX-TC) TO F-EXISTENCIA
           MOVE SPACES TO LINEA-SALIDA
           STRING TC-CODIGO (IDX-TC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-DESCRIPCION (IDX-TC) DELIMITED BY SIZE
                  " Vend:" DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " x $" DELIMITED BY SIZE
                  F-COSTO DELIMITED BY SIZE
                  " = $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " Exist:" DELIMITED BY SIZE
                  F-EXISTENCIA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       PEDIR-FACTURA-CONSIG.
           DISPLAY "Número de factura del consignador (ENTER = "
                   "LIQ-" NUMERO-CONSIG "):"
           MOVE SPACES TO FACTURA-CONSIG
           ACCEPT FACTURA-CONSIG
           IF FACTURA-CONSIG = SPACES
               STRING "LIQ-" DELIMITED BY SIZE
                      NUMERO-CONSIG DELIMITED BY SIZE
                      INTO FACTURA-CONSIG
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "IVA de la factura (0 si está exenta):"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT) TO IVA-FACTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           COMPUTE MONTO-FACTURA = MONTO-LIQUIDACION + IVA-FACTURA.

      *>----------------------------------------------------
      *> LA LIQUIDACIÓN NO TIENE RECEPCIÓN QUE COTEJAR: LA
      *> CUENTA POR PAGAR NACE CUADRADA (XP-COTEJO = 'C').
      *>----------------------------------------------------
       GRABAR-CXP-CONSIG.
           COMPUTE DH-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY)
           MOVE FECHA-HOY TO DH-FECHA
           MOVE PLAZO-CONSIGNADOR TO DH-DIAS-RESTANTES
           PERFORM AVANZAR-UN-DIA-HABIL
               UNTIL DH-DIAS-RESTANTES = 0
           MOVE DH-FECHA TO FECHA-VENCE
           OPEN EXTEND ARCHIVO-CXP
           IF FS-CXP = "35"
               OPEN OUTPUT ARCHIVO-CXP
           END-IF
           MOVE CONSIGNADOR TO XP-PROVEEDOR
           MOVE FACTURA-CONSIG TO XP-FACTURA
           MOVE 0 TO XP-OC
           MOVE FECHA-HOY TO XP-FECHA
           MOVE FECHA-VENCE TO XP-VENCE
           MOVE MONTO-FACTURA TO XP-MONTO
           MOVE MONTO-FACTURA TO XP-SALDO
           MOVE 'A' TO XP-ESTADO
           MOVE 'C' TO XP-COTEJO
           WRITE CXP-REG
           CLOSE ARCHIVO-CXP.

       GRABAR-IVA-COMPRA.
           OPEN EXTEND ARCHIVO-IVA-COMPRAS
           IF FS-IVA-COMPRAS = "35"
               OPEN OUTPUT ARCHIVO-IVA-COMPRAS
           END-IF
           MOVE FECHA-HOY TO IC-FECHA
           MOVE CONSIGNADOR TO IC-PROVEEDOR
           MOVE FACTURA-CONSIG TO IC-FACTURA
           MOVE 0 TO IC-OC
           MOVE MONTO-LIQUIDACION TO IC-BASE
           MOVE IVA-FACTURA TO IC-IVA
           WRITE IVA-COMPRA-REG
           CLOSE ARCHIVO-IVA-COMPRAS.

      *>----------------------------------------------------
      *> DEVOLUCIÓN AL CONSIGNADOR: PRODUCTO POR PRODUCTO CON
      *> EXISTENCIA, CUÁNTO SE LE DEVUELVE. SALE DE BODEGA CON
      *> KARDEX 'P' Y, SI LLEVA LOTE, POR FEFO. CONVIENE
      *> LIQUIDAR ANTES LO VENDIDO.
      *>----------------------------------------------------
       DEVOLVER-CONSIGNACION.
           PERFORM PEDIR-CONSIGNADOR
           PERFORM CARGAR-PRODUCTOS-CONSIG
           IF TOTAL-CONSIGNADOS = 0
               DISPLAY "El proveedor no tiene productos en "
                       "consignación."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASIGNAR-NUMERO-CONSIG
           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-DOCUMENTO
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > TOTAL-CONSIGNADOS
               IF TC-EXISTENCIA (IDX-TC) > 0
                   PERFORM DEVOLVER-LINEA-CONSIG
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           IF LINEAS-DOCUMENTO = 0
               DISPLAY "No se devolvió nada."
           ELSE
               DISPLAY "Devolución de consignación " NUMERO-CONSIG
                       " al proveedor " CONSIGNADOR " con "
                       LINEAS-DOCUMENTO " línea(s)."
           END-IF.

       DEVOLVER-LINEA-CONSIG.
           MOVE TC-CODIGO (IDX-TC) TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N' OR PR-EXISTENCIA NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE PR-EXISTENCIA TO F-EXISTENCIA
           DISPLAY PR-CODIGO " " PR-DESCRIPCION " | Existencia: "
                   F-EXISTENCIA
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Unidades que se devuelven (ENTER = todas, "
                       "0 = ninguna):"
               ACCEPT UNIDADES-TXT
               IF UNIDADES-TXT = SPACES
                   MOVE PR-EXISTENCIA TO UNIDADES-MOV
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                       OR FUNCTION NUMVAL (UNIDADES-TXT)
                          > PR-EXISTENCIA
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                           TO UNIDADES-MOV
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           IF UNIDADES-MOV = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT UNIDADES-MOV FROM PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar el producto " PR-CODIGO
           NOT INVALID KEY
               ADD 1 TO LINEAS-DOCUMENTO
               MOVE PR-CODIGO TO KW-CODIGO
               MOVE 'P' TO KW-TIPO
               MOVE NUMERO-CONSIG TO KW-FOLIO
               COMPUTE KW-UNIDADES = UNIDADES-MOV * -1
               MOVE PR-EXISTENCIA TO KW-SALDO
               PERFORM GRABAR-KARDEX
               MOVE PR-CODIGO TO UB-CODIGO
               MOVE 'B' TO UB-UBICACION
               COMPUTE UB-DELTA = UNIDADES-MOV * -1
               PERFORM AJUSTAR-UBICACION
               IF PR-LOTEADO = 'S'
                   MOVE PR-CODIGO TO LO-CODIGO
                   MOVE UNIDADES-MOV TO LO-CANTIDAD-FEFO
                   PERFORM DESCONTAR-LOTE-FEFO
               END-IF
               MOVE 'D' TO CG-TIPO
               MOVE PR-COSTO TO COSTO-PACTADO
               COMPUTE CG-UNIDADES = UNIDADES-MOV * -1
               MOVE SPACES TO CG-FACTURA
               ACCEPT CORTE-HORA FROM TIME
               MOVE FECHA-HOY TO CORTE-FECHA
               PERFORM GRABAR-MOVIMIENTO-CONSIG
           END-REWRITE.

      *>----------------------------------------------------
      *> RUTINAS COMUNES
      *>----------------------------------------------------
       PEDIR-CONSIGNADOR.
           MOVE 'N' TO CONSIGNADOR-HALLADO
           PERFORM UNTIL CONSIGNADOR-HALLADO = 'S'
               DISPLAY "Código del proveedor consignador:"
               ACCEPT PROVEEDOR-TXT
               IF FUNCTION TRIM(PROVEEDOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (PROVEEDOR-TXT)
                       TO CONSIGNADOR
                   PERFORM BUSCAR-CONSIGNADOR
                   IF CONSIGNADOR-HALLADO = 'N'
                       DISPLAY "No existe ese proveedor. Intente "
                               "de nuevo."
                   ELSE
                       DISPLAY "Proveedor: " NOMBRE-CONSIGNADOR
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-CONSIGNADOR.
           MOVE 0 TO PLAZO-CONSIGNADOR
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "No hay proveedores registrados; use "
                       "MANTENER-PROVEEDORES."
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PROVEEDORES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PV-CODIGO = CONSIGNADOR
                           MOVE 'S' TO CONSIGNADOR-HALLADO
                           MOVE PV-NOMBRE TO NOMBRE-CONSIGNADOR
                           MOVE PV-PLAZO-DIAS TO PLAZO-CONSIGNADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES.

       PEDIR-CODIGO-LINEA.
           MOVE 0 TO CODIGO-PRODUCTO
           DISPLAY "Código de producto (0 o blanco para terminar):"
           ACCEPT CODIGO-TXT
           IF CODIGO-TXT = SPACES
               OR FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CODIGO-TXT) TO CODIGO-PRODUCTO
           IF CODIGO-PRODUCTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CODIGO-PRODUCTO TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               DISPLAY "No existe un producto con ese código."
               MOVE 999999 TO CODIGO-PRODUCTO
               EXIT PARAGRAPH
           END-IF
           MOVE PR-EXISTENCIA TO F-EXISTENCIA
           DISPLAY "Producto: " PR-DESCRIPCION
                   " | Existencia: " F-EXISTENCIA.

       PEDIR-UNIDADES-MOV.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Unidades recibidas:"
               ACCEPT UNIDADES-TXT
               IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                   DISPLAY "Cantidad inválida. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                       TO UNIDADES-MOV
                   IF UNIDADES-MOV = 0
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       ASIGNAR-NUMERO-CONSIG.
           MOVE 0 TO NUMERO-CONSIG
           OPEN INPUT ARCHIVO-NUM-CONSIG
           IF FS-NUM-CONSIG = "00"
               READ ARCHIVO-NUM-CONSIG
               MOVE NUM-CONSIG-REG TO NUMERO-CONSIG
               CLOSE ARCHIVO-NUM-CONSIG
           END-IF
           ADD 1 TO NUMERO-CONSIG
           OPEN OUTPUT ARCHIVO-NUM-CONSIG
           MOVE NUMERO-CONSIG TO NUM-CONSIG-REG
           WRITE NUM-CONSIG-REG
           CLOSE ARCHIVO-NUM-CONSIG
           DISPLAY "Documento de consignación No. " NUMERO-CONSIG.

      *>    EL LLAMADOR LLENA CG-TIPO, CG-UNIDADES, CG-FACTURA,
      *>    PR-CODIGO, COSTO-PACTADO Y CORTE-FECHA / CORTE-HORA.
       GRABAR-MOVIMIENTO-CONSIG.
           OPEN EXTEND ARCHIVO-CONSIGNACION
           IF FS-CONSIGNACION = "35"
               OPEN OUTPUT ARCHIVO-CONSIGNACION
           END-IF
           MOVE NUMERO-CONSIG TO CG-NUMERO
           MOVE CORTE-FECHA TO CG-FECHA
           MOVE CORTE-HORA TO CG-HORA
           MOVE CONSIGNADOR TO CG-CONSIGNADOR
           MOVE PR-CODIGO TO CG-CODIGO
           MOVE COSTO-PACTADO TO CG-COSTO
           WRITE CONSIGNACION-REG
           CLOSE ARCHIVO-CONSIGNACION.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY PRODUCTOS-RUTINAS.
       COPY KARDEX-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY SERIES-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY FERIADOS-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
