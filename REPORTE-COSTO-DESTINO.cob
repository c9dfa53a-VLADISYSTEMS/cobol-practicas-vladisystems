       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COSTO-DESTINO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
           SELECT ARCHIVO-OC-DETALLE ASSIGN TO "OC-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC-DETALLE.
       COPY PRODUCTOS-SELECT.
       COPY GASTOS-RECEPCION-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OC.
       01  OC-REG.
           05 OC-NUMERO            PIC 9(6).
           05 OC-FECHA             PIC 9(8).
           05 OC-PROVEEDOR         PIC 9(4).
           05 OC-ESTADO            PIC X.

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

       COPY PRODUCTOS-FD.
       COPY GASTOS-RECEPCION-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.

       *>----------------------------------------------------
       *> COSTO EN DESTINO POR RECEPCIÓN: PARA UNA ORDEN DE
       *> COMPRA, LO RECIBIDO DE CADA PRODUCTO CON SU COSTO
       *> UNITARIO DE ORIGEN (EL PACTADO EN LA ORDEN, POR
       *> UNIDAD DE VENTA) Y EL COSTO UNITARIO EN DESTINO UNA
       *> VEZ SUMADOS LOS GASTOS DE FLETE, ADUANA Y MANEJO
       *> PRORRATEADOS CON GASTOS-RECEPCION.
       *>----------------------------------------------------
       01 FS-OC                  PIC XX.
       01 FS-OC-DETALLE          PIC XX.
       01 FS-GASTOS-RECEPCION    PIC XX.
       01 FS-GASTOS-DET          PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).

       01 NUMERO-TXT             PIC X(8).
       01 NUMERO-OC              PIC 9(6).
       01 ORDEN-HALLADA          PIC X VALUE 'N'.
       01 FECHA-OC               PIC 9(8).
       01 PROVEEDOR-OC           PIC 9(4).
       01 ESTADO-OC              PIC X.
       01 FACTOR-LINEA           PIC 9(4) VALUE 1.
       01 UNIDADES-LINEA         PIC 9(7).
       01 VALOR-LINEA            PIC 9(9)V99.

       *>----------------------------------------------------
       *> LO RECIBIDO POR PRODUCTO (UNA ORDEN PUEDE TRAER EL
       *> MISMO PRODUCTO EN VARIAS LÍNEAS) Y LOS GASTOS
       *> CARGADOS A LA ORDEN.
       *>----------------------------------------------------
       01 MAX-PRODUCTOS          PIC 9(3) VALUE 100.
       01 TOTAL-PRODUCTOS        PIC 9(3) VALUE 0.
       01 TABLA-PRODUCTOS.
           05 PRODUCTO-RECIBIDO OCCURS 100 TIMES.
               10 RP-CODIGO       PIC 9(6).
               10 RP-PRODUCTO     PIC X(20).
               10 RP-UNIDADES     PIC 9(7).
               10 RP-VALOR        PIC 9(9)V99.
               10 RP-GASTO        PIC 9(9)V99.
       01 IDX-RP                 PIC 9(3).
       01 RP-HALLADO             PIC 9(3).
       01 MAX-GASTOS             PIC 9(2) VALUE 20.
       01 TOTAL-GASTOS           PIC 9(2) VALUE 0.
       01 TABLA-GASTOS.
           05 GASTO-ORDEN OCCURS 20 TIMES.
               10 TG-NUMERO       PIC 9(6).
               10 TG-ASIGNADO     PIC 9(9)V99.
       01 IDX-TG                 PIC 9(2).
       01 TG-HALLADO             PIC 9(2).

       01 COSTO-ORIGEN           PIC 9(7)V99.
       01 COSTO-DESTINO          PIC 9(7)V99.
       01 RECARGO-PCT            PIC 9(5)V9.
       01 TOTAL-VALOR            PIC 9(11)V99 VALUE 0.
       01 TOTAL-GASTO            PIC 9(11)V99 VALUE 0.
       01 NOMBRE-CONCEPTO        PIC X(8).
       01 NOMBRE-METODO          PIC X(8).

       01 F-UNIDADES             PIC Z(6)9.
       01 F-COSTO                PIC Z(6)9.99.
       01 F-COSTO-DESTINO        PIC Z(6)9.99.
       01 F-MONTO                PIC Z(9)9.99.
       01 F-PCT                  PIC ZZZ9.9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  COSTO EN DESTINO POR RECEPCIÓN"
           DISPLAY "==============================="

           DISPLAY "Número de orden de compra:"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NUMERO-OC

           PERFORM LEER-ORDEN
           IF ORDEN-HALLADA = 'N'
               DISPLAY "No existe esa orden de compra."
               STOP RUN
           END-IF
           PERFORM CARGAR-RECIBIDO
           IF TOTAL-PRODUCTOS = 0
               DISPLAY "La orden no tiene mercancía recibida."
               STOP RUN
           END-IF
           PERFORM CARGAR-REPARTOS

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR

           STRING "COSTO-DESTINO-OC-" DELIMITED BY SIZE
                  NUMERO-OC DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           ACCEPT EC-FECHA-REPORTE FROM DATE YYYYMMDD
           MOVE "COSTO EN DESTINO POR RECEPCION" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE SPACES TO LINEA-SALIDA
           STRING "Orden " DELIMITED BY SIZE
                  NUMERO-OC DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  FECHA-OC DELIMITED BY SIZE
                  " | Proveedor " DELIMITED BY SIZE
                  PROVEEDOR-OC DELIMITED BY SIZE
                  " | Estado " DELIMITED BY SIZE
                  ESTADO-OC DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM LISTAR-GASTOS
           PERFORM LISTAR-PRODUCTOS
           PERFORM MOSTRAR-TOTALES
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

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

       LEER-ORDEN.
           MOVE 'N' TO ORDEN-HALLADA
           OPEN INPUT ARCHIVO-OC
           IF FS-OC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-OC
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF OC-NUMERO = NUMERO-OC
                           MOVE 'S' TO ORDEN-HALLADA
                           MOVE OC-FECHA TO FECHA-OC
                           MOVE OC-PROVEEDOR TO PROVEEDOR-OC
                           MOVE OC-ESTADO TO ESTADO-OC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC.

      *>----------------------------------------------------
      *> LO RECIBIDO SE VALÚA AL COSTO PACTADO DE LA ORDEN;
      *> LAS ÓRDENES SIN COSTO PACTADO USAN PR-COSTO DEL
      *> MAESTRO.
      *>----------------------------------------------------
       CARGAR-RECIBIDO.
           OPEN INPUT ARCHIVO-OC-DETALLE
           IF FS-OC-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-PRODUCTOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-OC-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF OD-NUMERO = NUMERO-OC
                           AND OD-RECIBIDAS > 0
                           PERFORM ACUMULAR-RECIBIDO
                       END-IF
               END-READ
           END-PERFORM
           IF FS-PRODUCTOS = "00"
               CLOSE ARCHIVO-PRODUCTOS
           END-IF
           CLOSE ARCHIVO-OC-DETALLE.

       ACUMULAR-RECIBIDO.
           MOVE 1 TO FACTOR-LINEA
           IF OD-FACTOR IS NUMERIC AND OD-FACTOR > 1
               MOVE OD-FACTOR TO FACTOR-LINEA
           END-IF
           COMPUTE UNIDADES-LINEA = OD-RECIBIDAS * FACTOR-LINEA
           MOVE 0 TO VALOR-LINEA
           IF OD-COSTO IS NUMERIC AND OD-COSTO > 0
               COMPUTE VALOR-LINEA = OD-RECIBIDAS * OD-COSTO
           ELSE
               IF FS-PRODUCTOS = "00"
                   MOVE OD-CODIGO TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
                   IF PRODUCTO-ENCONTRADO = 'S'
                       COMPUTE VALOR-LINEA =
                           UNIDADES-LINEA * PR-COSTO
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO RP-HALLADO
           PERFORM VARYING IDX-RP FROM 1 BY 1
                   UNTIL IDX-RP > TOTAL-PRODUCTOS
               IF RP-CODIGO (IDX-RP) = OD-CODIGO
                   MOVE IDX-RP TO RP-HALLADO
               END-IF
           END-PERFORM
           IF RP-HALLADO = 0
               IF TOTAL-PRODUCTOS = MAX-PRODUCTOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-PRODUCTOS
               MOVE TOTAL-PRODUCTOS TO RP-HALLADO
               MOVE OD-CODIGO TO RP-CODIGO (RP-HALLADO)
               MOVE OD-PRODUCTO TO RP-PRODUCTO (RP-HALLADO)
               MOVE 0 TO RP-UNIDADES (RP-HALLADO)
               MOVE 0 TO RP-VALOR (RP-HALLADO)
               MOVE 0 TO RP-GASTO (RP-HALLADO)
           END-IF
           ADD UNIDADES-LINEA TO RP-UNIDADES (RP-HALLADO)
           ADD VALOR-LINEA TO RP-VALOR (RP-HALLADO).

      *>----------------------------------------------------
      *> SUMA LO QUE CADA GASTO LE ASIGNÓ A LOS PRODUCTOS DE
      *> ESTA ORDEN Y ANOTA QUÉ GASTOS LA TOCARON.
      *>----------------------------------------------------
       CARGAR-REPARTOS.
           OPEN INPUT ARCHIVO-GASTOS-DET
           IF FS-GASTOS-DET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-GASTOS-DET
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF GD-OC = NUMERO-OC
                           PERFORM ACUMULAR-REPARTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GASTOS-DET.

       ACUMULAR-REPARTO.
           PERFORM VARYING IDX-RP FROM 1 BY 1
                   UNTIL IDX-RP > TOTAL-PRODUCTOS
               IF RP-CODIGO (IDX-RP) = GD-CODIGO
                   ADD GD-ASIGNADO TO RP-GASTO (IDX-RP)
               END-IF
           END-PERFORM
           MOVE 0 TO TG-HALLADO
           PERFORM VARYING IDX-TG FROM 1 BY 1
                   UNTIL IDX-TG > TOTAL-GASTOS
               IF TG-NUMERO (IDX-TG) = GD-NUMERO
                   MOVE IDX-TG TO TG-HALLADO
               END-IF
           END-PERFORM
           IF TG-HALLADO = 0
               IF TOTAL-GASTOS = MAX-GASTOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-GASTOS
               MOVE TOTAL-GASTOS TO TG-HALLADO
               MOVE GD-NUMERO TO TG-NUMERO (TG-HALLADO)
               MOVE 0 TO TG-ASIGNADO (TG-HALLADO)
           END-IF
           ADD GD-ASIGNADO TO TG-ASIGNADO (TG-HALLADO).

       LISTAR-GASTOS.
           MOVE "Gastos cargados a la orden:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-GASTOS = 0
               MOVE "  (ninguno)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-GASTOS-RECEPCION
           IF FS-GASTOS-RECEPCION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-GASTOS-RECEPCION
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM LISTAR-UN-GASTO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GASTOS-RECEPCION.

       LISTAR-UN-GASTO.
           MOVE 0 TO TG-HALLADO
           PERFORM VARYING IDX-TG FROM 1 BY 1
                   UNTIL IDX-TG > TOTAL-GASTOS
               IF TG-NUMERO (IDX-TG) = GR-NUMERO
                   MOVE IDX-TG TO TG-HALLADO
               END-IF
           END-PERFORM
           IF TG-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE GR-CONCEPTO
               WHEN 'F'
                   MOVE "FLETE" TO NOMBRE-CONCEPTO
               WHEN 'A'
                   MOVE "ADUANA" TO NOMBRE-CONCEPTO
               WHEN 'M'
                   MOVE "MANEJO" TO NOMBRE-CONCEPTO
               WHEN OTHER
                   MOVE "OTRO" TO NOMBRE-CONCEPTO
           END-EVALUATE
           EVALUATE GR-METODO
               WHEN 'V'
                   MOVE "VALOR" TO NOMBRE-METODO
               WHEN 'U'
                   MOVE "UNIDADES" TO NOMBRE-METODO
               WHEN OTHER
                   MOVE "PESO" TO NOMBRE-METODO
           END-EVALUATE
           MOVE TG-ASIGNADO (TG-HALLADO) TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Gasto " DELIMITED BY SIZE
                  GR-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-CONCEPTO DELIMITED BY SIZE
                  " Prov. " DELIMITED BY SIZE
                  GR-PROVEEDOR DELIMITED BY SIZE
                  " Fact. " DELIMITED BY SIZE
                  GR-FACTURA DELIMITED BY SIZE
                  " por " DELIMITED BY SIZE
                  NOMBRE-METODO DELIMITED BY SIZE
                  " | A la orden: $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       LISTAR-PRODUCTOS.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Producto             |   Unid. | Costo orig. | "
                  DELIMITED BY SIZE
                  "Costo destino | Recargo" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-RP FROM 1 BY 1
                   UNTIL IDX-RP > TOTAL-PRODUCTOS
               PERFORM LISTAR-UN-PRODUCTO
           END-PERFORM.

       LISTAR-UN-PRODUCTO.
           COMPUTE COSTO-ORIGEN ROUNDED =
               RP-VALOR (IDX-RP) / RP-UNIDADES (IDX-RP)
           COMPUTE COSTO-DESTINO ROUNDED =
               (RP-VALOR (IDX-RP) + RP-GASTO (IDX-RP))
               / RP-UNIDADES (IDX-RP)
           IF RP-VALOR (IDX-RP) > 0
               COMPUTE RECARGO-PCT ROUNDED =
                   RP-GASTO (IDX-RP) * 100 / RP-VALOR (IDX-RP)
           ELSE
               MOVE 0 TO RECARGO-PCT
           END-IF
           ADD RP-VALOR (IDX-RP) TO TOTAL-VALOR
           ADD RP-GASTO (IDX-RP) TO TOTAL-GASTO
           MOVE RP-UNIDADES (IDX-RP) TO F-UNIDADES
           MOVE COSTO-ORIGEN TO F-COSTO
           MOVE COSTO-DESTINO TO F-COSTO-DESTINO
           MOVE RECARGO-PCT TO F-PCT
           MOVE SPACES TO LINEA-SALIDA
           STRING RP-PRODUCTO (IDX-RP) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " |  " DELIMITED BY SIZE
                  F-COSTO DELIMITED BY SIZE
                  " |    " DELIMITED BY SIZE
                  F-COSTO-DESTINO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  F-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-VALOR TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Valor recibido: $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-GASTO TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Gastos prorrateados: $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           ADD TOTAL-GASTO TO TOTAL-VALOR
           MOVE TOTAL-VALOR TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Costo en destino: $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
