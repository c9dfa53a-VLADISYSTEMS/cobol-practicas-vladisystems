       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUAR-PROVEEDORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PROVEEDORES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY KARDEX-SELECT.
       COPY COSTOS-SELECT.
       COPY CXP-SELECT.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
           SELECT ARCHIVO-OC-DETALLE ASSIGN TO "OC-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC-DETALLE.
           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO "DEV-PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCIONES.
           SELECT ARCHIVO-PAGOS ASSIGN TO "PAGOS-CXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY PROVEEDORES-FD.
       COPY PRODUCTOS-FD.
       COPY KARDEX-FD.
       COPY COSTOS-FD.
       COPY CXP-FD.

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

       FD  ARCHIVO-DEVOLUCIONES.
       01  DEVOLUCION-REG.
           05 DP-NUMERO            PIC 9(6).
           05 DP-FECHA             PIC 9(8).
           05 DP-PROVEEDOR         PIC 9(4).
           05 DP-OC                PIC 9(6).
           05 DP-CODIGO            PIC 9(6).
           05 DP-PRODUCTO          PIC X(20).
           05 DP-UNIDADES          PIC 9(5).
           05 DP-ESTADO            PIC X.

       FD  ARCHIVO-PAGOS.
       01  PAGO-REG.
           05 PX-PROVEEDOR         PIC 9(4).
           05 PX-FACTURA           PIC X(12).
           05 PX-FECHA             PIC 9(8).
           05 PX-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY COSTOS-WS.

       *>----------------------------------------------------
       *> EVALUACIÓN TRIMESTRAL DE PROVEEDORES. POR CADA
       *> PV-CODIGO CON ÓRDENES DEL TRIMESTRE (OC-FECHA):
       *>  - CUMPLIMIENTO: OD-RECIBIDAS CONTRA OD-PEDIDAS DE
       *>    LAS ÓRDENES CERRADAS O CON EL PLAZO VENCIDO (EN
       *>    UNIDADES DE VENTA, CON OD-FACTOR).
       *>  - PUNTUALIDAD: DÍAS DE OC-FECHA A LA PRIMERA
       *>    RECEPCIÓN (ENTRADA 'E' DEL KARDEX CON LA OC COMO
       *>    FOLIO) CONTRA PV-PLAZO-DIAS; UNA ORDEN SIN
       *>    RECEPCIÓN CON EL PLAZO VENCIDO CUENTA ATRASADA.
       *>  - DEVOLUCIONES DEL TRIMESTRE (DEV-PROVEEDOR): % DE
       *>    LAS UNIDADES RECIBIDAS EN EL TRIMESTRE Y VALOR AL
       *>    COSTO PACTADO DE LA OC (O PR-COSTO).
       *>  - ALZAS DE COSTO: CAMBIOS DEL COSTO PROMEDIO EN SUS
       *>    RECEPCIONES (COSTOS-HIST, RECEPCION-OC) Y LA
       *>    VARIACIÓN PROMEDIO EN %.
       *>  - DÍAS DE PAGO: DE XP-FECHA AL ÚLTIMO PAGO DE LAS
       *>    FACTURAS PAGADAS EN EL TRIMESTRE (INFORMATIVO; NO
       *>    ENTRA EN LA NOTA).
       *> PUNTAJE (0-100) = 40% CUMPLIMIENTO + 30% PUNTUALIDAD
       *>   + 20% DEVOLUCIONES (100 - 10 X % DEVUELTO)
       *>   + 10% COSTO (100 - 10 X % DE ALZA PROMEDIO).
       *> NOTA: A >= 90, B >= 80, C >= 70, D MENOR; '-' SIN
       *> ÓRDENES EVALUABLES AÚN. EL DETALLE LISTA LAS ÓRDENES
       *> ATRASADAS E INCOMPLETAS DE CADA PROVEEDOR.
       *> USO: EVALUAR-PROVEEDORES [AAAAT] (T = 1 A 4; POR
       *>      OMISIÓN, EL TRIMESTRE EN CURSO)
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CXP                 PIC XX.
       01 FS-OC                  PIC XX.
       01 FS-OC-DETALLE          PIC XX.
       01 FS-DEVOLUCIONES        PIC XX.
       01 FS-PAGOS               PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(120).
       01 OPERADOR               PIC X(20).
       01 PRODUCTOS-ABIERTO      PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TRIMESTRE EVALUADO
       *>----------------------------------------------------
       01 TRIMESTRE-TXT          PIC X(5).
       01 ANIO-TRIMESTRE         PIC 9(4).
       01 NUMERO-TRIMESTRE       PIC 9.
       01 FECHA-DESDE            PIC 9(8).
       01 FECHA-HASTA            PIC 9(8).
       01 FECHA-HOY              PIC 9(8).
       01 MES-HOY                PIC 9(2).
       01 TABLA-FIN-TRIMESTRE.
           05 FILLER PIC X(8) VALUE "01010331".
           05 FILLER PIC X(8) VALUE "04010630".
           05 FILLER PIC X(8) VALUE "07010930".
           05 FILLER PIC X(8) VALUE "10011231".
       01 LIMITES-TRIMESTRE REDEFINES TABLA-FIN-TRIMESTRE.
           05 LIMITE-TRIMESTRE OCCURS 4 TIMES.
               10 LT-INICIO      PIC 9(4).
               10 LT-FIN         PIC 9(4).

       *>----------------------------------------------------
       *> PROVEEDORES Y SUS ACUMULADOS DEL TRIMESTRE
       *>----------------------------------------------------
       01 MAX-PROVEEDORES        PIC 9(3) VALUE 200.
       01 TOTAL-PROVEEDORES      PIC 9(3) VALUE 0.
       01 TABLA-PROVEEDORES.
           05 PROVEEDOR-EVAL OCCURS 200 TIMES.
               10 TP-CODIGO      PIC 9(4).
               10 TP-NOMBRE      PIC X(30).
               10 TP-PLAZO       PIC 9(3).
               10 TP-OCS         PIC 9(4).
               10 TP-EVALUADAS   PIC 9(4).
               10 TP-A-TIEMPO    PIC 9(4).
               10 TP-ATRASADAS   PIC 9(4).
               10 TP-INCOMPLETAS PIC 9(4).
               10 TP-CON-RECEPCION PIC 9(4).
               10 TP-DIAS-ENTREGA PIC 9(7).
               10 TP-PEDIDAS     PIC 9(7).
               10 TP-RECIBIDAS   PIC 9(7).
               10 TP-UNID-RECIBIDAS PIC S9(7).
               10 TP-UNID-DEVUELTAS PIC 9(7).
               10 TP-VALOR-DEVUELTO PIC 9(9)V99.
               10 TP-CAMBIOS-COSTO PIC 9(4).
               10 TP-ALZAS       PIC 9(4).
               10 TP-SUMA-VARIACION PIC S9(7)V99.
               10 TP-FACTURAS-PAGADAS PIC 9(4).
               10 TP-DIAS-PAGO   PIC 9(7).
               10 TP-CUMPLIMIENTO PIC 9(3)V9.
               10 TP-PUNTUALIDAD PIC 9(3)V9.
               10 TP-PCT-DEVUELTO PIC 9(3)V9.
               10 TP-VARIACION-COSTO PIC S9(3)V9.
               10 TP-PROM-ENTREGA PIC 9(3)V9.
               10 TP-PROM-PAGO   PIC 9(3)V9.
               10 TP-PUNTAJE     PIC 9(3)V9.
               10 TP-NOTA        PIC X.
               10 TP-ACTIVO      PIC X.
       01 IDX-PROVEEDOR          PIC 9(3).
       01 PROVEEDOR-BUSCADO      PIC 9(4).
       01 PROVEEDOR-HALLADO      PIC 9(3) VALUE 0.

       01 TOTAL-RANKING          PIC 9(3) VALUE 0.
       01 TABLA-RANKING.
           05 RK-PROVEEDOR OCCURS 200 TIMES PIC 9(3).
       01 IDX-RANKING            PIC 9(3).
       01 IDX-ORD                PIC 9(3).
       01 IDX-MAYOR              PIC 9(3).
       01 RK-TMP                 PIC 9(3).

       *>----------------------------------------------------
       *> ÓRDENES DE COMPRA (TODAS, PARA UBICAR EL PROVEEDOR
       *> DE RECEPCIONES Y CAMBIOS DE COSTO; LAS DEL
       *> TRIMESTRE LLEVAN TO-TRIMESTRE = 'S')
       *>----------------------------------------------------
       01 MAX-ORDENES            PIC 9(4) VALUE 5000.
       01 TOTAL-ORDENES          PIC 9(4) VALUE 0.
       01 TABLA-ORDENES.
           05 ORDEN-EVAL OCCURS 5000 TIMES.
               10 TO-NUMERO      PIC 9(6).
               10 TO-FECHA       PIC 9(8).
               10 TO-PROVEEDOR   PIC 9(3).
               10 TO-ESTADO      PIC X.
               10 TO-TRIMESTRE   PIC X.
               10 TO-PEDIDAS     PIC 9(7).
               10 TO-RECIBIDAS   PIC 9(7).
               10 TO-PRIMERA     PIC 9(8).
               10 TO-PROMETIDA   PIC 9(8).
               10 TO-DIAS        PIC 9(4).
               10 TO-ATRASADA    PIC X.
               10 TO-INCOMPLETA  PIC X.
       01 IDX-ORDEN              PIC 9(4).
       01 ORDEN-BUSCADA          PIC 9(6).
       01 FACTOR-LINEA           PIC 9(4) VALUE 1.
       01 ORDEN-HALLADA          PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> DEVOLUCIONES DEL TRIMESTRE
       *>----------------------------------------------------
       01 MAX-DEVOLUCIONES       PIC 9(4) VALUE 3000.
       01 TOTAL-DEVOLUCIONES     PIC 9(4) VALUE 0.
       01 TABLA-DEVOLUCIONES.
           05 DEVOLUCION-EVAL OCCURS 3000 TIMES.
               10 TD-PROVEEDOR   PIC 9(3).
               10 TD-OC          PIC 9(6).
               10 TD-CODIGO      PIC 9(6).
               10 TD-UNIDADES    PIC 9(5).
               10 TD-COSTO       PIC 9(7)V99.
       01 IDX-DEVOLUCION         PIC 9(4).

       *>----------------------------------------------------
       *> ÚLTIMO PAGO DE CADA FACTURA DE PROVEEDOR
       *>----------------------------------------------------
       01 MAX-PAGOS              PIC 9(4) VALUE 5000.
       01 TOTAL-PAGOS            PIC 9(4) VALUE 0.
       01 TABLA-PAGOS.
           05 PAGO-FACTURA OCCURS 5000 TIMES.
               10 TG-PROVEEDOR   PIC 9(4).
               10 TG-FACTURA     PIC X(12).
               10 TG-FECHA       PIC 9(8).
       01 IDX-PAGO               PIC 9(4).
       01 PAGO-HALLADO           PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> CÁLCULOS
       *>----------------------------------------------------
       01 DIAS-CALCULO           PIC S9(5).
       01 DIFERENCIA-COSTO       PIC S9(7)V99.
       01 VARIACION-PCT          PIC S9(5)V99.
       01 PUNTOS-DEVOLUCION      PIC S9(5)V9.
       01 PUNTOS-COSTO           PIC S9(5)V9.
       01 PUNTOS-TMP             PIC S9(5)V99.
       01 ORDENES-DETALLE        PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-POSICION             PIC ZZ9.
       01 F-OCS                  PIC ZZZ9.
       01 F-CUMPLIMIENTO         PIC ZZ9.9.
       01 F-PUNTUALIDAD          PIC ZZ9.9.
       01 F-PLAZO                PIC ZZ9.
       01 F-PROM-ENTREGA         PIC ZZ9.9.
       01 F-PCT-DEVUELTO         PIC ZZ9.9.
       01 F-VALOR-DEVUELTO       PIC Z(8)9.99.
       01 F-ALZAS                PIC ZZ9.
       01 F-VARIACION            PIC -ZZ9.9.
       01 F-PROM-PAGO            PIC ZZ9.9.
       01 F-PUNTAJE              PIC ZZ9.9.
       01 F-DIAS                 PIC ZZZ9.
       01 F-PEDIDAS              PIC Z(6)9.
       01 F-RECIBIDAS            PIC Z(6)9.
       01 F-PRIMERA              PIC X(10).
       01 OBSERVACION-ORDEN      PIC X(30).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  EVALUACIÓN DE PROVEEDORES"
           DISPLAY "==============================="

           PERFORM OBTENER-TRIMESTRE
           PERFORM CARGAR-PROVEEDORES
           IF TOTAL-PROVEEDORES = 0
               DISPLAY "No hay proveedores registrados."
               STOP RUN
           END-IF
           PERFORM CARGAR-ORDENES
           PERFORM CARGAR-DEVOLUCIONES
           PERFORM CARGAR-DETALLE-ORDENES
           PERFORM VALORIZAR-DEVOLUCIONES
           PERFORM CARGAR-RECEPCIONES
           PERFORM CARGAR-CAMBIOS-COSTO
           PERFORM CARGAR-PAGOS
           PERFORM CARGAR-DIAS-PAGO
           PERFORM EVALUAR-ORDENES
           PERFORM CALIFICAR-PROVEEDORES
           PERFORM ORDENAR-POR-PUNTAJE

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "EVALUACION-PROVEEDORES-" DELIMITED BY SIZE
                  ANIO-TRIMESTRE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  NUMERO-TRIMESTRE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "EVALUACION DE PROVEEDORES" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Trimestre " DELIMITED BY SIZE
                  ANIO-TRIMESTRE DELIMITED BY SIZE
                  "-T" DELIMITED BY SIZE
                  NUMERO-TRIMESTRE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-RANKING
           PERFORM ESCRIBIR-ORDENES-OBSERVADAS
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       OBTENER-TRIMESTRE.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-HOY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE FECHA-HOY (1:4) TO ANIO-TRIMESTRE
               MOVE FECHA-HOY (5:2) TO MES-HOY
               COMPUTE NUMERO-TRIMESTRE = (MES-HOY - 1) / 3 + 1
           ELSE
               MOVE WS-COMMAND-LINE TO TRIMESTRE-TXT
               IF FUNCTION TRIM(WS-COMMAND-LINE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE))
                       NOT = 5
                   OR TRIMESTRE-TXT (5:1) < "1"
                   OR TRIMESTRE-TXT (5:1) > "4"
                   DISPLAY "Trimestre inválido (AAAAT): "
                           WS-COMMAND-LINE
                   STOP RUN
               END-IF
               MOVE TRIMESTRE-TXT (1:4) TO ANIO-TRIMESTRE
               MOVE TRIMESTRE-TXT (5:1) TO NUMERO-TRIMESTRE
           END-IF
           COMPUTE FECHA-DESDE = ANIO-TRIMESTRE * 10000
                               + LT-INICIO (NUMERO-TRIMESTRE)
           COMPUTE FECHA-HASTA = ANIO-TRIMESTRE * 10000
                               + LT-FIN (NUMERO-TRIMESTRE).

       CARGAR-PROVEEDORES.
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PROVEEDORES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-PROVEEDORES < MAX-PROVEEDORES
                           ADD 1 TO TOTAL-PROVEEDORES
                           MOVE TOTAL-PROVEEDORES TO IDX-PROVEEDOR
                           INITIALIZE PROVEEDOR-EVAL (IDX-PROVEEDOR)
                           MOVE PV-CODIGO TO TP-CODIGO (IDX-PROVEEDOR)
                           MOVE PV-NOMBRE TO TP-NOMBRE (IDX-PROVEEDOR)
                           MOVE PV-PLAZO-DIAS
                               TO TP-PLAZO (IDX-PROVEEDOR)
                           MOVE 'N' TO TP-ACTIVO (IDX-PROVEEDOR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES.

       BUSCAR-PROVEEDOR-TABLA.
           MOVE 0 TO PROVEEDOR-HALLADO
           PERFORM VARYING IDX-PROVEEDOR FROM 1 BY 1
                   UNTIL IDX-PROVEEDOR > TOTAL-PROVEEDORES
                      OR PROVEEDOR-HALLADO > 0
               IF TP-CODIGO (IDX-PROVEEDOR) = PROVEEDOR-BUSCADO
                   MOVE IDX-PROVEEDOR TO PROVEEDOR-HALLADO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LAS ÓRDENES EN BORRADOR ('B') O ANULADAS ('X') NO SE
      *> EVALÚAN.
      *>----------------------------------------------------
       CARGAR-ORDENES.
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
                       IF OC-ESTADO NOT = 'B' AND OC-ESTADO NOT = 'X'
                           AND TOTAL-ORDENES < MAX-ORDENES
                           PERFORM GUARDAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC.

       GUARDAR-ORDEN.
           MOVE OC-PROVEEDOR TO PROVEEDOR-BUSCADO
           PERFORM BUSCAR-PROVEEDOR-TABLA
           IF PROVEEDOR-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-ORDENES
           MOVE TOTAL-ORDENES TO IDX-ORDEN
           INITIALIZE ORDEN-EVAL (IDX-ORDEN)
           MOVE OC-NUMERO TO TO-NUMERO (IDX-ORDEN)
           MOVE OC-FECHA TO TO-FECHA (IDX-ORDEN)
           MOVE PROVEEDOR-HALLADO TO TO-PROVEEDOR (IDX-ORDEN)
           MOVE OC-ESTADO TO TO-ESTADO (IDX-ORDEN)
           MOVE 'N' TO TO-ATRASADA (IDX-ORDEN)
           MOVE 'N' TO TO-INCOMPLETA (IDX-ORDEN)
           IF OC-FECHA >= FECHA-DESDE AND OC-FECHA <= FECHA-HASTA
               MOVE 'S' TO TO-TRIMESTRE (IDX-ORDEN)
           ELSE
               MOVE 'N' TO TO-TRIMESTRE (IDX-ORDEN)
           END-IF.

       BUSCAR-ORDEN.
           MOVE 0 TO ORDEN-HALLADA
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                   UNTIL IDX-ORDEN > TOTAL-ORDENES
                      OR ORDEN-HALLADA > 0
               IF TO-NUMERO (IDX-ORDEN) = ORDEN-BUSCADA
                   MOVE IDX-ORDEN TO ORDEN-HALLADA
               END-IF
           END-PERFORM.

       CARGAR-DEVOLUCIONES.
           OPEN INPUT ARCHIVO-DEVOLUCIONES
           IF FS-DEVOLUCIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-DEVOLUCIONES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF DP-FECHA >= FECHA-DESDE
                           AND DP-FECHA <= FECHA-HASTA
                           AND TOTAL-DEVOLUCIONES < MAX-DEVOLUCIONES
                           PERFORM GUARDAR-DEVOLUCION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-DEVOLUCIONES.

       GUARDAR-DEVOLUCION.
           MOVE DP-PROVEEDOR TO PROVEEDOR-BUSCADO
           PERFORM BUSCAR-PROVEEDOR-TABLA
           IF PROVEEDOR-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-DEVOLUCIONES
           MOVE PROVEEDOR-HALLADO TO TD-PROVEEDOR (TOTAL-DEVOLUCIONES)
           MOVE DP-OC TO TD-OC (TOTAL-DEVOLUCIONES)
           MOVE DP-CODIGO TO TD-CODIGO (TOTAL-DEVOLUCIONES)
           MOVE DP-UNIDADES TO TD-UNIDADES (TOTAL-DEVOLUCIONES)
           MOVE 0 TO TD-COSTO (TOTAL-DEVOLUCIONES).

      *>----------------------------------------------------
      *> PEDIDO Y RECIBIDO DE LAS ÓRDENES DEL TRIMESTRE, Y EL
      *> COSTO PACTADO DE LAS LÍNEAS DEVUELTAS.
      *>----------------------------------------------------
       CARGAR-DETALLE-ORDENES.
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
                       PERFORM ACUMULAR-LINEA-ORDEN
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC-DETALLE.

      *>----------------------------------------------------
      *> LA LÍNEA VIENE EN UNIDAD DE COMPRA; SE LLEVA A
      *> UNIDADES DE VENTA PARA SUMAR LÍNEAS DE DISTINTA
      *> PRESENTACIÓN Y PARA VALORIZAR LAS DEVOLUCIONES, QUE
      *> VAN POR UNIDAD.
      *>----------------------------------------------------
       ACUMULAR-LINEA-ORDEN.
           MOVE 1 TO FACTOR-LINEA
           IF OD-FACTOR IS NUMERIC AND OD-FACTOR > 1
               MOVE OD-FACTOR TO FACTOR-LINEA
           END-IF
           MOVE OD-NUMERO TO ORDEN-BUSCADA
           PERFORM BUSCAR-ORDEN
           IF ORDEN-HALLADA > 0
               IF TO-TRIMESTRE (ORDEN-HALLADA) = 'S'
                   COMPUTE TO-PEDIDAS (ORDEN-HALLADA) =
                       TO-PEDIDAS (ORDEN-HALLADA)
                       + OD-PEDIDAS * FACTOR-LINEA
                   COMPUTE TO-RECIBIDAS (ORDEN-HALLADA) =
                       TO-RECIBIDAS (ORDEN-HALLADA)
                       + OD-RECIBIDAS * FACTOR-LINEA
               END-IF
           END-IF
           IF OD-COSTO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-DEVOLUCION FROM 1 BY 1
                   UNTIL IDX-DEVOLUCION > TOTAL-DEVOLUCIONES
               IF TD-OC (IDX-DEVOLUCION) = OD-NUMERO
                   AND TD-CODIGO (IDX-DEVOLUCION) = OD-CODIGO
                   COMPUTE TD-COSTO (IDX-DEVOLUCION) ROUNDED =
                       OD-COSTO / FACTOR-LINEA
               END-IF
           END-PERFORM.

       VALORIZAR-DEVOLUCIONES.
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE 'S' TO PRODUCTOS-ABIERTO
           END-IF
           PERFORM VARYING IDX-DEVOLUCION FROM 1 BY 1
                   UNTIL IDX-DEVOLUCION > TOTAL-DEVOLUCIONES
               IF TD-COSTO (IDX-DEVOLUCION) = 0
                   AND PRODUCTOS-ABIERTO = 'S'
                   MOVE TD-CODIGO (IDX-DEVOLUCION) TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
                   IF PRODUCTO-ENCONTRADO = 'S'
                       MOVE PR-COSTO TO TD-COSTO (IDX-DEVOLUCION)
                   END-IF
               END-IF
               MOVE TD-PROVEEDOR (IDX-DEVOLUCION) TO IDX-PROVEEDOR
               ADD TD-UNIDADES (IDX-DEVOLUCION)
                   TO TP-UNID-DEVUELTAS (IDX-PROVEEDOR)
               COMPUTE TP-VALOR-DEVUELTO (IDX-PROVEEDOR) =
                   TP-VALOR-DEVUELTO (IDX-PROVEEDOR)
                   + TD-UNIDADES (IDX-DEVOLUCION)
                   * TD-COSTO (IDX-DEVOLUCION)
               MOVE 'S' TO TP-ACTIVO (IDX-PROVEEDOR)
           END-PERFORM
           IF PRODUCTOS-ABIERTO = 'S'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

      *>----------------------------------------------------
      *> LAS ENTRADAS DE RECIBIR-ORDEN-COMPRA LLEVAN LA OC EN
      *> KX-FOLIO (LAS DE ENTRADA-MERCANCIA VAN CON FOLIO 0).
      *>----------------------------------------------------
       CARGAR-RECEPCIONES.
           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF KX-TIPO = 'E' AND KX-FOLIO > 0
                           PERFORM ANOTAR-RECEPCION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-KARDEX.

       ANOTAR-RECEPCION.
           MOVE KX-FOLIO TO ORDEN-BUSCADA
           PERFORM BUSCAR-ORDEN
           IF ORDEN-HALLADA = 0
               EXIT PARAGRAPH
           END-IF
           IF KX-FECHA >= FECHA-DESDE AND KX-FECHA <= FECHA-HASTA
               MOVE TO-PROVEEDOR (ORDEN-HALLADA) TO IDX-PROVEEDOR
               ADD KX-UNIDADES TO TP-UNID-RECIBIDAS (IDX-PROVEEDOR)
           END-IF
           IF TO-TRIMESTRE (ORDEN-HALLADA) = 'S'
               IF TO-PRIMERA (ORDEN-HALLADA) = 0
                   OR KX-FECHA < TO-PRIMERA (ORDEN-HALLADA)
                   MOVE KX-FECHA TO TO-PRIMERA (ORDEN-HALLADA)
               END-IF
           END-IF.

       CARGAR-CAMBIOS-COSTO.
           OPEN INPUT ARCHIVO-COSTOS-HIST
           IF FS-COSTOS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-COSTOS-HIST
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CH-ORIGEN = "RECEPCION-OC"
                           AND CH-FECHA >= FECHA-DESDE
                           AND CH-FECHA <= FECHA-HASTA
                           AND CH-COSTO-ANTERIOR > 0
                           PERFORM ANOTAR-CAMBIO-COSTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COSTOS-HIST.

       ANOTAR-CAMBIO-COSTO.
           MOVE CH-REFERENCIA TO ORDEN-BUSCADA
           PERFORM BUSCAR-ORDEN
           IF ORDEN-HALLADA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TO-PROVEEDOR (ORDEN-HALLADA) TO IDX-PROVEEDOR
           COMPUTE DIFERENCIA-COSTO = CH-COSTO-NUEVO
                                    - CH-COSTO-ANTERIOR
           COMPUTE VARIACION-PCT ROUNDED =
               DIFERENCIA-COSTO * 100 / CH-COSTO-ANTERIOR
           ADD 1 TO TP-CAMBIOS-COSTO (IDX-PROVEEDOR)
           ADD VARIACION-PCT TO TP-SUMA-VARIACION (IDX-PROVEEDOR)
           IF DIFERENCIA-COSTO > 0
               ADD 1 TO TP-ALZAS (IDX-PROVEEDOR)
           END-IF
           MOVE 'S' TO TP-ACTIVO (IDX-PROVEEDOR).

       CARGAR-PAGOS.
           OPEN INPUT ARCHIVO-PAGOS
           IF FS-PAGOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM ANOTAR-PAGO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS.

       ANOTAR-PAGO.
           PERFORM BUSCAR-PAGO
           IF PAGO-HALLADO > 0
               IF PX-FECHA > TG-FECHA (PAGO-HALLADO)
                   MOVE PX-FECHA TO TG-FECHA (PAGO-HALLADO)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-PAGOS < MAX-PAGOS
               ADD 1 TO TOTAL-PAGOS
               MOVE PX-PROVEEDOR TO TG-PROVEEDOR (TOTAL-PAGOS)
               MOVE PX-FACTURA TO TG-FACTURA (TOTAL-PAGOS)
               MOVE PX-FECHA TO TG-FECHA (TOTAL-PAGOS)
           END-IF.

       BUSCAR-PAGO.
           MOVE 0 TO PAGO-HALLADO
           PERFORM VARYING IDX-PAGO FROM 1 BY 1
                   UNTIL IDX-PAGO > TOTAL-PAGOS
                      OR PAGO-HALLADO > 0
               IF TG-PROVEEDOR (IDX-PAGO) = PX-PROVEEDOR
                   AND TG-FACTURA (IDX-PAGO) = PX-FACTURA
                   MOVE IDX-PAGO TO PAGO-HALLADO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> FACTURAS PAGADAS CUYO ÚLTIMO PAGO CAE EN EL
      *> TRIMESTRE: DÍAS DESDE LA FECHA DE LA FACTURA.
      *>----------------------------------------------------
       CARGAR-DIAS-PAGO.
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
                       IF XP-ESTADO = 'P'
                           PERFORM ANOTAR-DIAS-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CXP.

       ANOTAR-DIAS-PAGO.
           MOVE XP-PROVEEDOR TO PX-PROVEEDOR
           MOVE XP-FACTURA TO PX-FACTURA
           PERFORM BUSCAR-PAGO
           IF PAGO-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           IF TG-FECHA (PAGO-HALLADO) < FECHA-DESDE
               OR TG-FECHA (PAGO-HALLADO) > FECHA-HASTA
               EXIT PARAGRAPH
           END-IF
           MOVE XP-PROVEEDOR TO PROVEEDOR-BUSCADO
           PERFORM BUSCAR-PROVEEDOR-TABLA
           IF PROVEEDOR-HALLADO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIAS-CALCULO =
               FUNCTION INTEGER-OF-DATE (TG-FECHA (PAGO-HALLADO))
               - FUNCTION INTEGER-OF-DATE (XP-FECHA)
           IF DIAS-CALCULO < 0
               MOVE 0 TO DIAS-CALCULO
           END-IF
           ADD 1 TO TP-FACTURAS-PAGADAS (PROVEEDOR-HALLADO)
           ADD DIAS-CALCULO TO TP-DIAS-PAGO (PROVEEDOR-HALLADO)
           MOVE 'S' TO TP-ACTIVO (PROVEEDOR-HALLADO).

      *>----------------------------------------------------
      *> FECHA PROMETIDA = OC-FECHA + PV-PLAZO-DIAS. UNA
      *> ORDEN SE JUZGA EN PUNTUALIDAD SI YA TUVO RECEPCIÓN O
      *> SI SU PLAZO VENCIÓ, Y EN CUMPLIMIENTO SI ESTÁ
      *> CERRADA O SU PLAZO VENCIÓ.
      *>----------------------------------------------------
       EVALUAR-ORDENES.
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                   UNTIL IDX-ORDEN > TOTAL-ORDENES
               IF TO-TRIMESTRE (IDX-ORDEN) = 'S'
                   PERFORM EVALUAR-UNA-ORDEN
               END-IF
           END-PERFORM.

       EVALUAR-UNA-ORDEN.
           MOVE TO-PROVEEDOR (IDX-ORDEN) TO IDX-PROVEEDOR
           ADD 1 TO TP-OCS (IDX-PROVEEDOR)
           MOVE 'S' TO TP-ACTIVO (IDX-PROVEEDOR)
           COMPUTE TO-PROMETIDA (IDX-ORDEN) =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TO-FECHA (IDX-ORDEN))
                    + TP-PLAZO (IDX-PROVEEDOR))
           IF TO-PRIMERA (IDX-ORDEN) > 0
               COMPUTE DIAS-CALCULO =
                   FUNCTION INTEGER-OF-DATE (TO-PRIMERA (IDX-ORDEN))
                   - FUNCTION INTEGER-OF-DATE (TO-FECHA (IDX-ORDEN))
               IF DIAS-CALCULO < 0
                   MOVE 0 TO DIAS-CALCULO
               END-IF
               MOVE DIAS-CALCULO TO TO-DIAS (IDX-ORDEN)
               ADD 1 TO TP-CON-RECEPCION (IDX-PROVEEDOR)
               ADD DIAS-CALCULO TO TP-DIAS-ENTREGA (IDX-PROVEEDOR)
           END-IF

           IF TO-PRIMERA (IDX-ORDEN) > 0
               OR FECHA-HOY > TO-PROMETIDA (IDX-ORDEN)
               ADD 1 TO TP-EVALUADAS (IDX-PROVEEDOR)
               IF TO-PRIMERA (IDX-ORDEN) = 0
                   OR TO-PRIMERA (IDX-ORDEN) > TO-PROMETIDA (IDX-ORDEN)
                   MOVE 'S' TO TO-ATRASADA (IDX-ORDEN)
                   ADD 1 TO TP-ATRASADAS (IDX-PROVEEDOR)
               ELSE
                   ADD 1 TO TP-A-TIEMPO (IDX-PROVEEDOR)
               END-IF
           END-IF

           IF TO-ESTADO (IDX-ORDEN) = 'R'
               OR FECHA-HOY > TO-PROMETIDA (IDX-ORDEN)
               ADD TO-PEDIDAS (IDX-ORDEN) TO TP-PEDIDAS (IDX-PROVEEDOR)
               ADD TO-RECIBIDAS (IDX-ORDEN)
                   TO TP-RECIBIDAS (IDX-PROVEEDOR)
               IF TO-RECIBIDAS (IDX-ORDEN) < TO-PEDIDAS (IDX-ORDEN)
                   MOVE 'S' TO TO-INCOMPLETA (IDX-ORDEN)
                   ADD 1 TO TP-INCOMPLETAS (IDX-PROVEEDOR)
               END-IF
           END-IF.

       CALIFICAR-PROVEEDORES.
           PERFORM VARYING IDX-PROVEEDOR FROM 1 BY 1
                   UNTIL IDX-PROVEEDOR > TOTAL-PROVEEDORES
               IF TP-ACTIVO (IDX-PROVEEDOR) = 'S'
                   PERFORM CALIFICAR-UN-PROVEEDOR
                   ADD 1 TO TOTAL-RANKING
                   MOVE IDX-PROVEEDOR TO RK-PROVEEDOR (TOTAL-RANKING)
               END-IF
           END-PERFORM.

       CALIFICAR-UN-PROVEEDOR.
           MOVE 100 TO TP-CUMPLIMIENTO (IDX-PROVEEDOR)
           IF TP-PEDIDAS (IDX-PROVEEDOR) > 0
               COMPUTE TP-CUMPLIMIENTO (IDX-PROVEEDOR) ROUNDED =
                   TP-RECIBIDAS (IDX-PROVEEDOR) * 100
                   / TP-PEDIDAS (IDX-PROVEEDOR)
           END-IF
           MOVE 100 TO TP-PUNTUALIDAD (IDX-PROVEEDOR)
           IF TP-EVALUADAS (IDX-PROVEEDOR) > 0
               COMPUTE TP-PUNTUALIDAD (IDX-PROVEEDOR) ROUNDED =
                   TP-A-TIEMPO (IDX-PROVEEDOR) * 100
                   / TP-EVALUADAS (IDX-PROVEEDOR)
           END-IF
           MOVE 0 TO TP-PCT-DEVUELTO (IDX-PROVEEDOR)
           IF TP-UNID-DEVUELTAS (IDX-PROVEEDOR) > 0
               IF TP-UNID-RECIBIDAS (IDX-PROVEEDOR) > 0
                   AND TP-UNID-DEVUELTAS (IDX-PROVEEDOR)
                       < TP-UNID-RECIBIDAS (IDX-PROVEEDOR)
                   COMPUTE TP-PCT-DEVUELTO (IDX-PROVEEDOR) ROUNDED =
                       TP-UNID-DEVUELTAS (IDX-PROVEEDOR) * 100
                       / TP-UNID-RECIBIDAS (IDX-PROVEEDOR)
               ELSE
                   MOVE 100 TO TP-PCT-DEVUELTO (IDX-PROVEEDOR)
               END-IF
           END-IF
           MOVE 0 TO TP-VARIACION-COSTO (IDX-PROVEEDOR)
           IF TP-CAMBIOS-COSTO (IDX-PROVEEDOR) > 0
               COMPUTE TP-VARIACION-COSTO (IDX-PROVEEDOR) ROUNDED =
                   TP-SUMA-VARIACION (IDX-PROVEEDOR)
                   / TP-CAMBIOS-COSTO (IDX-PROVEEDOR)
           END-IF
           MOVE 0 TO TP-PROM-ENTREGA (IDX-PROVEEDOR)
           IF TP-CON-RECEPCION (IDX-PROVEEDOR) > 0
               COMPUTE TP-PROM-ENTREGA (IDX-PROVEEDOR) ROUNDED =
                   TP-DIAS-ENTREGA (IDX-PROVEEDOR)
                   / TP-CON-RECEPCION (IDX-PROVEEDOR)
           END-IF
           MOVE 0 TO TP-PROM-PAGO (IDX-PROVEEDOR)
           IF TP-FACTURAS-PAGADAS (IDX-PROVEEDOR) > 0
               COMPUTE TP-PROM-PAGO (IDX-PROVEEDOR) ROUNDED =
                   TP-DIAS-PAGO (IDX-PROVEEDOR)
                   / TP-FACTURAS-PAGADAS (IDX-PROVEEDOR)
           END-IF

           IF TP-EVALUADAS (IDX-PROVEEDOR) = 0
               AND TP-PEDIDAS (IDX-PROVEEDOR) = 0
               MOVE 0 TO TP-PUNTAJE (IDX-PROVEEDOR)
               MOVE '-' TO TP-NOTA (IDX-PROVEEDOR)
               EXIT PARAGRAPH
           END-IF
           COMPUTE PUNTOS-DEVOLUCION =
               100 - 10 * TP-PCT-DEVUELTO (IDX-PROVEEDOR)
           IF PUNTOS-DEVOLUCION < 0
               MOVE 0 TO PUNTOS-DEVOLUCION
           END-IF
           MOVE 100 TO PUNTOS-COSTO
           IF TP-VARIACION-COSTO (IDX-PROVEEDOR) > 0
               COMPUTE PUNTOS-COSTO =
                   100 - 10 * TP-VARIACION-COSTO (IDX-PROVEEDOR)
               IF PUNTOS-COSTO < 0
                   MOVE 0 TO PUNTOS-COSTO
               END-IF
           END-IF
           COMPUTE PUNTOS-TMP =
               TP-CUMPLIMIENTO (IDX-PROVEEDOR) * 0.40
               + TP-PUNTUALIDAD (IDX-PROVEEDOR) * 0.30
               + PUNTOS-DEVOLUCION * 0.20
               + PUNTOS-COSTO * 0.10
           COMPUTE TP-PUNTAJE (IDX-PROVEEDOR) ROUNDED = PUNTOS-TMP
           EVALUATE TRUE
               WHEN TP-PUNTAJE (IDX-PROVEEDOR) >= 90
                   MOVE 'A' TO TP-NOTA (IDX-PROVEEDOR)
               WHEN TP-PUNTAJE (IDX-PROVEEDOR) >= 80
                   MOVE 'B' TO TP-NOTA (IDX-PROVEEDOR)
               WHEN TP-PUNTAJE (IDX-PROVEEDOR) >= 70
                   MOVE 'C' TO TP-NOTA (IDX-PROVEEDOR)
               WHEN OTHER
                   MOVE 'D' TO TP-NOTA (IDX-PROVEEDOR)
           END-EVALUATE.

       ORDENAR-POR-PUNTAJE.
           PERFORM VARYING IDX-RANKING FROM 1 BY 1
                   UNTIL IDX-RANKING >= TOTAL-RANKING
               MOVE IDX-RANKING TO IDX-MAYOR
               PERFORM VARYING IDX-ORD FROM IDX-RANKING BY 1
                       UNTIL IDX-ORD > TOTAL-RANKING
                   IF TP-PUNTAJE (RK-PROVEEDOR (IDX-ORD))
                       > TP-PUNTAJE (RK-PROVEEDOR (IDX-MAYOR))
                       MOVE IDX-ORD TO IDX-MAYOR
                   END-IF
               END-PERFORM
               IF IDX-MAYOR NOT = IDX-RANKING
                   MOVE RK-PROVEEDOR (IDX-RANKING) TO RK-TMP
                   MOVE RK-PROVEEDOR (IDX-MAYOR)
                       TO RK-PROVEEDOR (IDX-RANKING)
                   MOVE RK-TMP TO RK-PROVEEDOR (IDX-MAYOR)
               END-IF
           END-PERFORM.

       ESCRIBIR-RANKING.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "POS PROV NOMBRE               OCS CUMP% PUNT% "
                      DELIMITED BY SIZE
                  "PLAZO D.ENT DEVL%   VALOR DEV. ALZA VAR.C% "
                      DELIMITED BY SIZE
                  "D.PAG PUNTJ NOTA" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-RANKING = 0
               MOVE "  (sin actividad de proveedores en el trimestre)"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-RANKING FROM 1 BY 1
                   UNTIL IDX-RANKING > TOTAL-RANKING
               MOVE RK-PROVEEDOR (IDX-RANKING) TO IDX-PROVEEDOR
               PERFORM ESCRIBIR-LINEA-PROVEEDOR
           END-PERFORM
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "D.ENT: días promedio de la OC a la primera "
                      DELIMITED BY SIZE
                  "recepción. VAR.C%: variación promedio del costo "
                      DELIMITED BY SIZE
                  "en sus recepciones." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "D.PAG: días promedio de la factura a su pago "
                      DELIMITED BY SIZE
                  "(informativo)." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Puntaje: 40% cumplimiento + 30% puntualidad + 20% "
                      DELIMITED BY SIZE
                  "devoluciones (100 - 10 x % devuelto)"
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "         + 10% costo (100 - 10 x % de alza)."
               TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Nota: A >= 90, B >= 80, C >= 70, D menor; - sin "
                      DELIMITED BY SIZE
                  "órdenes evaluables." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-PROVEEDOR.
           MOVE IDX-RANKING TO F-POSICION
           MOVE TP-OCS (IDX-PROVEEDOR) TO F-OCS
           MOVE TP-CUMPLIMIENTO (IDX-PROVEEDOR) TO F-CUMPLIMIENTO
           MOVE TP-PUNTUALIDAD (IDX-PROVEEDOR) TO F-PUNTUALIDAD
           MOVE TP-PLAZO (IDX-PROVEEDOR) TO F-PLAZO
           MOVE TP-PROM-ENTREGA (IDX-PROVEEDOR) TO F-PROM-ENTREGA
           MOVE TP-PCT-DEVUELTO (IDX-PROVEEDOR) TO F-PCT-DEVUELTO
           MOVE TP-VALOR-DEVUELTO (IDX-PROVEEDOR) TO F-VALOR-DEVUELTO
           MOVE TP-ALZAS (IDX-PROVEEDOR) TO F-ALZAS
           MOVE TP-VARIACION-COSTO (IDX-PROVEEDOR) TO F-VARIACION
           MOVE TP-PROM-PAGO (IDX-PROVEEDOR) TO F-PROM-PAGO
           MOVE TP-PUNTAJE (IDX-PROVEEDOR) TO F-PUNTAJE
           MOVE SPACES TO LINEA-SALIDA
           STRING F-POSICION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TP-CODIGO (IDX-PROVEEDOR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TP-NOMBRE (IDX-PROVEEDOR) (1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-OCS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-CUMPLIMIENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PUNTUALIDAD DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-PLAZO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PROM-ENTREGA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PCT-DEVUELTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-VALOR-DEVUELTO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-ALZAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-VARIACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PROM-PAGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PUNTAJE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TP-NOTA (IDX-PROVEEDOR) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> DETALLE DE LAS ÓRDENES ATRASADAS O INCOMPLETAS, EN
      *> EL ORDEN DEL RANKING.
      *>----------------------------------------------------
       ESCRIBIR-ORDENES-OBSERVADAS.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "ORDENES ATRASADAS O INCOMPLETAS:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "PROV OC     FECHA OC PROMETIDA  1A RECEPC.  DIAS "
                      DELIMITED BY SIZE
                  " PEDIDAS RECIBIDAS OBSERVACION" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO ORDENES-DETALLE
           PERFORM VARYING IDX-RANKING FROM 1 BY 1
                   UNTIL IDX-RANKING > TOTAL-RANKING
               MOVE RK-PROVEEDOR (IDX-RANKING) TO IDX-PROVEEDOR
               PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                       UNTIL IDX-ORDEN > TOTAL-ORDENES
                   IF TO-PROVEEDOR (IDX-ORDEN) = IDX-PROVEEDOR
                       AND (TO-ATRASADA (IDX-ORDEN) = 'S'
                            OR TO-INCOMPLETA (IDX-ORDEN) = 'S')
                       PERFORM ESCRIBIR-ORDEN-OBSERVADA
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ORDENES-DETALLE = 0
               MOVE "  (ninguna)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-ORDEN-OBSERVADA.
           ADD 1 TO ORDENES-DETALLE
           MOVE SPACES TO F-PRIMERA
           MOVE 0 TO F-DIAS
           IF TO-PRIMERA (IDX-ORDEN) > 0
               MOVE TO-PRIMERA (IDX-ORDEN) TO F-PRIMERA
               MOVE TO-DIAS (IDX-ORDEN) TO F-DIAS
           ELSE
               MOVE "--------" TO F-PRIMERA
               COMPUTE F-DIAS =
                   FUNCTION INTEGER-OF-DATE (FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE (TO-FECHA (IDX-ORDEN))
           END-IF
           MOVE TO-PEDIDAS (IDX-ORDEN) TO F-PEDIDAS
           MOVE TO-RECIBIDAS (IDX-ORDEN) TO F-RECIBIDAS
           EVALUATE TRUE
               WHEN TO-PRIMERA (IDX-ORDEN) = 0
                   MOVE "SIN RECEPCION, PLAZO VENCIDO"
                       TO OBSERVACION-ORDEN
               WHEN TO-ATRASADA (IDX-ORDEN) = 'S'
                   AND TO-INCOMPLETA (IDX-ORDEN) = 'S'
                   MOVE "ATRASADA E INCOMPLETA" TO OBSERVACION-ORDEN
               WHEN TO-ATRASADA (IDX-ORDEN) = 'S'
                   MOVE "ATRASADA" TO OBSERVACION-ORDEN
               WHEN OTHER
                   MOVE "INCOMPLETA" TO OBSERVACION-ORDEN
           END-EVALUATE
           MOVE SPACES TO LINEA-SALIDA
           STRING TP-CODIGO (IDX-PROVEEDOR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TO-NUMERO (IDX-ORDEN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TO-FECHA (IDX-ORDEN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TO-PROMETIDA (IDX-ORDEN) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-PRIMERA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-DIAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PEDIDAS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-RECIBIDAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OBSERVACION-ORDEN DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

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
