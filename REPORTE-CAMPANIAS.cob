       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMPANIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CAMPANIAS-SELECT.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
       COPY PRODUCTOS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY CAMPANIAS-FD.

       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       COPY PRODUCTOS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY CAMPANIAS-WS.
       COPY PRODUCTOS-WS.

       *>----------------------------------------------------
       *> RESULTADO DE LAS CAMPAÑAS DE PROMOCIÓN: PARA CADA
       *> CAMPAÑA YA INICIADA (O SÓLO LA INDICADA) SE LEEN
       *> LOS ARCHIVOS DIARIOS DESDE SU INICIO HASTA SU FIN
       *> (U HOY, SI SIGUE VIGENTE) Y SE SUMAN LAS LÍNEAS CON
       *> ESA VR-CAMPANIA: UNIDADES, VENTA, DESCUENTO OTORGADO
       *> (PRECIO DE LISTA POR EL % DE LA LÍNEA, SIN IVA) Y
       *> MARGEN CONTRA PR-COSTO. EL ALZA COMPARA TODO LO
       *> VENDIDO DEL PRODUCTO O FAMILIA OBJETIVO EN LOS DÍAS
       *> DE CAMPAÑA CONTRA LA MISMA CANTIDAD DE DÍAS
       *> INMEDIATAMENTE ANTERIORES AL INICIO.
       *> USO: REPORTE-CAMPANIAS [<CODIGO>] (SIN PARÁMETRO,
       *> TODAS LAS CAMPAÑAS).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-VENTAS              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FIN-CAMPANIAS-REPORTE  PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 CODIGO-PEDIDO          PIC 9(4) VALUE 0.
       01 CAMPANIAS-REPORTADAS   PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> VENTANAS DE FECHAS: 'C' = DÍAS DE CAMPAÑA,
       *> 'P' = MISMOS DÍAS PREVIOS AL INICIO
       *>----------------------------------------------------
       01 PASADA                 PIC X VALUE 'C'.
       01 FECHA-HASTA            PIC 9(8).
       01 FECHA-PREVIA-DESDE     PIC 9(8).
       01 FECHA-PREVIA-HASTA     PIC 9(8).
       01 FECHA-BARRIDO          PIC 9(8).
       01 FECHA-INT              PIC 9(8).
       01 FECHA-INT-DESDE        PIC 9(8).
       01 FECHA-INT-FIN          PIC 9(8).
       01 DIAS-CAMPANIA          PIC 9(5).

       *>----------------------------------------------------
       *> ACUMULADOS DE LA CAMPAÑA EN CURSO
       *>----------------------------------------------------
       01 UNIDADES-DELTA         PIC S9(7).
       01 COSTO-LINEA            PIC S9(11)V99.
       01 DESCUENTO-LINEA        PIC S9(11)V99.
       01 LINEA-OBJETIVO         PIC X VALUE 'N'.
       01 CAM-UNIDADES           PIC S9(7) VALUE 0.
       01 CAM-VENTA              PIC S9(11)V99 VALUE 0.
       01 CAM-DESCUENTO          PIC S9(11)V99 VALUE 0.
       01 CAM-COSTO              PIC S9(11)V99 VALUE 0.
       01 CAM-MARGEN             PIC S9(11)V99 VALUE 0.
       01 OBJ-UNIDADES           PIC S9(7) VALUE 0.
       01 OBJ-VENTA              PIC S9(11)V99 VALUE 0.
       01 PREV-UNIDADES          PIC S9(7) VALUE 0.
       01 PREV-VENTA             PIC S9(11)V99 VALUE 0.
       01 ALZA-PCT               PIC S9(5)V99 VALUE 0.

       01 TEXTO-OBJETIVO         PIC X(22).
       01 ALZA-UNIDADES          PIC X(20).
       01 ALZA-VENTA             PIC X(20).
       01 F-UNIDADES             PIC -(6)9.
       01 F-VENTA                PIC -(9).99.
       01 F-DESCUENTO            PIC -(9).99.
       01 F-MARGEN               PIC -(9).99.
       01 F-ALZA                 PIC -(4)9.99.
       01 F-DIAS                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           ELSE
               MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                   TO CODIGO-PEDIDO
               MOVE "REPORTE-CAMPANIAS" TO OPERADOR
           END-IF

           OPEN INPUT ARCHIVO-CAMPANIAS
           IF FS-CAMPANIAS NOT = "00"
               DISPLAY "No hay campañas cargadas."
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               CLOSE ARCHIVO-CAMPANIAS
               STOP RUN
           END-IF

           STRING "CAMPANIAS-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "RESULTADO DE CAMPANIAS DE PROMOCION" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE 'N' TO FIN-CAMPANIAS-REPORTE
           PERFORM UNTIL FIN-CAMPANIAS-REPORTE = 'S'
               READ ARCHIVO-CAMPANIAS
                   AT END
                       MOVE 'S' TO FIN-CAMPANIAS-REPORTE
                   NOT AT END
                       IF (CODIGO-PEDIDO = 0
                           OR CA-CODIGO = CODIGO-PEDIDO)
                           AND CA-FECHA-INICIO <= FC-FECHA-YYYYMMDD
                           PERFORM REPORTAR-CAMPANIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAMPANIAS
           CLOSE ARCHIVO-PRODUCTOS

           IF CAMPANIAS-REPORTADAS = 0
               MOVE "No hay campañas iniciadas para reportar."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
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

       REPORTAR-CAMPANIA.
           ADD 1 TO CAMPANIAS-REPORTADAS
           MOVE 0 TO CAM-UNIDADES
           MOVE 0 TO CAM-VENTA
           MOVE 0 TO CAM-DESCUENTO
           MOVE 0 TO CAM-COSTO
           MOVE 0 TO OBJ-UNIDADES
           MOVE 0 TO OBJ-VENTA
           MOVE 0 TO PREV-UNIDADES
           MOVE 0 TO PREV-VENTA

           MOVE CA-FECHA-FIN TO FECHA-HASTA
           IF FECHA-HASTA > FC-FECHA-YYYYMMDD
               MOVE FC-FECHA-YYYYMMDD TO FECHA-HASTA
           END-IF
           COMPUTE FECHA-INT-DESDE =
               FUNCTION INTEGER-OF-DATE (CA-FECHA-INICIO)
           COMPUTE FECHA-INT-FIN =
               FUNCTION INTEGER-OF-DATE (FECHA-HASTA)
           COMPUTE DIAS-CAMPANIA = FECHA-INT-FIN - FECHA-INT-DESDE + 1

           MOVE 'C' TO PASADA
           PERFORM RECORRER-VENTANA

           COMPUTE FECHA-INT-FIN = FECHA-INT-DESDE - 1
           COMPUTE FECHA-INT-DESDE = FECHA-INT-DESDE - DIAS-CAMPANIA
           COMPUTE FECHA-PREVIA-DESDE =
               FUNCTION DATE-OF-INTEGER (FECHA-INT-DESDE)
           COMPUTE FECHA-PREVIA-HASTA =
               FUNCTION DATE-OF-INTEGER (FECHA-INT-FIN)
           MOVE 'P' TO PASADA
           PERFORM RECORRER-VENTANA

           PERFORM MOSTRAR-CAMPANIA.

       RECORRER-VENTANA.
           MOVE FECHA-INT-DESDE TO FECHA-INT
           PERFORM UNTIL FECHA-INT > FECHA-INT-FIN
               COMPUTE FECHA-BARRIDO =
                   FUNCTION DATE-OF-INTEGER (FECHA-INT)
               PERFORM LEER-DIA
               ADD 1 TO FECHA-INT
           END-PERFORM.

       LEER-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-BARRIDO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM ACUMULAR-LINEA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

       ACUMULAR-LINEA.
           IF VR-TIPO = 'R' OR VR-TIPO = 'D'
               COMPUTE UNIDADES-DELTA = VR-UNIDADES * -1
           ELSE
               MOVE VR-UNIDADES TO UNIDADES-DELTA
           END-IF
           MOVE 'N' TO PRODUCTO-ENCONTRADO
           IF VR-CODIGO > 0
               MOVE VR-CODIGO TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
           END-IF
           PERFORM EVALUAR-OBJETIVO
           IF PASADA = 'P'
               IF LINEA-OBJETIVO = 'S'
                   ADD UNIDADES-DELTA TO PREV-UNIDADES
                   ADD VR-TOTAL-NETO TO PREV-VENTA
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LINEA-OBJETIVO = 'S'
               ADD UNIDADES-DELTA TO OBJ-UNIDADES
               ADD VR-TOTAL-NETO TO OBJ-VENTA
           END-IF
           IF VR-CAMPANIA IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF VR-CAMPANIA NOT = CA-CODIGO
               EXIT PARAGRAPH
           END-IF
           ADD UNIDADES-DELTA TO CAM-UNIDADES
           ADD VR-TOTAL-NETO TO CAM-VENTA
           COMPUTE DESCUENTO-LINEA ROUNDED =
               UNIDADES-DELTA * VR-PRECIO-UNITARIO
               * VR-DESCUENTO-PCT / 100
           ADD DESCUENTO-LINEA TO CAM-DESCUENTO
           MOVE 0 TO COSTO-LINEA
           IF PRODUCTO-ENCONTRADO = 'S'
               COMPUTE COSTO-LINEA = UNIDADES-DELTA * PR-COSTO
           END-IF
           ADD COSTO-LINEA TO CAM-COSTO.

       EVALUAR-OBJETIVO.
           MOVE 'N' TO LINEA-OBJETIVO
           IF VR-CODIGO = 0
               EXIT PARAGRAPH
           END-IF
           IF CA-ALCANCE = 'F'
               IF PRODUCTO-ENCONTRADO = 'S'
                   AND PR-FAMILIA = CA-FAMILIA
                   MOVE 'S' TO LINEA-OBJETIVO
               END-IF
           ELSE
               IF VR-CODIGO = CA-PRODUCTO
                   MOVE 'S' TO LINEA-OBJETIVO
               END-IF
           END-IF.

       MOSTRAR-CAMPANIA.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO TEXTO-OBJETIVO
           IF CA-ALCANCE = 'F'
               STRING "Familia " DELIMITED BY SIZE
                      CA-FAMILIA DELIMITED BY SIZE
                      INTO TEXTO-OBJETIVO
           ELSE
               STRING "Producto " DELIMITED BY SIZE
                      CA-PRODUCTO DELIMITED BY SIZE
                      INTO TEXTO-OBJETIVO
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "Campaña " DELIMITED BY SIZE
                  CA-CODIGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  CA-DESCRIPCION DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  CA-FECHA-INICIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CA-FECHA-FIN DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  TEXTO-OBJETIVO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF CA-ESTADO = 'X'
               MOVE "  (campaña cancelada)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           COMPUTE CAM-MARGEN = CAM-VENTA - CAM-COSTO
           MOVE CAM-UNIDADES TO F-UNIDADES
           MOVE CAM-VENTA TO F-VENTA
           MOVE CAM-DESCUENTO TO F-DESCUENTO
           MOVE CAM-MARGEN TO F-MARGEN
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Con campaña: Unid " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " | Venta $" DELIMITED BY SIZE
                  F-VENTA DELIMITED BY SIZE
                  " | Margen $" DELIMITED BY SIZE
                  F-MARGEN DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Descuento otorgado (sin IVA): $" DELIMITED BY SIZE
                  F-DESCUENTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE DIAS-CAMPANIA TO F-DIAS
           MOVE OBJ-UNIDADES TO F-UNIDADES
           MOVE OBJ-VENTA TO F-VENTA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Objetivo en " DELIMITED BY SIZE
                  F-DIAS DELIMITED BY SIZE
                  " días de campaña: Unid " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " | Venta $" DELIMITED BY SIZE
                  F-VENTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PREV-UNIDADES TO F-UNIDADES
           MOVE PREV-VENTA TO F-VENTA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Mismos días previos (" DELIMITED BY SIZE
                  FECHA-PREVIA-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-PREVIA-HASTA DELIMITED BY SIZE
                  "): Unid " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " | Venta $" DELIMITED BY SIZE
                  F-VENTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE "sin base previa" TO ALZA-UNIDADES
           IF PREV-UNIDADES > 0
               COMPUTE ALZA-PCT ROUNDED =
                   (OBJ-UNIDADES - PREV-UNIDADES) * 100
                   / PREV-UNIDADES
               MOVE ALZA-PCT TO F-ALZA
               MOVE SPACES TO ALZA-UNIDADES
               STRING F-ALZA DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO ALZA-UNIDADES
           END-IF
           MOVE "sin base previa" TO ALZA-VENTA
           IF PREV-VENTA > 0
               COMPUTE ALZA-PCT ROUNDED =
                   (OBJ-VENTA - PREV-VENTA) * 100 / PREV-VENTA
               MOVE ALZA-PCT TO F-ALZA
               MOVE SPACES TO ALZA-VENTA
               STRING F-ALZA DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO ALZA-VENTA
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Alza en unidades: " DELIMITED BY SIZE
                  ALZA-UNIDADES DELIMITED BY SIZE
                  " | Alza en venta: " DELIMITED BY SIZE
                  ALZA-VENTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
