       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SALDOS ASSIGN TO "SALDOS-CONTABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDOS.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
       COPY CUENTAS-SELECT.
       COPY PRESUPUESTO-SELECT.
       COPY PERIODOS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY AGREGADO-SELECT.
       COPY PRODUCTOS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS.
       01  SALDO-REG.
           05 SC-PERIODO           PIC 9(2).
           05 SC-CUENTA            PIC X(8).
           05 SC-CARGOS            PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 SC-ABONOS            PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       COPY CUENTAS-FD.
       COPY PRESUPUESTO-FD.
       COPY PERIODOS-FD.
       COPY PARAMETROS-FD.
       COPY AGREGADO-FD.
       COPY PRODUCTOS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(140).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRESUPUESTO-WS.
       COPY PERIODOS-WS.
       COPY PARAMETROS-WS.
       COPY PRODUCTOS-WS.

       *>----------------------------------------------------
       *> PRESUPUESTO CONTRA REAL DE UN PERIODO FISCAL: POR
       *> CUENTA, CONTRA LOS SALDOS POSTEADOS
       *> (SALDOS-CONTABLES.DAT), Y DE VENTAS POR FAMILIA,
       *> CONTRA EL AGREGADO MENSUAL (VENTAS-MES-AAAAMM.DAT;
       *> EL MES SIN AGREGADO CAE A LOS ARCHIVOS DIARIOS).
       *> MUESTRA EL MES Y EL ACUMULADO DEL AÑO FISCAL (LOS
       *> PERIODOS 1 AL PEDIDO), CON VARIACIÓN EN MONTO Y
       *> PORCENTAJE, Y MARCA CON << LAS LÍNEAS CUYA
       *> VARIACIÓN SUPERA PRESUPUESTO-TOLERANCIA (PORCENTAJE,
       *> POR OMISIÓN 10) EN EL MES O EN EL ACUMULADO. UNA
       *> LÍNEA CON MOVIMIENTO REAL Y SIN PRESUPUESTO TAMBIÉN
       *> SE MARCA.
       *> EL MES DE VENTAS DE CADA PERIODO ES EL MES EN QUE
       *> EL PERIODO EMPIEZA.
       *> USO: REPORTE-PRESUPUESTO [NUMERO-PERIODO]
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-SALDOS              PIC XX.
       01 FS-VENTAS              PIC XX.
       01 FS-CUENTAS             PIC XX.
       01 FS-AGREGADO            PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-AGREGADO PIC X(22).
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(34).
       01 LINEA-SALIDA           PIC X(140).
       01 OPERADOR               PIC X(20).
       01 PRODUCTOS-ABIERTO      PIC X VALUE 'N'.

       01 PERIODO-TXT            PIC X(4).
       01 PERIODO-REPORTE        PIC 9(2) VALUE 0.
       01 ANIO-MES-REPORTE       PIC 9(6) VALUE 0.
       01 TOLERANCIA-PCT         PIC 9(3)V99 VALUE 10.
       01 F-TOLERANCIA           PIC ZZ9.99.

       *>----------------------------------------------------
       *> MESES DEL ACUMULADO (UNO POR PERIODO 1..N)
       *>----------------------------------------------------
       01 TOTAL-MESES            PIC 9(2) VALUE 0.
       01 TABLA-MESES-ACUM.
           05 MES-ACUM OCCURS 20 TIMES PIC 9(6).
       01 IDX-MES                PIC 9(2).
       01 MES-EN-CURSO           PIC 9(6).
       01 MES-EN-ACUMULADO       PIC X VALUE 'N'.
       01 DIA                    PIC 9(2).
       01 FECHA-ARCHIVO          PIC 9(8).
       01 MES-SIN-AGREGADO       PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> PLAN DE CUENTAS EN TABLA (NOMBRE Y TIPO)
       *>----------------------------------------------------
       01 MAX-CUENTAS            PIC 9(3) VALUE 100.
       01 TOTAL-CUENTAS          PIC 9(3) VALUE 0.
       01 TABLA-CUENTAS.
           05 CUENTA-ENTRADA OCCURS 100 TIMES.
               10 TC-CUENTA      PIC X(8).
               10 TC-NOMBRE      PIC X(30).
               10 TC-TIPO        PIC X.
       01 IDX-CUENTA             PIC 9(3).
       01 NOMBRE-CUENTA          PIC X(30).
       01 TIPO-CUENTA            PIC X.

       *>----------------------------------------------------
       *> LÍNEAS DEL REPORTE: CUENTAS Y FAMILIAS
       *>----------------------------------------------------
       01 MAX-LINEAS-CUENTA      PIC 9(3) VALUE 150.
       01 TOTAL-LINEAS-CUENTA    PIC 9(3) VALUE 0.
       01 TABLA-LINEAS-CUENTA.
           05 LINEA-CUENTA OCCURS 150 TIMES.
               10 LC-CUENTA      PIC X(8).
               10 LC-PRES-MES    PIC S9(11)V99.
               10 LC-REAL-MES    PIC S9(11)V99.
               10 LC-PRES-ACUM   PIC S9(11)V99.
               10 LC-REAL-ACUM   PIC S9(11)V99.
       01 LINEA-CUENTA-TMP       PIC X(60).
       01 MAX-LINEAS-FAMILIA     PIC 9(2) VALUE 40.
       01 TOTAL-LINEAS-FAMILIA   PIC 9(2) VALUE 0.
       01 TABLA-LINEAS-FAMILIA.
           05 LINEA-FAMILIA OCCURS 40 TIMES.
               10 LF-FAMILIA     PIC X(13).
               10 LF-PRES-MES    PIC S9(11)V99.
               10 LF-REAL-MES    PIC S9(11)V99.
               10 LF-PRES-ACUM   PIC S9(11)V99.
               10 LF-REAL-ACUM   PIC S9(11)V99.
       01 LINEA-FAMILIA-TMP      PIC X(65).
       01 IDX                    PIC 9(3).
       01 IDX-ORD                PIC 9(3).
       01 IDX-MENOR              PIC 9(3).
       01 IDX-LINEA              PIC 9(3).
       01 CUENTA-LINEA           PIC X(8).
       01 FAMILIA-LINEA          PIC X(13).
       01 MONTO-REAL             PIC S9(11)V99.

       *>----------------------------------------------------
       *> CÁLCULO Y PRESENTACIÓN DE UNA LÍNEA
       *>----------------------------------------------------
       01 CLAVE-DETALLE          PIC X(8).
       01 NOMBRE-DETALLE         PIC X(20).
       01 PRES-MES               PIC S9(11)V99.
       01 REAL-MES               PIC S9(11)V99.
       01 PRES-ACUM              PIC S9(11)V99.
       01 REAL-ACUM              PIC S9(11)V99.
       01 VARIACION              PIC S9(11)V99.
       01 VARIACION-X100         PIC S9(13)V99.
       01 PRESUP-BASE            PIC S9(11)V99.
       01 VARIACION-PCT          PIC S9(7)V9.
       01 FUERA-TOLERANCIA       PIC X VALUE 'N'.
       01 PCT-TXT-MES            PIC X(8).
       01 PCT-TXT-ACUM           PIC X(8).
       01 PCT-TXT                PIC X(8).
       01 MARCA-LINEA            PIC X(3).
       01 LINEAS-MARCADAS        PIC 9(4) VALUE 0.
       01 F-PRES-MES             PIC -(9)9.99.
       01 F-REAL-MES             PIC -(9)9.99.
       01 F-VAR-MES              PIC -(9)9.99.
       01 F-PRES-ACUM            PIC -(9)9.99.
       01 F-REAL-ACUM            PIC -(9)9.99.
       01 F-VAR-ACUM             PIC -(9)9.99.
       01 F-PCT                  PIC -(5)9.9.

       *>----------------------------------------------------
       *> SUBTOTALES DE RESULTADO (INGRESOS Y GASTOS) Y
       *> TOTAL DE VENTAS
       *>----------------------------------------------------
       01 ING-PRES-MES           PIC S9(11)V99 VALUE 0.
       01 ING-REAL-MES           PIC S9(11)V99 VALUE 0.
       01 ING-PRES-ACUM          PIC S9(11)V99 VALUE 0.
       01 ING-REAL-ACUM          PIC S9(11)V99 VALUE 0.
       01 GAS-PRES-MES           PIC S9(11)V99 VALUE 0.
       01 GAS-REAL-MES           PIC S9(11)V99 VALUE 0.
       01 GAS-PRES-ACUM          PIC S9(11)V99 VALUE 0.
       01 GAS-REAL-ACUM          PIC S9(11)V99 VALUE 0.
       01 VEN-PRES-MES           PIC S9(11)V99 VALUE 0.
       01 VEN-REAL-MES           PIC S9(11)V99 VALUE 0.
       01 VEN-PRES-ACUM          PIC S9(11)V99 VALUE 0.
       01 VEN-REAL-ACUM          PIC S9(11)V99 VALUE 0.
       01 ES-SUBTOTAL            PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PRESUPUESTO CONTRA REAL"
           DISPLAY "==============================="

           PERFORM OBTENER-PARAMETROS
           PERFORM ARMAR-MESES-ACUMULADO
           PERFORM ACEPTAR-FECHA-COMPLETA
           PERFORM CARGAR-PLAN-CUENTAS
           PERFORM CARGAR-PRESUPUESTOS
           IF TOTAL-PRESUP-CUENTAS = 0 AND TOTAL-PRESUP-VENTAS = 0
               DISPLAY "No hay presupuesto cargado; use "
                       "MANTENER-PRESUPUESTO."
               STOP RUN
           END-IF

           PERFORM ACUMULAR-PRESUP-CUENTAS
           PERFORM ACUMULAR-SALDOS-REALES
           PERFORM ACUMULAR-PRESUP-VENTAS
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE 'S' TO PRODUCTOS-ABIERTO
           ELSE
               DISPLAY "No se pudo abrir PRODUCTOS.IDX; las ventas "
                       "reales quedan como (SIN FAMILIA)."
           END-IF
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > TOTAL-MESES
               MOVE MES-ACUM (IDX-MES) TO MES-EN-CURSO
               PERFORM ACUMULAR-VENTAS-MES
           END-PERFORM
           IF PRODUCTOS-ABIERTO = 'S'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF
           PERFORM ORDENAR-LINEAS

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           STRING "PRESUPUESTO-REAL-" DELIMITED BY SIZE
                  ANIO-MES-REPORTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "PRESUPUESTO CONTRA REAL" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           PERFORM REPORTAR-CUENTAS
           PERFORM REPORTAR-FAMILIAS
           PERFORM REPORTAR-RESUMEN
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       OBTENER-PARAMETROS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Número de periodo fiscal:"
               ACCEPT PERIODO-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO PERIODO-TXT
           END-IF
           IF FUNCTION TRIM(PERIODO-TXT) IS NOT NUMERIC
               DISPLAY "Periodo inválido."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (PERIODO-TXT) TO PERIODO-REPORTE

           PERFORM CARGAR-PARAMETROS
           MOVE "PRESUPUESTO-TOLERANCIA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO TOLERANCIA-PCT
           END-IF.

      *>----------------------------------------------------
      *> EL ACUMULADO SON LOS PERIODOS 1 AL PEDIDO; CADA UNO
      *> APORTA EL MES EN QUE EMPIEZA PARA LAS VENTAS.
      *>----------------------------------------------------
       ARMAR-MESES-ACUMULADO.
           PERFORM CARGAR-PERIODOS-FISCALES
           IF TOTAL-PERIODOS = 0
               DISPLAY "No hay periodos fiscales; corra "
                       "GENERAR-PERIODOS primero."
               STOP RUN
           END-IF
           MOVE 0 TO TOTAL-MESES
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF TP-NUMERO (IDX-PERIODO) >= 1
                   AND TP-NUMERO (IDX-PERIODO) <= PERIODO-REPORTE
                   ADD 1 TO TOTAL-MESES
                   MOVE TP-INICIO (IDX-PERIODO) (1:6)
                       TO MES-ACUM (TOTAL-MESES)
                   IF TP-NUMERO (IDX-PERIODO) = PERIODO-REPORTE
                       MOVE TP-INICIO (IDX-PERIODO) (1:6)
                           TO ANIO-MES-REPORTE
                   END-IF
               END-IF
           END-PERFORM
           IF ANIO-MES-REPORTE = 0
               DISPLAY "No existe el periodo " PERIODO-REPORTE "."
               STOP RUN
           END-IF.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT ARCHIVO-CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "Sin plan de cuentas; el reporte sale sin "
                       "nombres (use MANTENER-CUENTAS)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-CUENTAS < MAX-CUENTAS
                           ADD 1 TO TOTAL-CUENTAS
                           MOVE CU-CUENTA
                               TO TC-CUENTA (TOTAL-CUENTAS)
                           MOVE CU-NOMBRE
                               TO TC-NOMBRE (TOTAL-CUENTAS)
                           MOVE CU-TIPO
                               TO TC-TIPO (TOTAL-CUENTAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUENTAS.

       BUSCAR-CUENTA-PLAN.
           MOVE "(SIN NOMBRE)" TO NOMBRE-CUENTA
           MOVE SPACE TO TIPO-CUENTA
           PERFORM VARYING IDX-CUENTA FROM 1 BY 1
                   UNTIL IDX-CUENTA > TOTAL-CUENTAS
               IF TC-CUENTA (IDX-CUENTA) = CUENTA-LINEA
                   MOVE TC-NOMBRE (IDX-CUENTA) TO NOMBRE-CUENTA
                   MOVE TC-TIPO (IDX-CUENTA) TO TIPO-CUENTA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LÍNEA DE CUENTA: SE BUSCA O SE AGREGA; IDX-LINEA
      *> QUEDA APUNTANDO A ELLA (0 SI LA TABLA ESTÁ LLENA).
      *>----------------------------------------------------
       UBICAR-LINEA-CUENTA.
           MOVE 0 TO IDX-LINEA
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-LINEAS-CUENTA
                   OR IDX-LINEA > 0
               IF LC-CUENTA (IDX) = CUENTA-LINEA
                   MOVE IDX TO IDX-LINEA
               END-IF
           END-PERFORM
           IF IDX-LINEA = 0
               AND TOTAL-LINEAS-CUENTA < MAX-LINEAS-CUENTA
               ADD 1 TO TOTAL-LINEAS-CUENTA
               MOVE TOTAL-LINEAS-CUENTA TO IDX-LINEA
               MOVE CUENTA-LINEA TO LC-CUENTA (IDX-LINEA)
               MOVE 0 TO LC-PRES-MES (IDX-LINEA)
               MOVE 0 TO LC-REAL-MES (IDX-LINEA)
               MOVE 0 TO LC-PRES-ACUM (IDX-LINEA)
               MOVE 0 TO LC-REAL-ACUM (IDX-LINEA)
           END-IF.

       UBICAR-LINEA-FAMILIA.
           MOVE 0 TO IDX-LINEA
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-LINEAS-FAMILIA
                   OR IDX-LINEA > 0
               IF LF-FAMILIA (IDX) = FAMILIA-LINEA
                   MOVE IDX TO IDX-LINEA
               END-IF
           END-PERFORM
           IF IDX-LINEA = 0
               AND TOTAL-LINEAS-FAMILIA < MAX-LINEAS-FAMILIA
               ADD 1 TO TOTAL-LINEAS-FAMILIA
               MOVE TOTAL-LINEAS-FAMILIA TO IDX-LINEA
               MOVE FAMILIA-LINEA TO LF-FAMILIA (IDX-LINEA)
               MOVE 0 TO LF-PRES-MES (IDX-LINEA)
               MOVE 0 TO LF-REAL-MES (IDX-LINEA)
               MOVE 0 TO LF-PRES-ACUM (IDX-LINEA)
               MOVE 0 TO LF-REAL-ACUM (IDX-LINEA)
           END-IF.

       ACUMULAR-PRESUP-CUENTAS.
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-CUENTAS
               IF TPC-PERIODO (IDX-PRESUP) >= 1
                   AND TPC-PERIODO (IDX-PRESUP) <= PERIODO-REPORTE
                   MOVE TPC-CUENTA (IDX-PRESUP) TO CUENTA-LINEA
                   PERFORM UBICAR-LINEA-CUENTA
                   IF IDX-LINEA > 0
                       ADD TPC-MONTO (IDX-PRESUP)
                           TO LC-PRES-ACUM (IDX-LINEA)
                       IF TPC-PERIODO (IDX-PRESUP) = PERIODO-REPORTE
                           ADD TPC-MONTO (IDX-PRESUP)
                               TO LC-PRES-MES (IDX-LINEA)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LO REAL SE TOMA EN EL SENTIDO NATURAL DE LA CUENTA,
      *> IGUAL QUE EL PRESUPUESTO: ABONOS MENOS CARGOS EN
      *> INGRESOS, PASIVO Y CAPITAL; CARGOS MENOS ABONOS EN
      *> EL RESTO.
      *>----------------------------------------------------
       ACUMULAR-SALDOS-REALES.
           OPEN INPUT ARCHIVO-SALDOS
           IF FS-SALDOS NOT = "00"
               DISPLAY "No hay saldos posteados (corra "
                       "POSTEAR-DIARIOS); lo real de las cuentas "
                       "sale en cero."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-SALDOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF SC-PERIODO >= 1
                           AND SC-PERIODO <= PERIODO-REPORTE
                           PERFORM SUMAR-SALDO-REAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALDOS.

       SUMAR-SALDO-REAL.
           MOVE SC-CUENTA TO CUENTA-LINEA
           PERFORM BUSCAR-CUENTA-PLAN
           IF TIPO-CUENTA = 'I' OR TIPO-CUENTA = 'P'
               OR TIPO-CUENTA = 'C'
               COMPUTE MONTO-REAL = SC-ABONOS - SC-CARGOS
           ELSE
               COMPUTE MONTO-REAL = SC-CARGOS - SC-ABONOS
           END-IF
           PERFORM UBICAR-LINEA-CUENTA
           IF IDX-LINEA > 0
               ADD MONTO-REAL TO LC-REAL-ACUM (IDX-LINEA)
               IF SC-PERIODO = PERIODO-REPORTE
                   ADD MONTO-REAL TO LC-REAL-MES (IDX-LINEA)
               END-IF
           END-IF.

       ACUMULAR-PRESUP-VENTAS.
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-VENTAS
               MOVE TPV-ANIO-MES (IDX-PRESUP) TO MES-EN-CURSO
               PERFORM VERIFICAR-MES-ACUMULADO
               IF MES-EN-ACUMULADO = 'S'
                   MOVE TPV-FAMILIA (IDX-PRESUP) TO FAMILIA-LINEA
                   PERFORM UBICAR-LINEA-FAMILIA
                   IF IDX-LINEA > 0
                       ADD TPV-MONTO (IDX-PRESUP)
                           TO LF-PRES-ACUM (IDX-LINEA)
                       IF MES-EN-CURSO = ANIO-MES-REPORTE
                           ADD TPV-MONTO (IDX-PRESUP)
                               TO LF-PRES-MES (IDX-LINEA)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-MES-ACUMULADO.
           MOVE 'N' TO MES-EN-ACUMULADO
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > TOTAL-MESES
               IF MES-ACUM (IDX-MES) = MES-EN-CURSO
                   MOVE 'S' TO MES-EN-ACUMULADO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> VENTA REAL DEL MES POR FAMILIA: DEL AGREGADO SI
      *> EXISTE; SI NO, DE LOS ARCHIVOS DIARIOS DEL MES.
      *>----------------------------------------------------
       ACUMULAR-VENTAS-MES.
           MOVE SPACES TO NOMBRE-ARCHIVO-AGREGADO
           STRING "VENTAS-MES-" DELIMITED BY SIZE
                  MES-EN-CURSO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-AGREGADO
           OPEN INPUT ARCHIVO-AGREGADO
           IF FS-AGREGADO = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-AGREGADO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF AG-TIPO = 'P'
                               MOVE AG-CLAVE TO PR-CODIGO
                               MOVE AG-NETO TO MONTO-REAL
                               PERFORM SUMAR-VENTA-FAMILIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AGREGADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MES-SIN-AGREGADO
           PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 31
               COMPUTE FECHA-ARCHIVO = MES-EN-CURSO * 100 + DIA
               MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
               STRING "VENTAS-" DELIMITED BY SIZE
                      FECHA-ARCHIVO DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-VENTAS
               OPEN INPUT ARCHIVO-VENTAS
               IF FS-VENTAS = "00"
                   MOVE 'N' TO FIN-ARCHIVO
                   PERFORM UNTIL FIN-ARCHIVO = 'S'
                       READ ARCHIVO-VENTAS
                           AT END
                               MOVE 'S' TO FIN-ARCHIVO
                           NOT AT END
                               MOVE VR-CODIGO TO PR-CODIGO
                               MOVE VR-TOTAL-NETO TO MONTO-REAL
                               PERFORM SUMAR-VENTA-FAMILIA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-VENTAS
               END-IF
           END-PERFORM.

       SUMAR-VENTA-FAMILIA.
           MOVE "(SIN FAMILIA)" TO FAMILIA-LINEA
           IF PRODUCTOS-ABIERTO = 'S'
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   AND PR-FAMILIA NOT = SPACES
                   MOVE PR-FAMILIA TO FAMILIA-LINEA
               END-IF
           END-IF
           PERFORM UBICAR-LINEA-FAMILIA
           IF IDX-LINEA > 0
               ADD MONTO-REAL TO LF-REAL-ACUM (IDX-LINEA)
               IF MES-EN-CURSO = ANIO-MES-REPORTE
                   ADD MONTO-REAL TO LF-REAL-MES (IDX-LINEA)
               END-IF
           END-IF.

       ORDENAR-LINEAS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX >= TOTAL-LINEAS-CUENTA
               MOVE IDX TO IDX-MENOR
               PERFORM VARYING IDX-ORD FROM IDX BY 1
                       UNTIL IDX-ORD > TOTAL-LINEAS-CUENTA
                   IF LC-CUENTA (IDX-ORD) < LC-CUENTA (IDX-MENOR)
                       MOVE IDX-ORD TO IDX-MENOR
                   END-IF
               END-PERFORM
               IF IDX-MENOR NOT = IDX
                   MOVE LINEA-CUENTA (IDX) TO LINEA-CUENTA-TMP
                   MOVE LINEA-CUENTA (IDX-MENOR) TO LINEA-CUENTA (IDX)
                   MOVE LINEA-CUENTA-TMP TO LINEA-CUENTA (IDX-MENOR)
               END-IF
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX >= TOTAL-LINEAS-FAMILIA
               MOVE IDX TO IDX-MENOR
               PERFORM VARYING IDX-ORD FROM IDX BY 1
                       UNTIL IDX-ORD > TOTAL-LINEAS-FAMILIA
                   IF LF-FAMILIA (IDX-ORD) < LF-FAMILIA (IDX-MENOR)
                       MOVE IDX-ORD TO IDX-MENOR
                   END-IF
               END-PERFORM
               IF IDX-MENOR NOT = IDX
                   MOVE LINEA-FAMILIA (IDX) TO LINEA-FAMILIA-TMP
                   MOVE LINEA-FAMILIA (IDX-MENOR)
                       TO LINEA-FAMILIA (IDX)
                   MOVE LINEA-FAMILIA-TMP
                       TO LINEA-FAMILIA (IDX-MENOR)
               END-IF
           END-PERFORM.

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

       ESCRIBIR-TITULOS-COLUMNAS.
           MOVE SPACES TO LINEA-SALIDA
           STRING "                              "
                      DELIMITED BY SIZE
                  "------------------- MES "
                      DELIMITED BY SIZE
                  "-------------------  "
                      DELIMITED BY SIZE
                  "------------- ACUMULADO AÑO "
                      DELIMITED BY SIZE
                  "-------------"
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "                              "
                      DELIMITED BY SIZE
                  "  PRESUPUESTO        REAL   VARIACION"
                      DELIMITED BY SIZE
                  "    VAR %"
                      DELIMITED BY SIZE
                  "  PRESUPUESTO        REAL   VARIACION"
                      DELIMITED BY SIZE
                  "    VAR %"
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       REPORTAR-CUENTAS.
           MOVE TOLERANCIA-PCT TO F-TOLERANCIA
           MOVE SPACES TO LINEA-SALIDA
           STRING "CUENTAS CONTABLES - PERIODO " DELIMITED BY SIZE
                  PERIODO-REPORTE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  ANIO-MES-REPORTE DELIMITED BY SIZE
                  ")  TOLERANCIA " DELIMITED BY SIZE
                  F-TOLERANCIA DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-TITULOS-COLUMNAS
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > TOTAL-LINEAS-CUENTA
               MOVE LC-CUENTA (IDX-LINEA) TO CUENTA-LINEA
               PERFORM BUSCAR-CUENTA-PLAN
               MOVE LC-CUENTA (IDX-LINEA) TO CLAVE-DETALLE
               MOVE NOMBRE-CUENTA TO NOMBRE-DETALLE
               MOVE LC-PRES-MES (IDX-LINEA) TO PRES-MES
               MOVE LC-REAL-MES (IDX-LINEA) TO REAL-MES
               MOVE LC-PRES-ACUM (IDX-LINEA) TO PRES-ACUM
               MOVE LC-REAL-ACUM (IDX-LINEA) TO REAL-ACUM
               MOVE 'N' TO ES-SUBTOTAL
               PERFORM ESCRIBIR-DETALLE
               EVALUATE TIPO-CUENTA
                   WHEN 'I'
                       ADD PRES-MES TO ING-PRES-MES
                       ADD REAL-MES TO ING-REAL-MES
                       ADD PRES-ACUM TO ING-PRES-ACUM
                       ADD REAL-ACUM TO ING-REAL-ACUM
                   WHEN 'G'
                       ADD PRES-MES TO GAS-PRES-MES
                       ADD REAL-MES TO GAS-REAL-MES
                       ADD PRES-ACUM TO GAS-PRES-ACUM
                       ADD REAL-ACUM TO GAS-REAL-ACUM
               END-EVALUATE
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO CLAVE-DETALLE
           MOVE "TOTAL INGRESOS" TO NOMBRE-DETALLE
           MOVE ING-PRES-MES TO PRES-MES
           MOVE ING-REAL-MES TO REAL-MES
           MOVE ING-PRES-ACUM TO PRES-ACUM
           MOVE ING-REAL-ACUM TO REAL-ACUM
           MOVE 'S' TO ES-SUBTOTAL
           PERFORM ESCRIBIR-DETALLE
           MOVE "TOTAL GASTOS" TO NOMBRE-DETALLE
           MOVE GAS-PRES-MES TO PRES-MES
           MOVE GAS-REAL-MES TO REAL-MES
           MOVE GAS-PRES-ACUM TO PRES-ACUM
           MOVE GAS-REAL-ACUM TO REAL-ACUM
           PERFORM ESCRIBIR-DETALLE
           MOVE "RESULTADO" TO NOMBRE-DETALLE
           COMPUTE PRES-MES = ING-PRES-MES - GAS-PRES-MES
           COMPUTE REAL-MES = ING-REAL-MES - GAS-REAL-MES
           COMPUTE PRES-ACUM = ING-PRES-ACUM - GAS-PRES-ACUM
           COMPUTE REAL-ACUM = ING-REAL-ACUM - GAS-REAL-ACUM
           PERFORM ESCRIBIR-DETALLE
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       REPORTAR-FAMILIAS.
           MOVE SPACES TO LINEA-SALIDA
           STRING "VENTAS POR FAMILIA - MES " DELIMITED BY SIZE
                  ANIO-MES-REPORTE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-TITULOS-COLUMNAS
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > TOTAL-LINEAS-FAMILIA
               MOVE SPACES TO CLAVE-DETALLE
               MOVE LF-FAMILIA (IDX-LINEA) TO NOMBRE-DETALLE
               MOVE LF-PRES-MES (IDX-LINEA) TO PRES-MES
               MOVE LF-REAL-MES (IDX-LINEA) TO REAL-MES
               MOVE LF-PRES-ACUM (IDX-LINEA) TO PRES-ACUM
               MOVE LF-REAL-ACUM (IDX-LINEA) TO REAL-ACUM
               MOVE 'N' TO ES-SUBTOTAL
               PERFORM ESCRIBIR-DETALLE
               ADD PRES-MES TO VEN-PRES-MES
               ADD REAL-MES TO VEN-REAL-MES
               ADD PRES-ACUM TO VEN-PRES-ACUM
               ADD REAL-ACUM TO VEN-REAL-ACUM
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO CLAVE-DETALLE
           MOVE "TOTAL VENTAS" TO NOMBRE-DETALLE
           MOVE VEN-PRES-MES TO PRES-MES
           MOVE VEN-REAL-MES TO REAL-MES
           MOVE VEN-PRES-ACUM TO PRES-ACUM
           MOVE VEN-REAL-ACUM TO REAL-ACUM
           MOVE 'S' TO ES-SUBTOTAL
           PERFORM ESCRIBIR-DETALLE
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       REPORTAR-RESUMEN.
           MOVE SPACES TO LINEA-SALIDA
           STRING "Líneas fuera de tolerancia (<<): "
                      DELIMITED BY SIZE
                  LINEAS-MARCADAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF MES-SIN-AGREGADO > 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "Meses sin agregado mensual, leídos de los "
                          DELIMITED BY SIZE
                      "archivos diarios: " DELIMITED BY SIZE
                      MES-SIN-AGREGADO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> UNA LÍNEA DEL REPORTE A PARTIR DE PRES-/REAL- DEL MES
      *> Y DEL ACUMULADO. LOS SUBTOTALES NO SE MARCAN NI SE
      *> CUENTAN.
      *>----------------------------------------------------
       ESCRIBIR-DETALLE.
           MOVE 'N' TO FUERA-TOLERANCIA
           COMPUTE VARIACION = REAL-MES - PRES-MES
           MOVE VARIACION TO F-VAR-MES
           MOVE PRES-MES TO PRESUP-BASE
           PERFORM CALCULAR-PORCENTAJE
           MOVE PCT-TXT TO PCT-TXT-MES
           COMPUTE VARIACION = REAL-ACUM - PRES-ACUM
           MOVE VARIACION TO F-VAR-ACUM
           MOVE PRES-ACUM TO PRESUP-BASE
           PERFORM CALCULAR-PORCENTAJE
           MOVE PCT-TXT TO PCT-TXT-ACUM
           MOVE SPACES TO MARCA-LINEA
           IF FUERA-TOLERANCIA = 'S' AND ES-SUBTOTAL = 'N'
               MOVE " <<" TO MARCA-LINEA
               ADD 1 TO LINEAS-MARCADAS
           END-IF
           MOVE PRES-MES TO F-PRES-MES
           MOVE REAL-MES TO F-REAL-MES
           MOVE PRES-ACUM TO F-PRES-ACUM
           MOVE REAL-ACUM TO F-REAL-ACUM
           MOVE SPACES TO LINEA-SALIDA
           STRING CLAVE-DETALLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-DETALLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PRES-MES DELIMITED BY SIZE
                  F-REAL-MES DELIMITED BY SIZE
                  F-VAR-MES DELIMITED BY SIZE
                  PCT-TXT-MES DELIMITED BY SIZE
                  F-PRES-ACUM DELIMITED BY SIZE
                  F-REAL-ACUM DELIMITED BY SIZE
                  F-VAR-ACUM DELIMITED BY SIZE
                  PCT-TXT-ACUM DELIMITED BY SIZE
                  MARCA-LINEA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> PORCENTAJE DE VARIACIÓN SOBRE EL PRESUPUESTO
      *> (PRESUP-BASE). SIN PRESUPUESTO NO HAY PORCENTAJE
      *> ("S/P") Y CUALQUIER MONTO REAL QUEDA FUERA DE
      *> TOLERANCIA.
      *>----------------------------------------------------
       CALCULAR-PORCENTAJE.
           IF PRESUP-BASE = 0
               IF VARIACION = 0
                   MOVE "       -" TO PCT-TXT
               ELSE
                   MOVE "     S/P" TO PCT-TXT
                   MOVE 'S' TO FUERA-TOLERANCIA
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE VARIACION-X100 = VARIACION * 100
           COMPUTE VARIACION-PCT ROUNDED =
               VARIACION-X100 / PRESUP-BASE
           MOVE VARIACION-PCT TO F-PCT
           MOVE F-PCT TO PCT-TXT
           IF VARIACION-PCT > TOLERANCIA-PCT
               OR VARIACION-PCT < 0 - TOLERANCIA-PCT
               MOVE 'S' TO FUERA-TOLERANCIA
           END-IF.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRESUPUESTO-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
