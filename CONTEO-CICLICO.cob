       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEO-CICLICO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUCTOS-SELECT.
       COPY CLASES-ABC-SELECT.
       COPY CONTEO-CICLICO-SELECT.
       COPY FERIADOS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY PRODUCTOS-FD.
       COPY CLASES-ABC-FD.
       COPY CONTEO-CICLICO-FD.
       COPY FERIADOS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.

       *>----------------------------------------------------
       *> CONTEO CÍCLICO POR CLASE ABC: LOS A SE CUENTAN CADA
       *> MES, LOS B CADA TRIMESTRE Y LOS C UNA VEZ AL AÑO,
       *> REPARTIDOS PAREJO ENTRE LOS DÍAS HÁBILES DE CADA
       *> PERÍODO. LA CLASE SALE DE CLASES-ABC.DAT (RANKING-
       *> ABC); EL PLAN DEL AÑO QUEDA EN CONTEO-PLAN-AAAA.DAT
       *> Y CONTEO-FISICO ABRE CON ÉL LA SESIÓN DE CADA DÍA.
       *>----------------------------------------------------
       01 FS-CLASES-ABC          PIC XX.
       01 FS-PLAN-CONTEO         PIC XX.
       01 FS-EXACTITUD           PIC XX.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-PLAN    PIC X(22).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 ANIO-TXT               PIC X(6).
       01 ANIO-PLAN              PIC 9(4).
       01 FECHA-TXT              PIC X(10).
       01 FECHA-PLAN             PIC 9(8).

       *>----------------------------------------------------
       *> DÍAS HÁBILES DEL AÑO Y SU POSICIÓN DENTRO DEL MES,
       *> DEL TRIMESTRE Y DEL AÑO
       *>----------------------------------------------------
       01 TOTAL-DIAS             PIC 9(3) VALUE 0.
       01 TABLA-DIAS.
           05 DIA-ITEM OCCURS 366 TIMES.
               10 DIA-FECHA       PIC 9(8).
               10 DIA-MES         PIC 9(2).
               10 DIA-TRIMESTRE   PIC 9.
               10 DIA-POS-MES     PIC 9(3).
               10 DIA-POS-TRIM    PIC 9(3).
       01 TABLA-DIAS-MES.
           05 DIAS-MES OCCURS 12 TIMES PIC 9(3).
       01 TABLA-DIAS-TRIM.
           05 DIAS-TRIM OCCURS 4 TIMES PIC 9(3).
       01 IDX-DIA                PIC 9(3).
       01 MES-DIA                PIC 9(2).
       01 TRIM-DIA               PIC 9.
       01 ANIO-DIA               PIC 9(4).

       *>----------------------------------------------------
       *> PRODUCTOS CON SU CLASE Y SU ORDEN DENTRO DE ELLA
       *>----------------------------------------------------
       01 MAX-CLASES             PIC 9(4) VALUE 999.
       01 TOTAL-CLASES           PIC 9(4) VALUE 0.
       01 TABLA-CLASES.
           05 TCA-ITEM OCCURS 999 TIMES.
               10 TCA-CODIGO      PIC 9(6).
               10 TCA-CLASE       PIC X.
       01 IDX-CLASE              PIC 9(4).
       01 ANIO-CLASES            PIC 9(4) VALUE 0.
       01 MAX-PLAN               PIC 9(4) VALUE 999.
       01 TOTAL-PLAN             PIC 9(4) VALUE 0.
       01 TABLA-PLAN.
           05 TP-ITEM OCCURS 999 TIMES.
               10 TP-CODIGO       PIC 9(6).
               10 TP-CLASE        PIC X.
               10 TP-ORDEN        PIC 9(4).
       01 IDX-PLAN               PIC 9(4).
       01 CLASE-PRODUCTO         PIC X.
       01 PRODUCTOS-CLASE-A      PIC 9(4) VALUE 0.
       01 PRODUCTOS-CLASE-B      PIC 9(4) VALUE 0.
       01 PRODUCTOS-CLASE-C      PIC 9(4) VALUE 0.
       01 DIAS-PERIODO           PIC 9(3).
       01 POSICION-DIA           PIC 9(3).
       01 PRODUCTOS-PERIODO      PIC 9(4).
       01 POSICION-OBJETIVO      PIC 9(3).
       01 RENGLONES-PLAN         PIC 9(6) VALUE 0.
       01 RENGLONES-DIA          PIC 9(4) VALUE 0.
       01 MAXIMO-DIA             PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> EXACTITUD POR MES Y CLASE (1 = A, 2 = B, 3 = C)
       *>----------------------------------------------------
       01 TABLA-EXACTITUD.
           05 EM-MES OCCURS 13 TIMES.
               10 EM-CLASE OCCURS 3 TIMES.
                   15 EM-CONTADOS     PIC 9(6).
                   15 EM-EXACTOS      PIC 9(6).
                   15 EM-UNIDADES-VAR PIC 9(9).
                   15 EM-VALOR-VAR    PIC S9(11)V99.
       01 IDX-MES                PIC 9(2).
       01 IDX-CL                 PIC 9.
       01 LETRA-CLASE            PIC X.
       01 UNIDADES-ABS           PIC 9(7).
       01 PCT-EXACTITUD          PIC 9(3)V9.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-CONTADOS             PIC Z(5)9.
       01 F-EXACTOS              PIC Z(5)9.
       01 F-PCT                  PIC ZZ9.9.
       01 F-UNIDADES             PIC Z(8)9.
       01 F-VALOR                PIC -(9)9.99.
       01 F-CANTIDAD             PIC Z(5)9.
       01 F-EXISTENCIA           PIC -(6)9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CONTEO CÍCLICO POR CLASE ABC"
           DISPLAY "==============================="
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Generar el plan de conteo del año"
               DISPLAY "2. Ver el plan de un día"
               DISPLAY "3. Reporte de exactitud por clase"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM GENERAR-PLAN
                   WHEN 2
                       PERFORM VER-PLAN-DIA
                   WHEN 3
                       PERFORM REPORTE-EXACTITUD
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Conteo cíclico finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> PLAN DEL AÑO: CADA PRODUCTO OCUPA, DENTRO DE SU
      *> PERÍODO (MES, TRIMESTRE O AÑO SEGÚN LA CLASE), EL
      *> DÍA HÁBIL QUE LE TOCA POR SU ORDEN: EL K-ÉSIMO DE N
      *> PRODUCTOS VA AL DÍA K * D / N + 1 DE LOS D DÍAS
      *> HÁBILES, ASÍ LA CARGA QUEDA PAREJA. REGENERAR EL
      *> PLAN LO REEMPLAZA COMPLETO (P. EJ. TRAS UN NUEVO
      *> RANKING-ABC O CAMBIOS EN FERIADOS.DAT).
      *>----------------------------------------------------
       GENERAR-PLAN.
           PERFORM PEDIR-ANIO-PLAN
           PERFORM CARGAR-DIAS-HABILES
           IF TOTAL-DIAS = 0
               DISPLAY "El año no tiene días hábiles."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-CLASES
           PERFORM CARGAR-PRODUCTOS-PLAN
           IF TOTAL-PLAN = 0
               DISPLAY "No hay productos en el maestro."
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-CLASES = 0
               DISPLAY "No hay clases ABC (corra RANKING-ABC); "
                       "todos los productos se toman como C."
           ELSE
               DISPLAY "Clases ABC del año " ANIO-CLASES "."
           END-IF
           PERFORM ARMAR-NOMBRE-PLAN
           OPEN OUTPUT ARCHIVO-PLAN-CONTEO
           MOVE 0 TO RENGLONES-PLAN
           MOVE 0 TO MAXIMO-DIA
           PERFORM VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > TOTAL-DIAS
               PERFORM PLANIFICAR-DIA
           END-PERFORM
           CLOSE ARCHIVO-PLAN-CONTEO
           DISPLAY "-------------------------------"
           DISPLAY "Plan grabado en: " NOMBRE-ARCHIVO-PLAN
           DISPLAY "Días hábiles: " TOTAL-DIAS
           DISPLAY "Clase A (mensual)   : " PRODUCTOS-CLASE-A
                   " producto(s)"
           DISPLAY "Clase B (trimestral): " PRODUCTOS-CLASE-B
                   " producto(s)"
           DISPLAY "Clase C (anual)     : " PRODUCTOS-CLASE-C
                   " producto(s)"
           DISPLAY "Conteos del año: " RENGLONES-PLAN
                   " | Máximo en un día: " MAXIMO-DIA
           DISPLAY "-------------------------------".

       PEDIR-ANIO-PLAN.
           DISPLAY "Año del plan (ENTER = " FECHA-HOY (1:4) "):"
           ACCEPT ANIO-TXT
           IF FUNCTION TRIM(ANIO-TXT) NOT = SPACES
               AND FUNCTION TRIM(ANIO-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (ANIO-TXT) TO ANIO-PLAN
           ELSE
               MOVE FECHA-HOY (1:4) TO ANIO-PLAN
           END-IF.

       ARMAR-NOMBRE-PLAN.
           MOVE SPACES TO NOMBRE-ARCHIVO-PLAN
           STRING "CONTEO-PLAN-" DELIMITED BY SIZE
                  ANIO-PLAN DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PLAN.

      *>    RECORRE EL AÑO DÍA HÁBIL POR DÍA HÁBIL CON
      *>    AVANZAR-UN-DIA-HABIL, DESDE EL 31 DE DICIEMBRE ANTERIOR.
       CARGAR-DIAS-HABILES.
           MOVE 0 TO TOTAL-DIAS
           INITIALIZE TABLA-DIAS-MES
           INITIALIZE TABLA-DIAS-TRIM
           COMPUTE DH-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (ANIO-PLAN * 10000 + 101) - 1
           MOVE ANIO-PLAN TO ANIO-DIA
           PERFORM UNTIL ANIO-DIA > ANIO-PLAN
               MOVE 1 TO DH-DIAS-RESTANTES
               PERFORM AVANZAR-UN-DIA-HABIL
                   UNTIL DH-DIAS-RESTANTES = 0
               COMPUTE ANIO-DIA = DH-FECHA / 10000
               IF ANIO-DIA = ANIO-PLAN
                   PERFORM AGREGAR-DIA-HABIL
               END-IF
           END-PERFORM.

       AGREGAR-DIA-HABIL.
           ADD 1 TO TOTAL-DIAS
           MOVE DH-FECHA (5:2) TO MES-DIA
           COMPUTE TRIM-DIA = (MES-DIA - 1) / 3 + 1
           ADD 1 TO DIAS-MES (MES-DIA)
           ADD 1 TO DIAS-TRIM (TRIM-DIA)
           MOVE DH-FECHA TO DIA-FECHA (TOTAL-DIAS)
           MOVE MES-DIA TO DIA-MES (TOTAL-DIAS)
           MOVE TRIM-DIA TO DIA-TRIMESTRE (TOTAL-DIAS)
           MOVE DIAS-MES (MES-DIA) TO DIA-POS-MES (TOTAL-DIAS)
           MOVE DIAS-TRIM (TRIM-DIA) TO DIA-POS-TRIM (TOTAL-DIAS).

       CARGAR-CLASES.
           MOVE 0 TO TOTAL-CLASES
           MOVE 0 TO ANIO-CLASES
           OPEN INPUT ARCHIVO-CLASES-ABC
           IF FS-CLASES-ABC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CLASES-ABC
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-CLASES < MAX-CLASES
                           ADD 1 TO TOTAL-CLASES
                           MOVE CA-CODIGO TO TCA-CODIGO (TOTAL-CLASES)
                           MOVE CA-CLASE TO TCA-CLASE (TOTAL-CLASES)
                           MOVE CA-ANIO TO ANIO-CLASES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CLASES-ABC.

       CARGAR-PRODUCTOS-PLAN.
           MOVE 0 TO TOTAL-PLAN
           MOVE 0 TO PRODUCTOS-CLASE-A
           MOVE 0 TO PRODUCTOS-CLASE-B
           MOVE 0 TO PRODUCTOS-CLASE-C
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PRODUCTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-PLAN < MAX-PLAN
                           PERFORM AGREGAR-PRODUCTO-PLAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       AGREGAR-PRODUCTO-PLAN.
           MOVE 'C' TO CLASE-PRODUCTO
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               IF TCA-CODIGO (IDX-CLASE) = PR-CODIGO
                   MOVE TCA-CLASE (IDX-CLASE) TO CLASE-PRODUCTO
               END-IF
           END-PERFORM
           ADD 1 TO TOTAL-PLAN
           MOVE PR-CODIGO TO TP-CODIGO (TOTAL-PLAN)
           MOVE CLASE-PRODUCTO TO TP-CLASE (TOTAL-PLAN)
           EVALUATE CLASE-PRODUCTO
               WHEN 'A'
                   MOVE PRODUCTOS-CLASE-A TO TP-ORDEN (TOTAL-PLAN)
                   ADD 1 TO PRODUCTOS-CLASE-A
               WHEN 'B'
                   MOVE PRODUCTOS-CLASE-B TO TP-ORDEN (TOTAL-PLAN)
                   ADD 1 TO PRODUCTOS-CLASE-B
               WHEN OTHER
                   MOVE 'C' TO TP-CLASE (TOTAL-PLAN)
                   MOVE PRODUCTOS-CLASE-C TO TP-ORDEN (TOTAL-PLAN)
                   ADD 1 TO PRODUCTOS-CLASE-C
           END-EVALUATE.

       PLANIFICAR-DIA.
           MOVE 0 TO RENGLONES-DIA
           PERFORM VARYING IDX-PLAN FROM 1 BY 1
                   UNTIL IDX-PLAN > TOTAL-PLAN
               PERFORM PLANIFICAR-PRODUCTO
           END-PERFORM
           IF RENGLONES-DIA > MAXIMO-DIA
               MOVE RENGLONES-DIA TO MAXIMO-DIA
           END-IF.

       PLANIFICAR-PRODUCTO.
           EVALUATE TP-CLASE (IDX-PLAN)
               WHEN 'A'
                   MOVE DIAS-MES (DIA-MES (IDX-DIA)) TO DIAS-PERIODO
                   MOVE DIA-POS-MES (IDX-DIA) TO POSICION-DIA
                   MOVE PRODUCTOS-CLASE-A TO PRODUCTOS-PERIODO
               WHEN 'B'
                   MOVE DIAS-TRIM (DIA-TRIMESTRE (IDX-DIA))
                       TO DIAS-PERIODO
                   MOVE DIA-POS-TRIM (IDX-DIA) TO POSICION-DIA
                   MOVE PRODUCTOS-CLASE-B TO PRODUCTOS-PERIODO
               WHEN OTHER
                   MOVE TOTAL-DIAS TO DIAS-PERIODO
                   MOVE IDX-DIA TO POSICION-DIA
                   MOVE PRODUCTOS-CLASE-C TO PRODUCTOS-PERIODO
           END-EVALUATE
           COMPUTE POSICION-OBJETIVO =
               TP-ORDEN (IDX-PLAN) * DIAS-PERIODO
               / PRODUCTOS-PERIODO + 1
           IF POSICION-OBJETIVO = POSICION-DIA
               MOVE DIA-FECHA (IDX-DIA) TO PL-FECHA
               MOVE TP-CODIGO (IDX-PLAN) TO PL-CODIGO
               MOVE TP-CLASE (IDX-PLAN) TO PL-CLASE
               WRITE PLAN-CONTEO-REG
               ADD 1 TO RENGLONES-PLAN
               ADD 1 TO RENGLONES-DIA
           END-IF.

      *>----------------------------------------------------
      *> CONSULTA DEL PLAN DE UNA FECHA (ENTER = HOY).
      *>----------------------------------------------------
       VER-PLAN-DIA.
           DISPLAY "Fecha (AAAAMMDD, ENTER = hoy):"
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) NOT = SPACES
               AND FUNCTION TRIM(FECHA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-PLAN
           ELSE
               MOVE FECHA-HOY TO FECHA-PLAN
           END-IF
           MOVE FECHA-PLAN (1:4) TO ANIO-PLAN
           PERFORM ARMAR-NOMBRE-PLAN
           OPEN INPUT ARCHIVO-PLAN-CONTEO
           IF FS-PLAN-CONTEO NOT = "00"
               DISPLAY "No hay plan generado para " ANIO-PLAN "."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-PRODUCTOS
           MOVE 0 TO RENGLONES-DIA
           DISPLAY "-------------------------------"
           DISPLAY "Conteo cíclico del " FECHA-PLAN
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PLAN-CONTEO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PL-FECHA = FECHA-PLAN
                           PERFORM MOSTRAR-RENGLON-PLAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           CLOSE ARCHIVO-PLAN-CONTEO
           MOVE RENGLONES-DIA TO F-CANTIDAD
           DISPLAY "-------------------------------"
           DISPLAY "Productos a contar: " F-CANTIDAD.

       MOSTRAR-RENGLON-PLAN.
           ADD 1 TO RENGLONES-DIA
           MOVE PL-CODIGO TO PR-CODIGO
           MOVE 'N' TO PRODUCTO-ENCONTRADO
           IF FS-PRODUCTOS = "00"
               PERFORM BUSCAR-PRODUCTO
           END-IF
           IF PRODUCTO-ENCONTRADO = 'S'
               MOVE PR-EXISTENCIA TO F-EXISTENCIA
               DISPLAY PL-CLASE " | " PL-CODIGO " | "
                       PR-DESCRIPCION " | Existencia: " F-EXISTENCIA
           ELSE
               DISPLAY PL-CLASE " | " PL-CODIGO
                       " | (no existe en el maestro)"
           END-IF.

      *>----------------------------------------------------
      *> EXACTITUD DEL CONTEO POR CLASE Y MES: PRODUCTOS
      *> CONTADOS, CUÁNTOS CUADRARON SIN VARIACIÓN, LAS
      *> UNIDADES DE DIFERENCIA (EN VALOR ABSOLUTO) Y SU VALOR
      *> NETO. EL RENGLÓN 13 ACUMULA EL AÑO.
      *>----------------------------------------------------
       REPORTE-EXACTITUD.
           PERFORM PEDIR-ANIO-PLAN
           INITIALIZE TABLA-EXACTITUD
           OPEN INPUT ARCHIVO-EXACTITUD
           IF FS-EXACTITUD NOT = "00"
               DISPLAY "No hay conteos aplicados todavía."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EXACTITUD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF EX-FECHA (1:4) = ANIO-PLAN
                           PERFORM ACUMULAR-EXACTITUD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EXACTITUD

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "EXACTITUD-CONTEO-" DELIMITED BY SIZE
                  ANIO-PLAN DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "EXACTITUD DE CONTEO POR CLASE" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE "Mes Cl  Cont.    Exac.   Exact%   Unid.dif  "
               TO LINEA-SALIDA
           MOVE "     Valor dif." TO LINEA-SALIDA (45:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               PERFORM VARYING IDX-CL FROM 1 BY 1 UNTIL IDX-CL > 3
                   IF EM-CONTADOS (IDX-MES, IDX-CL) > 0
                       PERFORM LINEA-EXACTITUD
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 13 TO IDX-MES
           PERFORM VARYING IDX-CL FROM 1 BY 1 UNTIL IDX-CL > 3
               PERFORM LINEA-EXACTITUD
           END-PERFORM
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       ACUMULAR-EXACTITUD.
           MOVE EX-FECHA (5:2) TO IDX-MES
           EVALUATE EX-CLASE
               WHEN 'A'
                   MOVE 1 TO IDX-CL
               WHEN 'B'
                   MOVE 2 TO IDX-CL
               WHEN OTHER
                   MOVE 3 TO IDX-CL
           END-EVALUATE
           IF EX-VARIACION < 0
               COMPUTE UNIDADES-ABS = EX-VARIACION * -1
           ELSE
               MOVE EX-VARIACION TO UNIDADES-ABS
           END-IF
           ADD 1 TO EM-CONTADOS (IDX-MES, IDX-CL)
                    EM-CONTADOS (13, IDX-CL)
           IF EX-VARIACION = 0
               ADD 1 TO EM-EXACTOS (IDX-MES, IDX-CL)
                        EM-EXACTOS (13, IDX-CL)
           END-IF
           ADD UNIDADES-ABS TO EM-UNIDADES-VAR (IDX-MES, IDX-CL)
                               EM-UNIDADES-VAR (13, IDX-CL)
           ADD EX-VALOR TO EM-VALOR-VAR (IDX-MES, IDX-CL)
                           EM-VALOR-VAR (13, IDX-CL).

       LINEA-EXACTITUD.
           EVALUATE IDX-CL
               WHEN 1
                   MOVE 'A' TO LETRA-CLASE
               WHEN 2
                   MOVE 'B' TO LETRA-CLASE
               WHEN OTHER
                   MOVE 'C' TO LETRA-CLASE
           END-EVALUATE
           IF EM-CONTADOS (IDX-MES, IDX-CL) > 0
               COMPUTE PCT-EXACTITUD ROUNDED =
                   EM-EXACTOS (IDX-MES, IDX-CL) * 100
                   / EM-CONTADOS (IDX-MES, IDX-CL)
           ELSE
               MOVE 0 TO PCT-EXACTITUD
           END-IF
           MOVE EM-CONTADOS (IDX-MES, IDX-CL) TO F-CONTADOS
           MOVE EM-EXACTOS (IDX-MES, IDX-CL) TO F-EXACTOS
           MOVE PCT-EXACTITUD TO F-PCT
           MOVE EM-UNIDADES-VAR (IDX-MES, IDX-CL) TO F-UNIDADES
           MOVE EM-VALOR-VAR (IDX-MES, IDX-CL) TO F-VALOR
           MOVE SPACES TO LINEA-SALIDA
           IF IDX-MES = 13
               MOVE "Tot" TO LINEA-SALIDA (1:3)
           ELSE
               MOVE IDX-MES TO LINEA-SALIDA (1:2)
           END-IF
           STRING LETRA-CLASE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-CONTADOS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-EXACTOS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-PCT DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  F-VALOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA (5:)
           PERFORM ESCRIBIR-LINEA.

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
       COPY FERIADOS-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
