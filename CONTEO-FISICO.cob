       COPY PRODUCTOS-SELECT.
       COPY KARDEX-SELECT.
       COPY BITACORA-SELECT.
       COPY CLASES-ABC-SELECT.
       COPY CONTEO-CICLICO-SELECT.
           SELECT ARCHIVO-SESIONES ASSIGN TO "CONTEO-SESIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESIONES.
       COPY PRODUCTOS-FD.
       COPY KARDEX-FD.
       COPY BITACORA-FD.
       COPY CLASES-ABC-FD.
       COPY CONTEO-CICLICO-FD.

      *>----------------------------------------------------
      *> SESIONES DE CONTEO FÍSICO. ESTADOS: A = ABIERTA,
      *> P = APLICADA (AJUSTES YA VOLCADOS AL KARDEX).
      *> CS-TIPO: G (O BLANCO) = GENERAL, TODO EL MAESTRO;
      *> C = CÍCLICA, SÓLO LOS PRODUCTOS DEL PLAN DEL DÍA.
      *>----------------------------------------------------
       FD  ARCHIVO-SESIONES.
       01  SESION-REG.
           05 CS-NUMERO            PIC 9(4).
           05 CS-FECHA             PIC 9(8).
           05 CS-ESTADO            PIC X.
           05 CS-TIPO              PIC X.

       FD  ARCHIVO-SESIONES-TMP.
       01  SESION-TMP-REG         PIC X(14).

       FD  ARCHIVO-NUM-CONTEO.
       01  NUM-CONTEO-REG         PIC 9(4).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 RESULT-CODE-CF         PIC 9(2).
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.

       *>----------------------------------------------------
       *> SESIÓN EN TRABAJO
       01 FECHA-HOY              PIC 9(8).
       01 SESION-OK              PIC X VALUE 'N'.
       01 ESTADO-SESION          PIC X.
       01 TIPO-SESION            PIC X.

       *>----------------------------------------------------
       *> SESIÓN CÍCLICA: PRODUCTOS DEL PLAN DEL DÍA
       *> (CONTEO-PLAN-AAAA.DAT) Y CLASE ABC DE CADA PRODUCTO
       *> PARA LA HISTORIA DE EXACTITUD.
       *>----------------------------------------------------
       01 FS-CLASES-ABC          PIC XX.
       01 FS-PLAN-CONTEO         PIC XX.
       01 FS-EXACTITUD           PIC XX.
       01 NOMBRE-ARCHIVO-PLAN    PIC X(22).
       01 SESION-CICLICA         PIC X VALUE 'N'.
       01 SESION-DEL-DIA         PIC 9(4) VALUE 0.
       01 MAX-PLAN               PIC 9(3) VALUE 200.
       01 TOTAL-PLAN             PIC 9(3) VALUE 0.
       01 TABLA-PLAN.
           05 PLAN-CODIGO OCCURS 200 TIMES PIC 9(6).
       01 IDX-PLAN               PIC 9(3).
       01 EN-PLAN                PIC X VALUE 'N'.
       01 CLASE-PRODUCTO         PIC X.
       01 FIN-CLASES             PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA DE HOJA
           DISPLAY "==============================="
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD

      *>    CORRIDA DE LA MAÑANA: CONTEO-FISICO CICLICO ABRE LA
      *>    SESIÓN DEL PLAN DEL DÍA SIN PASAR POR EL MENÚ.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-COMMAND-LINE) = "CICLICO"
               PERFORM ABRIR-SESION-CICLICA
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Abrir sesión de conteo (congela la "
               DISPLAY "2. Capturar hoja de conteo"
               DISPLAY "3. Reporte de variaciones"
               DISPLAY "4. Aplicar ajustes de la sesión"
               DISPLAY "5. Abrir sesión cíclica del día (plan ABC)"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       MOVE 'N' TO SESION-CICLICA
                       PERFORM ABRIR-SESION
                   WHEN 2
                       PERFORM CAPTURAR-HOJA
                       PERFORM REPORTE-VARIACIONES
                   WHEN 4
                       PERFORM APLICAR-AJUSTES
                   WHEN 5
                       PERFORM ABRIR-SESION-CICLICA
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM VERIFICAR-EN-PLAN
                       IF SESION-CICLICA = 'N' OR EN-PLAN = 'S'
                           MOVE PR-CODIGO TO SN-CODIGO
                           MOVE PR-DESCRIPCION TO SN-DESCRIPCION
                           MOVE PR-EXISTENCIA TO SN-EXISTENCIA
                           MOVE PR-COSTO TO SN-COSTO
                           WRITE SNAPSHOT-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           MOVE NUMERO-SESION TO CS-NUMERO
           MOVE FECHA-HOY TO CS-FECHA
           MOVE 'A' TO CS-ESTADO
           IF SESION-CICLICA = 'S'
               MOVE 'C' TO CS-TIPO
           ELSE
               MOVE 'G' TO CS-TIPO
           END-IF
           WRITE SESION-REG
           CLOSE ARCHIVO-SESIONES
           DISPLAY "Sesión de conteo " NUMERO-SESION " abierta; "
                   "existencia congelada en "
                   NOMBRE-ARCHIVO-SNAPSHOT ".".

      *>----------------------------------------------------
      *> SESIÓN CÍCLICA DEL DÍA: LA FOTO SÓLO LLEVA LOS
      *> PRODUCTOS QUE EL PLAN DE CONTEO-CICLICO ASIGNA A HOY.
      *> SE ABRE UNA POR DÍA; SI YA EXISTE SE INFORMA SU
      *> NÚMERO PARA CAPTURAR LAS HOJAS.
      *>----------------------------------------------------
       ABRIR-SESION-CICLICA.
           MOVE 0 TO SESION-DEL-DIA
           OPEN INPUT ARCHIVO-SESIONES
           IF FS-SESIONES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-SESIONES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CS-FECHA = FECHA-HOY
                               AND CS-TIPO = 'C'
                               MOVE CS-NUMERO TO SESION-DEL-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SESIONES
           END-IF
           IF SESION-DEL-DIA > 0
               DISPLAY "La sesión cíclica de hoy ya está abierta: "
                       SESION-DEL-DIA "."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-PLAN-DEL-DIA
           IF TOTAL-PLAN = 0
               DISPLAY "El plan de conteo cíclico no tiene "
                       "productos para hoy (" FECHA-HOY ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plan del día: " TOTAL-PLAN " producto(s)."
           MOVE 'S' TO SESION-CICLICA
           PERFORM ABRIR-SESION
           MOVE 'N' TO SESION-CICLICA.

       CARGAR-PLAN-DEL-DIA.
           MOVE 0 TO TOTAL-PLAN
           MOVE SPACES TO NOMBRE-ARCHIVO-PLAN
           STRING "CONTEO-PLAN-" DELIMITED BY SIZE
                  FECHA-HOY (1:4) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PLAN
           OPEN INPUT ARCHIVO-PLAN-CONTEO
           IF FS-PLAN-CONTEO NOT = "00"
               DISPLAY "No hay plan de conteo para el año ("
                       NOMBRE-ARCHIVO-PLAN "); genérelo con "
                       "CONTEO-CICLICO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PLAN-CONTEO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PL-FECHA = FECHA-HOY
                           AND TOTAL-PLAN < MAX-PLAN
                           ADD 1 TO TOTAL-PLAN
                           MOVE PL-CODIGO TO PLAN-CODIGO (TOTAL-PLAN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PLAN-CONTEO.

       VERIFICAR-EN-PLAN.
           MOVE 'N' TO EN-PLAN
           PERFORM VARYING IDX-PLAN FROM 1 BY 1
                   UNTIL IDX-PLAN > TOTAL-PLAN OR EN-PLAN = 'S'
               IF PLAN-CODIGO (IDX-PLAN) = PR-CODIGO
                   MOVE 'S' TO EN-PLAN
               END-IF
           END-PERFORM.

       PEDIR-SESION.
           MOVE 'N' TO SESION-OK
           DISPLAY "Número de sesión de conteo:"
                   NOT AT END
                       IF CS-NUMERO = NUMERO-SESION
                           MOVE CS-ESTADO TO ESTADO-SESION
                           MOVE CS-TIPO TO TIPO-SESION
                           MOVE 'S' TO SESION-OK
                       END-IF
               END-READ
           ELSE
               MOVE 1 TO NUMERO-HOJA
           END-IF
           MOVE 999999 TO CODIGO-PRODUCTO
           PERFORM CAPTURAR-RENGLON
               UNTIL CODIGO-PRODUCTO = 0.

                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVO-EXACTITUD
           IF FS-EXACTITUD = "35"
               OPEN OUTPUT ARCHIVO-EXACTITUD
           END-IF
           PERFORM VARYING IDX-CONTADO FROM 1 BY 1
                   UNTIL IDX-CONTADO > TOTAL-CONTADOS
               PERFORM AJUSTAR-UN-PRODUCTO
           END-PERFORM
           CLOSE ARCHIVO-EXACTITUD
           CLOSE ARCHIVO-PRODUCTOS

           PERFORM MARCAR-SESION-APLICADA
           END-IF
           COMPUTE VARIACION =
               CN-CANTIDAD (IDX-CONTADO) - PR-EXISTENCIA
           PERFORM GRABAR-EXACTITUD
           IF VARIACION = 0
               EXIT PARAGRAPH
           END-IF
               PERFORM GRABAR-KARDEX
           END-REWRITE.

      *>----------------------------------------------------
      *> CADA PRODUCTO CONTADO DEJA SU RENGLÓN DE EXACTITUD,
      *> CON O SIN VARIACIÓN, PARA EL REPORTE POR CLASE DE
      *> CONTEO-CICLICO.
      *>----------------------------------------------------
       GRABAR-EXACTITUD.
           PERFORM BUSCAR-CLASE-PRODUCTO
           MOVE FECHA-HOY TO EX-FECHA
           MOVE NUMERO-SESION TO EX-SESION
           MOVE PR-CODIGO TO EX-CODIGO
           MOVE CLASE-PRODUCTO TO EX-CLASE
           IF TIPO-SESION = 'C'
               MOVE 'C' TO EX-TIPO-SESION
           ELSE
               MOVE 'G' TO EX-TIPO-SESION
           END-IF
           MOVE PR-EXISTENCIA TO EX-SISTEMA
           MOVE CN-CANTIDAD (IDX-CONTADO) TO EX-CONTADO
           MOVE VARIACION TO EX-VARIACION
           COMPUTE EX-VALOR = VARIACION * PR-COSTO
           WRITE EXACTITUD-REG.

       BUSCAR-CLASE-PRODUCTO.
           MOVE 'C' TO CLASE-PRODUCTO
           OPEN INPUT ARCHIVO-CLASES-ABC
           IF FS-CLASES-ABC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CLASES
           PERFORM UNTIL FIN-CLASES = 'S'
               READ ARCHIVO-CLASES-ABC
                   AT END
                       MOVE 'S' TO FIN-CLASES
                   NOT AT END
                       IF CA-CODIGO = PR-CODIGO
                           MOVE CA-CLASE TO CLASE-PRODUCTO
                           MOVE 'S' TO FIN-CLASES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CLASES-ABC.

       MARCAR-SESION-APLICADA.
           OPEN INPUT ARCHIVO-SESIONES
           IF FS-SESIONES NOT = "00"
