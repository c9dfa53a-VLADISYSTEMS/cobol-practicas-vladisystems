       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PRESUPUESTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRESUPUESTO-SELECT.
       COPY CUENTAS-SELECT.
           SELECT ARCHIVO-CARGA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CARGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARGA.

       DATA DIVISION.
       FILE SECTION.
       COPY PRESUPUESTO-FD.
       COPY CUENTAS-FD.

      *>----------------------------------------------------
      *> CARGA MASIVA: LA PLANILLA DEL DIRECTORIO EXPORTADA
      *> COMO TEXTO SEPARADO POR COMAS, UNA LÍNEA POR MONTO:
      *>   C,CUENTA,PERIODO,MONTO   (PERIODO 0 = ANUAL,
      *>                             REPARTIDO EN 12)
      *>   V,FAMILIA,AAAAMM,MONTO   (MES 00 = ANUAL,
      *>                             REPARTIDO EN 12)
      *> UNA LÍNEA DE TÍTULOS QUE EMPIECE CON "TIPO" SE SALTA.
      *>----------------------------------------------------
       FD  ARCHIVO-CARGA.
       01  LINEA-CARGA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRESUPUESTO-WS.

       *>----------------------------------------------------
       *> MANTENIMIENTO DEL PRESUPUESTO ANUAL: POR CUENTA DEL
       *> PLAN Y PERIODO FISCAL, Y DE VENTAS POR FAMILIA Y
       *> MES. SE CAPTURA A MANO O SE CARGA DESDE ARCHIVO; UN
       *> MONTO NUEVO REEMPLAZA AL ANTERIOR DE LA MISMA
       *> CUENTA/PERIODO O FAMILIA/MES.
       *>----------------------------------------------------
       01 FS-CUENTAS             PIC XX.
       01 FS-CARGA               PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 CAMBIOS-PENDIENTES     PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-CARGA   PIC X(40).

       *>----------------------------------------------------
       *> PLAN DE CUENTAS EN TABLA (SOLO SE PRESUPUESTAN
       *> CUENTAS QUE EXISTEN)
       *>----------------------------------------------------
       01 MAX-CUENTAS            PIC 9(3) VALUE 100.
       01 TOTAL-CUENTAS          PIC 9(3) VALUE 0.
       01 TABLA-CUENTAS.
           05 CUENTA-ENTRADA OCCURS 100 TIMES.
               10 TC-CUENTA      PIC X(8).
               10 TC-NOMBRE      PIC X(30).
       01 IDX-CUENTA             PIC 9(3).
       01 CUENTA-HALLADA         PIC X VALUE 'N'.
       01 NOMBRE-CUENTA          PIC X(30).

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 CUENTA-CAPTURA         PIC X(8).
       01 FAMILIA-CAPTURA        PIC X(12).
       01 PERIODO-TXT            PIC X(8).
       01 PERIODO-CAPTURA        PIC 9(2).
       01 ANIO-MES-CAPTURA       PIC 9(6).
       01 MONTO-TXT              PIC X(20).
       01 MONTO-CAPTURA          PIC S9(11)V99.
       01 MONTO-ANUAL            PIC S9(11)V99.
       01 MONTO-PARTE            PIC S9(11)V99.
       01 IDX-MES                PIC 9(2).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 PRESUP-HALLADO         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAMPOS DE LA LÍNEA DE CARGA Y CONTADORES
       *>----------------------------------------------------
       01 CARGA-TIPO             PIC X(4).
       01 CARGA-CLAVE            PIC X(12).
       01 CARGA-PERIODO          PIC X(8).
       01 CARGA-MONTO            PIC X(20).
       01 LINEAS-LEIDAS          PIC 9(5) VALUE 0.
       01 LINEAS-CARGADAS        PIC 9(5) VALUE 0.
       01 LINEAS-RECHAZADAS      PIC 9(5) VALUE 0.
       01 MOTIVO-RECHAZO         PIC X(40).

       01 F-MONTO                PIC -(9).99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PRESUPUESTO ANUAL"
           DISPLAY "==============================="

           PERFORM CARGAR-PLAN-CUENTAS
           PERFORM CARGAR-PRESUPUESTOS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Presupuesto de una cuenta por periodo"
               DISPLAY "2. Presupuesto de ventas de una familia "
                       "por mes"
               DISPLAY "3. Cargar presupuesto desde archivo"
               DISPLAY "4. Listar presupuesto"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM CAPTURAR-PRESUP-CUENTA
                   WHEN 2
                       PERFORM CAPTURAR-PRESUP-VENTA
                   WHEN 3
                       PERFORM CARGAR-ARCHIVO
                   WHEN 4
                       PERFORM LISTAR-PRESUPUESTO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF CAMBIOS-PENDIENTES = 'S'
               PERFORM GRABAR-PRESUPUESTOS
           END-IF
           DISPLAY "Mantenimiento del presupuesto finalizado."
           STOP RUN.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT ARCHIVO-CUENTAS
           IF FS-CUENTAS NOT = "00"
               DISPLAY "No hay plan de cuentas (PLAN-CUENTAS.DAT); "
                       "créelo con MANTENER-CUENTAS."
               STOP RUN
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUENTAS.

       BUSCAR-CUENTA-PLAN.
           MOVE 'N' TO CUENTA-HALLADA
           MOVE SPACES TO NOMBRE-CUENTA
           PERFORM VARYING IDX-CUENTA FROM 1 BY 1
                   UNTIL IDX-CUENTA > TOTAL-CUENTAS
                   OR CUENTA-HALLADA = 'S'
               IF TC-CUENTA (IDX-CUENTA) = CUENTA-CAPTURA
                   MOVE 'S' TO CUENTA-HALLADA
                   MOVE TC-NOMBRE (IDX-CUENTA) TO NOMBRE-CUENTA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> CAPTURA MANUAL POR CUENTA: PERIODO 0 REPARTE UN
      *> MONTO ANUAL EN LOS DOCE PERIODOS.
      *>----------------------------------------------------
       CAPTURAR-PRESUP-CUENTA.
           DISPLAY "Cuenta del plan:"
           ACCEPT CUENTA-CAPTURA
           PERFORM BUSCAR-CUENTA-PLAN
           IF CUENTA-HALLADA = 'N'
               DISPLAY "La cuenta no existe en el plan de cuentas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cuenta: " FUNCTION TRIM(NOMBRE-CUENTA)
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Periodo fiscal (1-12, 0 = monto anual "
                       "repartido en 12):"
               ACCEPT PERIODO-TXT
               IF FUNCTION TRIM(PERIODO-TXT) IS NUMERIC
                   AND FUNCTION NUMVAL (PERIODO-TXT) <= 12
                   MOVE FUNCTION NUMVAL (PERIODO-TXT)
                       TO PERIODO-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Periodo inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           PERFORM PEDIR-MONTO
           PERFORM APLICAR-PRESUP-CUENTA
           DISPLAY "Presupuesto de la cuenta actualizado.".

       CAPTURAR-PRESUP-VENTA.
           DISPLAY "Familia de producto (como en PR-FAMILIA, "
                   "ej: FUTBOL):"
           ACCEPT FAMILIA-CAPTURA
           MOVE FUNCTION UPPER-CASE(FAMILIA-CAPTURA)
               TO FAMILIA-CAPTURA
           IF FAMILIA-CAPTURA = SPACES
               DISPLAY "Familia vacía; no se registró nada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Mes (AAAAMM; AAAA00 = monto anual "
                       "repartido en 12):"
               ACCEPT PERIODO-TXT
               MOVE PERIODO-TXT TO CARGA-PERIODO
               PERFORM VALIDAR-ANIO-MES
               IF MOTIVO-RECHAZO = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Mes inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           PERFORM PEDIR-MONTO
           PERFORM APLICAR-PRESUP-VENTA
           DISPLAY "Presupuesto de ventas actualizado.".

       PEDIR-MONTO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Monto presupuestado (ej: 1500000.00):"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT)
                       TO MONTO-CAPTURA
                   IF MONTO-CAPTURA < 0
                       DISPLAY "El monto no puede ser negativo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> AAAAMM CON MES 01-12, O AAAA00 PARA EL AÑO COMPLETO.
      *> DEJA EL VALOR EN ANIO-MES-CAPTURA; MOTIVO-RECHAZO
      *> QUEDA EN BLANCO SI ES VÁLIDO.
      *>----------------------------------------------------
       VALIDAR-ANIO-MES.
           MOVE SPACES TO MOTIVO-RECHAZO
           IF FUNCTION TRIM(CARGA-PERIODO) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(CARGA-PERIODO))
                   NOT = 6
               MOVE "mes inválido (AAAAMM)" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CARGA-PERIODO) TO ANIO-MES-CAPTURA
           IF ANIO-MES-CAPTURA (5:2) > "12"
               MOVE "mes inválido (AAAAMM)" TO MOTIVO-RECHAZO
           END-IF.

      *>----------------------------------------------------
      *> REPARTO ANUAL: ONCE PARTES IGUALES TRUNCADAS AL
      *> CENTAVO Y LA DIFERENCIA EN LA ÚLTIMA, PARA QUE LA
      *> SUMA DÉ EXACTO EL MONTO ANUAL.
      *>----------------------------------------------------
       APLICAR-PRESUP-CUENTA.
           IF PERIODO-CAPTURA NOT = 0
               PERFORM FIJAR-PRESUP-CUENTA
               EXIT PARAGRAPH
           END-IF
           MOVE MONTO-CAPTURA TO MONTO-ANUAL
           COMPUTE MONTO-PARTE = MONTO-ANUAL / 12
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               MOVE IDX-MES TO PERIODO-CAPTURA
               IF IDX-MES = 12
                   COMPUTE MONTO-CAPTURA =
                       MONTO-ANUAL - MONTO-PARTE * 11
               ELSE
                   MOVE MONTO-PARTE TO MONTO-CAPTURA
               END-IF
               PERFORM FIJAR-PRESUP-CUENTA
           END-PERFORM.

       APLICAR-PRESUP-VENTA.
           IF ANIO-MES-CAPTURA (5:2) NOT = "00"
               PERFORM FIJAR-PRESUP-VENTA
               EXIT PARAGRAPH
           END-IF
           MOVE MONTO-CAPTURA TO MONTO-ANUAL
           COMPUTE MONTO-PARTE = MONTO-ANUAL / 12
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               MOVE IDX-MES TO ANIO-MES-CAPTURA (5:2)
               IF IDX-MES = 12
                   COMPUTE MONTO-CAPTURA =
                       MONTO-ANUAL - MONTO-PARTE * 11
               ELSE
                   MOVE MONTO-PARTE TO MONTO-CAPTURA
               END-IF
               PERFORM FIJAR-PRESUP-VENTA
           END-PERFORM.

       FIJAR-PRESUP-CUENTA.
           MOVE 'N' TO PRESUP-HALLADO
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-CUENTAS
               IF TPC-CUENTA (IDX-PRESUP) = CUENTA-CAPTURA
                   AND TPC-PERIODO (IDX-PRESUP) = PERIODO-CAPTURA
                   MOVE MONTO-CAPTURA TO TPC-MONTO (IDX-PRESUP)
                   MOVE 'S' TO PRESUP-HALLADO
               END-IF
           END-PERFORM
           IF PRESUP-HALLADO = 'N'
               IF TOTAL-PRESUP-CUENTAS >= MAX-PRESUP-CUENTAS
                   DISPLAY "Tabla de presupuesto por cuenta llena; "
                           "no se agregó " CUENTA-CAPTURA
                           " periodo " PERIODO-CAPTURA "."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-PRESUP-CUENTAS
               MOVE PERIODO-CAPTURA
                   TO TPC-PERIODO (TOTAL-PRESUP-CUENTAS)
               MOVE CUENTA-CAPTURA
                   TO TPC-CUENTA (TOTAL-PRESUP-CUENTAS)
               MOVE MONTO-CAPTURA
                   TO TPC-MONTO (TOTAL-PRESUP-CUENTAS)
           END-IF
           MOVE 'S' TO CAMBIOS-PENDIENTES.

       FIJAR-PRESUP-VENTA.
           MOVE 'N' TO PRESUP-HALLADO
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-VENTAS
               IF TPV-FAMILIA (IDX-PRESUP) = FAMILIA-CAPTURA
                   AND TPV-ANIO-MES (IDX-PRESUP) = ANIO-MES-CAPTURA
                   MOVE MONTO-CAPTURA TO TPV-MONTO (IDX-PRESUP)
                   MOVE 'S' TO PRESUP-HALLADO
               END-IF
           END-PERFORM
           IF PRESUP-HALLADO = 'N'
               IF TOTAL-PRESUP-VENTAS >= MAX-PRESUP-VENTAS
                   DISPLAY "Tabla de presupuesto de ventas llena; "
                           "no se agregó " FAMILIA-CAPTURA " "
                           ANIO-MES-CAPTURA "."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-PRESUP-VENTAS
               MOVE ANIO-MES-CAPTURA
                   TO TPV-ANIO-MES (TOTAL-PRESUP-VENTAS)
               MOVE FAMILIA-CAPTURA
                   TO TPV-FAMILIA (TOTAL-PRESUP-VENTAS)
               MOVE MONTO-CAPTURA
                   TO TPV-MONTO (TOTAL-PRESUP-VENTAS)
           END-IF
           MOVE 'S' TO CAMBIOS-PENDIENTES.

      *>----------------------------------------------------
      *> CARGA DESDE ARCHIVO: CADA LÍNEA SE VALIDA COMO EN LA
      *> CAPTURA MANUAL; LAS RECHAZADAS SE INFORMAN CON SU
      *> NÚMERO DE LÍNEA Y NO DETIENEN LA CARGA.
      *>----------------------------------------------------
       CARGAR-ARCHIVO.
           DISPLAY "Archivo a cargar (ENTER = "
                   "PRESUPUESTO-CARGA.CSV):"
           ACCEPT NOMBRE-ARCHIVO-CARGA
           IF NOMBRE-ARCHIVO-CARGA = SPACES
               MOVE "PRESUPUESTO-CARGA.CSV" TO NOMBRE-ARCHIVO-CARGA
           END-IF
           OPEN INPUT ARCHIVO-CARGA
           IF FS-CARGA NOT = "00"
               DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(NOMBRE-ARCHIVO-CARGA)
                       " (" FS-CARGA ")."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-LEIDAS
           MOVE 0 TO LINEAS-CARGADAS
           MOVE 0 TO LINEAS-RECHAZADAS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARGA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO LINEAS-LEIDAS
                       PERFORM PROCESAR-LINEA-CARGA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARGA
           DISPLAY "Líneas leídas    : " LINEAS-LEIDAS
           DISPLAY "Líneas cargadas  : " LINEAS-CARGADAS
           DISPLAY "Líneas rechazadas: " LINEAS-RECHAZADAS.

       PROCESAR-LINEA-CARGA.
           IF LINEA-CARGA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CARGA-TIPO
           MOVE SPACES TO CARGA-CLAVE
           MOVE SPACES TO CARGA-PERIODO
           MOVE SPACES TO CARGA-MONTO
           MOVE SPACES TO MOTIVO-RECHAZO
           UNSTRING LINEA-CARGA DELIMITED BY ","
               INTO CARGA-TIPO, CARGA-CLAVE, CARGA-PERIODO,
                    CARGA-MONTO
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CARGA-TIPO) TO CARGA-TIPO
           IF CARGA-TIPO = "TIPO"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(CARGA-TIPO) TO CARGA-TIPO
           IF FUNCTION TEST-NUMVAL(CARGA-MONTO) NOT = 0
               MOVE "monto inválido" TO MOTIVO-RECHAZO
           ELSE
               MOVE FUNCTION NUMVAL (CARGA-MONTO) TO MONTO-CAPTURA
               IF MONTO-CAPTURA < 0
                   MOVE "monto negativo" TO MOTIVO-RECHAZO
               END-IF
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               EVALUATE CARGA-TIPO
                   WHEN "C"
                       PERFORM CARGAR-LINEA-CUENTA
                   WHEN "V"
                       PERFORM CARGAR-LINEA-VENTA
                   WHEN OTHER
                       MOVE "tipo distinto de C o V" TO MOTIVO-RECHAZO
               END-EVALUATE
           END-IF
           IF MOTIVO-RECHAZO = SPACES
               ADD 1 TO LINEAS-CARGADAS
           ELSE
               ADD 1 TO LINEAS-RECHAZADAS
               DISPLAY "Línea " LINEAS-LEIDAS " rechazada: "
                       FUNCTION TRIM(MOTIVO-RECHAZO)
           END-IF.

       CARGAR-LINEA-CUENTA.
           MOVE FUNCTION TRIM(CARGA-CLAVE) TO CUENTA-CAPTURA
           PERFORM BUSCAR-CUENTA-PLAN
           IF CUENTA-HALLADA = 'N'
               MOVE "cuenta fuera del plan de cuentas"
                   TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CARGA-PERIODO) IS NOT NUMERIC
               MOVE "periodo inválido" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (CARGA-PERIODO) > 12
               MOVE "periodo inválido" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CARGA-PERIODO) TO PERIODO-CAPTURA
           PERFORM APLICAR-PRESUP-CUENTA.

       CARGAR-LINEA-VENTA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CARGA-CLAVE))
               TO FAMILIA-CAPTURA
           IF FAMILIA-CAPTURA = SPACES
               MOVE "familia vacía" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDAR-ANIO-MES
           IF MOTIVO-RECHAZO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM APLICAR-PRESUP-VENTA.

       LISTAR-PRESUPUESTO.
           DISPLAY "--- Presupuesto por cuenta y periodo ---"
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-CUENTAS
               MOVE TPC-MONTO (IDX-PRESUP) TO F-MONTO
               DISPLAY TPC-CUENTA (IDX-PRESUP) " periodo "
                       TPC-PERIODO (IDX-PRESUP) " $" F-MONTO
           END-PERFORM
           DISPLAY "--- Presupuesto de ventas por familia y mes ---"
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-VENTAS
               MOVE TPV-MONTO (IDX-PRESUP) TO F-MONTO
               DISPLAY TPV-FAMILIA (IDX-PRESUP) " "
                       TPV-ANIO-MES (IDX-PRESUP) " $" F-MONTO
           END-PERFORM.

       GRABAR-PRESUPUESTOS.
           OPEN OUTPUT ARCHIVO-PRESUP-CUENTAS
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-CUENTAS
               MOVE TPC-PERIODO (IDX-PRESUP) TO PC-PERIODO
               MOVE TPC-CUENTA (IDX-PRESUP) TO PC-CUENTA
               MOVE TPC-MONTO (IDX-PRESUP) TO PC-MONTO
               WRITE PRESUP-CUENTA-REG
           END-PERFORM
           CLOSE ARCHIVO-PRESUP-CUENTAS
           OPEN OUTPUT ARCHIVO-PRESUP-VENTAS
           PERFORM VARYING IDX-PRESUP FROM 1 BY 1
                   UNTIL IDX-PRESUP > TOTAL-PRESUP-VENTAS
               MOVE TPV-ANIO-MES (IDX-PRESUP) TO PV-ANIO-MES
               MOVE TPV-FAMILIA (IDX-PRESUP) TO PV-FAMILIA
               MOVE TPV-MONTO (IDX-PRESUP) TO PV-MONTO
               WRITE PRESUP-VENTA-REG
           END-PERFORM
           CLOSE ARCHIVO-PRESUP-VENTAS
           DISPLAY "Presupuesto grabado.".

       COPY PRESUPUESTO-RUTINAS.
