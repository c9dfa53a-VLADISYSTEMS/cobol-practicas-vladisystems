       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKERS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY LOCKERS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       COPY LOCKERS-FD.
       COPY MIEMBROS-FD.
       COPY PARAMETROS-FD.

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LOCKERS-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> ALQUILER DE LOCKERS: MAESTRO DE LOCKERS (NÚMERO,
       *> TAMAÑO, UBICACIÓN, ESTADO) Y ASIGNACIÓN A UN SOCIO
       *> CON FECHA DE INICIO Y DE FIN. EL CARGO MENSUAL LO
       *> GENERA GENERAR-CUOTAS; CADA ASIGNACIÓN Y LIBERACIÓN
       *> QUEDA EN MIEMBROS-HIST.LOG.
       *>----------------------------------------------------
       01 FS-MIEMBROS            PIC XX.
       01 FS-HIST                PIC XX.

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 LOCKER-TXT             PIC X(6).
       01 SOCIO-TXT              PIC X(8).
       01 FECHA-TXT              PIC X(10).
       01 SN-CAPTURA             PIC X.
       01 MIEMBRO-LOCKER         PIC 9(6) VALUE 0.
       01 NOMBRE-SOCIO           PIC X(30).
       01 FECHA-HOY              PIC 9(8).
       01 FECHA-DESDE-CAPTURA    PIC 9(8).
       01 FECHA-HASTA-CAPTURA    PIC 9(8).
       01 LOCKERS-DEL-SOCIO      PIC 9(3).
       01 F-TARIFA               PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  ALQUILER DE LOCKERS"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-LOCKERS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Asignar un locker a un socio"
               DISPLAY "2. Liberar un locker"
               DISPLAY "3. Dar de alta o modificar un locker"
               DISPLAY "4. Lockers de un socio"
               DISPLAY "5. Liberar lockers de socios inactivos"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM ASIGNAR-LOCKER
                   WHEN 2
                       PERFORM LIBERAR-LOCKER
                   WHEN 3
                       PERFORM MANTENER-LOCKER
                   WHEN 4
                       PERFORM LOCKERS-DE-SOCIO
                   WHEN 5
                       MOVE 0 TO LOCKERS-LIBERADOS
                       PERFORM LIBERAR-LOCKERS-INACTIVOS
                       DISPLAY "Lockers liberados: " LOCKERS-LIBERADOS
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF LOCKERS-CAMBIADOS = 'S'
               PERFORM REESCRIBIR-LOCKERS
           END-IF
           DISPLAY "Fin del alquiler de lockers."
           STOP RUN.

      *>----------------------------------------------------
      *> 1. ASIGNACIÓN: LOCKER LIBRE A UN SOCIO ACTIVO, DESDE
      *> UNA FECHA (ENTER = HOY) HASTA OTRA (ENTER = SIN
      *> VENCIMIENTO).
      *>----------------------------------------------------
       ASIGNAR-LOCKER.
           PERFORM PEDIR-LOCKER
           IF LOCKER-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           IF LB-ESTADO (LOCKER-EN-TABLA) NOT = 'L'
               DISPLAY "El locker no está libre (estado "
                       LB-ESTADO (LOCKER-EN-TABLA) ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-SOCIO
           IF MIEMBRO-LOCKER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Desde (AAAAMMDD, ENTER = hoy):"
               ACCEPT FECHA-TXT
               IF FECHA-TXT = SPACES
                   MOVE FECHA-HOY TO FECHA-DESDE-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   PERFORM VALIDAR-FECHA-CAPTURA
                   IF ENTRADA-VALIDA = 'S'
                       MOVE FUNCTION NUMVAL (FECHA-TXT)
                           TO FECHA-DESDE-CAPTURA
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Hasta (AAAAMMDD, ENTER = sin vencimiento):"
               ACCEPT FECHA-TXT
               IF FECHA-TXT = SPACES
                   MOVE 0 TO FECHA-HASTA-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   PERFORM VALIDAR-FECHA-CAPTURA
                   IF ENTRADA-VALIDA = 'S'
                       MOVE FUNCTION NUMVAL (FECHA-TXT)
                           TO FECHA-HASTA-CAPTURA
                       IF FECHA-HASTA-CAPTURA < FECHA-DESDE-CAPTURA
                           DISPLAY "La fecha de fin es anterior a "
                                   "la de inicio."
                           MOVE 'N' TO ENTRADA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'O' TO LB-ESTADO (LOCKER-EN-TABLA)
           MOVE MIEMBRO-LOCKER TO LB-MIEMBRO (LOCKER-EN-TABLA)
           MOVE FECHA-DESDE-CAPTURA
               TO LB-FECHA-DESDE (LOCKER-EN-TABLA)
           MOVE FECHA-HASTA-CAPTURA
               TO LB-FECHA-HASTA (LOCKER-EN-TABLA)
           MOVE 'S' TO LOCKERS-CAMBIADOS
           PERFORM GRABAR-HIST-ASIGNACION
           MOVE LB-TAMANO (LOCKER-EN-TABLA) TO TAMANO-LOCKER
           PERFORM TARIFA-LOCKER
           DISPLAY "Locker " LB-NUMERO (LOCKER-EN-TABLA)
                   " asignado a " FUNCTION TRIM(NOMBRE-SOCIO) "."
           IF TARIFA-LOCKER-HALLADA = 'S'
               MOVE TARIFA-LOCKER-MES TO F-TARIFA
               DISPLAY "Se cobra con la cuota: $" F-TARIFA
                       " por mes."
           ELSE
               DISPLAY "ADVERTENCIA: no hay tarifa LOCKER-TARIFA-"
                       TAMANO-LOCKER " en PARAMETROS.DAT; no se "
                       "cobrará hasta cargarla."
           END-IF.

       VALIDAR-FECHA-CAPTURA.
           IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (FECHA-TXT)) = 0
               MOVE 'S' TO ENTRADA-VALIDA
           ELSE
               DISPLAY "Fecha inválida. Intente de nuevo."
           END-IF.

       GRABAR-HIST-ASIGNACION.
           ACCEPT HORA-HOY-LOCKER FROM TIME
           OPEN EXTEND MIEMBROS-HIST
           IF FS-HIST = "35"
               OPEN OUTPUT MIEMBROS-HIST
           END-IF
           MOVE SPACES TO LINEA-HIST
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-HOY-LOCKER DELIMITED BY SIZE
                  " LOCKER " DELIMITED BY SIZE
                  MIEMBRO-LOCKER DELIMITED BY SIZE
                  " ASIGNADO=" DELIMITED BY SIZE
                  LB-NUMERO (LOCKER-EN-TABLA) DELIMITED BY SIZE
                  " DESDE=" DELIMITED BY SIZE
                  FECHA-DESDE-CAPTURA DELIMITED BY SIZE
                  " HASTA=" DELIMITED BY SIZE
                  FECHA-HASTA-CAPTURA DELIMITED BY SIZE
                  INTO LINEA-HIST
           WRITE LINEA-HIST
           CLOSE MIEMBROS-HIST.

      *>----------------------------------------------------
      *> 2. LIBERACIÓN EN RECEPCIÓN (EL SOCIO DEVUELVE LA
      *> LLAVE). LOS CARGOS YA GENERADOS QUEDAN EN CUOTAS.DAT.
      *>----------------------------------------------------
       LIBERAR-LOCKER.
           PERFORM PEDIR-LOCKER
           IF LOCKER-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           IF LB-ESTADO (LOCKER-EN-TABLA) NOT = 'O'
               DISPLAY "El locker no está ocupado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ocupado por el socio " LB-MIEMBRO (LOCKER-EN-TABLA)
                   " desde " LB-FECHA-DESDE (LOCKER-EN-TABLA) "."
           DISPLAY "¿Confirma la liberación? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           IF SN-CAPTURA = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE FECHA-HOY TO FECHA-HOY-LOCKER
           MOVE "DEVOLUCION EN RECEPCION" TO MOTIVO-LIBERACION
           MOVE LOCKER-EN-TABLA TO IDX-LOCKER
           PERFORM LIBERAR-LOCKER-TABLA.

      *>----------------------------------------------------
      *> 3. ALTA O MODIFICACIÓN DEL LOCKER. UN LOCKER OCUPADO
      *> NO PUEDE PASAR A FUERA DE SERVICIO.
      *>----------------------------------------------------
       MANTENER-LOCKER.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de locker (1 a 9999, 0 o blanco para "
                       "abortar):"
               ACCEPT LOCKER-TXT
               IF LOCKER-TXT = SPACES
                   MOVE 0 TO LOCKER-BUSCADO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(LOCKER-TXT) IS NUMERIC
                       AND FUNCTION NUMVAL (LOCKER-TXT) <= 9999
                       MOVE FUNCTION NUMVAL (LOCKER-TXT)
                           TO LOCKER-BUSCADO
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Número inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM
           IF LOCKER-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-LOCKER-EN-TABLA
           IF LOCKER-EN-TABLA = 0
               IF TOTAL-LOCKERS >= MAX-LOCKERS
                   DISPLAY "La tabla de lockers está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-LOCKERS
               MOVE TOTAL-LOCKERS TO LOCKER-EN-TABLA
               INITIALIZE LOCKER-ENTRADA (LOCKER-EN-TABLA)
               MOVE LOCKER-BUSCADO TO LB-NUMERO (LOCKER-EN-TABLA)
               MOVE 'L' TO LB-ESTADO (LOCKER-EN-TABLA)
               DISPLAY "Locker nuevo."
           ELSE
               DISPLAY "Modificando el locker "
                       LB-NUMERO (LOCKER-EN-TABLA) " ("
                       LB-TAMANO (LOCKER-EN-TABLA) ", "
                       FUNCTION TRIM(LB-UBICACION (LOCKER-EN-TABLA))
                       ")."
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Tamaño (C=Chico, M=Mediano, G=Grande):"
               ACCEPT TAMANO-LOCKER
               MOVE FUNCTION UPPER-CASE(TAMANO-LOCKER)
                   TO TAMANO-LOCKER
               IF TAMANO-LOCKER = 'C' OR TAMANO-LOCKER = 'M'
                   OR TAMANO-LOCKER = 'G'
                   MOVE TAMANO-LOCKER TO LB-TAMANO (LOCKER-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Tamaño inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           DISPLAY "Ubicación (vestuario, pasillo...):"
           ACCEPT LB-UBICACION (LOCKER-EN-TABLA)
           IF LB-ESTADO (LOCKER-EN-TABLA) NOT = 'O'
               DISPLAY "¿Fuera de servicio? (S/N):"
               PERFORM PEDIR-SN-CAPTURA
               IF SN-CAPTURA = 'S'
                   MOVE 'F' TO LB-ESTADO (LOCKER-EN-TABLA)
               ELSE
                   MOVE 'L' TO LB-ESTADO (LOCKER-EN-TABLA)
               END-IF
           END-IF
           MOVE 'S' TO LOCKERS-CAMBIADOS
           DISPLAY "Locker " LB-NUMERO (LOCKER-EN-TABLA)
                   " registrado.".

      *>----------------------------------------------------
      *> 4. LOCKERS QUE TIENE UN SOCIO
      *>----------------------------------------------------
       LOCKERS-DE-SOCIO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio:"
               ACCEPT SOCIO-TXT
               IF FUNCTION TRIM(SOCIO-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (SOCIO-TXT) TO MIEMBRO-LOCKER
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Número inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE 0 TO LOCKERS-DEL-SOCIO
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   AND LB-MIEMBRO (IDX-LOCKER) = MIEMBRO-LOCKER
                   ADD 1 TO LOCKERS-DEL-SOCIO
                   DISPLAY "  Locker " LB-NUMERO (IDX-LOCKER) " ("
                           LB-TAMANO (IDX-LOCKER) ", "
                           FUNCTION TRIM(LB-UBICACION (IDX-LOCKER))
                           ") desde " LB-FECHA-DESDE (IDX-LOCKER)
                           " hasta " LB-FECHA-HASTA (IDX-LOCKER)
               END-IF
           END-PERFORM
           IF LOCKERS-DEL-SOCIO = 0
               DISPLAY "El socio no tiene lockers asignados."
           END-IF.

       PEDIR-LOCKER.
           MOVE 0 TO LOCKER-EN-TABLA
           IF TOTAL-LOCKERS = 0
               DISPLAY "No hay lockers registrados (opción 3)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de locker (0 o blanco para abortar):"
               ACCEPT LOCKER-TXT
               IF LOCKER-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(LOCKER-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (LOCKER-TXT)
                           TO LOCKER-BUSCADO
                       IF LOCKER-BUSCADO = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM BUSCAR-LOCKER-EN-TABLA
                           IF LOCKER-EN-TABLA = 0
                               DISPLAY "No existe ese locker. "
                                       "Intente de nuevo."
                           ELSE
                               MOVE 'S' TO ENTRADA-VALIDA
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "Número inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM.

      *>    SÓLO SOCIOS ACTIVOS RECIBEN UN LOCKER NUEVO.
       PEDIR-SOCIO.
           MOVE 0 TO MIEMBRO-LOCKER
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio (0 o blanco para abortar):"
               ACCEPT SOCIO-TXT
               IF SOCIO-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(SOCIO-TXT) IS NUMERIC
                       IF FUNCTION NUMVAL (SOCIO-TXT) = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-SOCIO
                       END-IF
                   ELSE
                       DISPLAY "Número inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM.

       LEER-SOCIO.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (SOCIO-TXT) TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   IF M-ESTADO = 'B' OR M-ESTADO = 'S'
                       DISPLAY "El socio no está activo (estado "
                               M-ESTADO "); no se le asigna locker."
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       MOVE M-ID TO MIEMBRO-LOCKER
                       MOVE M-NOMBRE TO NOMBRE-SOCIO
                       DISPLAY "Socio: " FUNCTION TRIM(NOMBRE-SOCIO)
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       PEDIR-SN-CAPTURA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT SN-CAPTURA
               MOVE FUNCTION UPPER-CASE(SN-CAPTURA) TO SN-CAPTURA
               IF SN-CAPTURA = 'S' OR SN-CAPTURA = 'N'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM.

       COPY LOCKERS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
