       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVAR-INSTALACIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INSTALACIONES-SELECT.
           SELECT ARCHIVO-NUM-RESERVA-INST
               ASSIGN TO "RESERVAS-INSTALACION-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-RESERVA.
           SELECT ARCHIVO-INSTALACIONES-TMP
               ASSIGN TO "INSTALACIONES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTALACIONES-TMP.
           SELECT ARCHIVO-TARIFAS-INST-TMP
               ASSIGN TO "TARIFAS-INSTALACION.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS-TMP.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
       COPY MIEMBROS-SELECT.
       COPY FERIADOS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY INSTALACIONES-FD.

       FD  ARCHIVO-NUM-RESERVA-INST.
       01  NUM-RESERVA-INST-REG   PIC 9(6).

       FD  ARCHIVO-INSTALACIONES-TMP.
       01  INSTALACION-TMP-REG    PIC X(46).

       FD  ARCHIVO-TARIFAS-INST-TMP.
       01  TARIFA-INST-TMP-REG    PIC X(21).

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).

       COPY MIEMBROS-FD.
       COPY FERIADOS-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.

       WORKING-STORAGE SECTION.
       COPY INSTALACIONES-WS.
       COPY FERIADOS-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> RESERVA DE CANCHAS, CARRILES DE LA PISCINA Y SALÓN
       *> POR TURNOS DE UNA HORA, DENTRO DEL HORARIO DE CADA
       *> INSTALACIÓN (EL DE FERIADO LOS DÍAS DE FERIADOS.DAT).
       *> UN TURNO TOMADO NO SE PUEDE VOLVER A RESERVAR. EL
       *> SOCIO TIENE RESERVA-CUOTA-SEMANAL HORAS SIN CARGO POR
       *> SEMANA (LUNES A DOMINGO); PASADA LA CUOTA, Y SIEMPRE
       *> PARA UN VISITANTE, EL TURNO SE COBRA EN VENTA-DIARIA
       *> CON EL PRODUCTO DE SERVICIO RESERVA-COBRO-CODIGO A LA
       *> TARIFA DE LA CATEGORÍA (SOCIO O NO SOCIO, PICO O
       *> VALLE). CADA INASISTENCIA QUEDA EN MIEMBROS-HIST.LOG;
       *> EL SOCIO CON RESERVA-FALTAS-MAXIMO INASISTENCIAS EN
       *> LOS ÚLTIMOS RESERVA-FALTAS-DIAS DÍAS NO PUEDE
       *> RESERVAR HASTA QUE LAS MÁS VIEJAS SALGAN DEL PLAZO.
       *>----------------------------------------------------
       01 FS-NUM-RESERVA         PIC XX.
       01 FS-INSTALACIONES-TMP   PIC XX.
       01 FS-TARIFAS-TMP         PIC XX.
       01 FS-HIST                PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 RESULT-CODE            PIC 9(2).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-SISTEMA           PIC 9(8).
       01 HH-HOY                 PIC 9(2).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.

       01 CUOTA-SEMANAL          PIC 9(2) VALUE 2.
       01 FALTAS-MAXIMO          PIC 9(2) VALUE 3.
       01 FALTAS-DIAS            PIC 9(3) VALUE 60.

       *>----------------------------------------------------
       *> TARIFAS EN TABLA (SE REESCRIBEN AL SALIR SI CAMBIAN)
       *>----------------------------------------------------
       01 MAX-TARIFAS            PIC 9(3) VALUE 100.
       01 TOTAL-TARIFAS          PIC 9(3) VALUE 0.
       01 TABLA-TARIFAS.
           05 TARIFA-ENTRADA OCCURS 100 TIMES.
               10 TT-CATEGORIA   PIC X(10).
               10 TT-SOCIO       PIC X.
               10 TT-PICO        PIC X.
               10 TT-TARIFA      PIC 9(7)V99.
       01 IDX-TARIFA             PIC 9(3).
       01 TARIFA-EN-TABLA        PIC 9(3) VALUE 0.
       01 TARIFAS-CAMBIADAS      PIC X VALUE 'N'.
       01 INSTALACIONES-CAMBIADAS PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA DE LA RESERVA
       *>----------------------------------------------------
       01 NUMERO-RESERVA         PIC 9(6) VALUE 0.
       01 NUMERO-TXT             PIC X(8).
       01 TIPO-TITULAR           PIC X.
       01 SOCIO-TXT              PIC X(8).
       01 SOCIO-RESERVA          PIC 9(6) VALUE 0.
       01 NOMBRE-RESERVA         PIC X(30).
       01 ES-SOCIO               PIC X VALUE 'N'.
       01 INSTALACION-TXT        PIC X(6).
       01 FECHA-TXT              PIC X(10).
       01 FECHA-RESERVA          PIC 9(8) VALUE 0.
       01 HORA-TXT               PIC X(4).
       01 HORA-RESERVA           PIC 9(2) VALUE 0.
       01 TABLA-TURNOS.
           05 TURNO-OCUPADO OCCURS 24 TIMES PIC X.
       01 IDX-HORA               PIC 9(2).
       01 TURNOS-LIBRES          PIC 9(2) VALUE 0.
       01 LISTA-LIBRES           PIC X(80).
       01 PUNTERO-LIBRES         PIC 9(3).
       01 TARIFA-RESERVA         PIC 9(7)V99 VALUE 0.
       01 CUOTA-RESERVA          PIC X.
       01 COBRO-RESERVA          PIC X.
       01 HORAS-CUOTA-USADAS     PIC 9(3) VALUE 0.
       01 FECHA-INT              PIC 9(7).
       01 SEMANA-DESDE-INT       PIC 9(7).
       01 SEMANA-HASTA-INT       PIC 9(7).
       01 RESERVA-FECHA-INT      PIC 9(7).
       01 FALTAS-SOCIO           PIC 9(3) VALUE 0.
       01 LIMITE-FALTAS-INT      PIC 9(7).
       01 CATEGORIA-TXT          PIC X(10).
       01 MONTO-TXT              PIC X(12).
       01 MONTO-CAPTURA          PIC 9(7)V99 VALUE 0.
       01 SN-CAPTURA             PIC X.
       01 HORA-CAPTURA           PIC 9(2).

       *>----------------------------------------------------
       *> INASISTENCIAS MARCADAS EN LA PASADA (PARA DEJARLAS EN
       *> EL HISTORIAL DEL SOCIO)
       *>----------------------------------------------------
       01 FECHA-CORTE            PIC 9(8).
       01 TOTAL-MARCADAS         PIC 9(5) VALUE 0.
       01 MAX-FALTAS-PASADA      PIC 9(3) VALUE 200.
       01 TOTAL-FALTAS-PASADA    PIC 9(3) VALUE 0.
       01 TABLA-FALTAS-PASADA.
           05 FALTA-PASADA OCCURS 200 TIMES.
               10 FP-MIEMBRO     PIC 9(6).
               10 FP-RESERVA     PIC 9(6).
       01 IDX-FALTA              PIC 9(3).
       01 HORA-HIST              PIC 9(8).
       01 PUNTERO-HIST           PIC 9(3).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 DESCRIPCION-ESTADO     PIC X(20).
       01 DESCRIPCION-COBRO      PIC X(24).
       01 F-TARIFA               PIC Z(6)9.99.
       01 F-FALTAS               PIC ZZ9.
       01 F-MARCADAS             PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  RESERVA DE INSTALACIONES"
           DISPLAY "==============================="

           PERFORM OBTENER-HORA-HOY
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-PARAMETROS-RESERVA
           PERFORM CARGAR-INSTALACIONES
           PERFORM CARGAR-TARIFAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Reservar un turno"
               DISPLAY "2. Cancelar una reserva"
               DISPLAY "3. Registrar llegada al turno"
               DISPLAY "4. Marcar inasistencias de turnos pasados"
               DISPLAY "5. Consultar reserva"
               DISPLAY "6. Dar de alta o modificar una instalación"
               DISPLAY "7. Fijar tarifa por hora"
               DISPLAY "8. Listar instalaciones y tarifas"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM RESERVAR-TURNO
                   WHEN 2
                       PERFORM CANCELAR-RESERVA
                   WHEN 3
                       PERFORM REGISTRAR-LLEGADA
                   WHEN 4
                       PERFORM MARCAR-INASISTENCIAS
                   WHEN 5
                       PERFORM CONSULTAR-RESERVA
                   WHEN 6
                       PERFORM MANTENER-INSTALACION
                   WHEN 7
                       PERFORM FIJAR-TARIFA
                   WHEN 8
                       PERFORM LISTAR-INSTALACIONES
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF INSTALACIONES-CAMBIADAS = 'S'
               PERFORM REESCRIBIR-INSTALACIONES
           END-IF
           IF TARIFAS-CAMBIADAS = 'S'
               PERFORM REESCRIBIR-TARIFAS
           END-IF
           DISPLAY "Fin del módulo de reserva de instalaciones."
           STOP RUN.

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
                       WHEN OTHER
                           DISPLAY "Sesión iniciada: "
                                   FUNCTION TRIM(OPERADOR-NOMBRE)
                           MOVE 'S' TO SESION-VALIDA
                   END-EVALUATE
               END-IF
           END-PERFORM.

       OBTENER-HORA-HOY.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           DIVIDE HORA-SISTEMA BY 1000000 GIVING HH-HOY.

       CARGAR-PARAMETROS-RESERVA.
           MOVE "RESERVA-CUOTA-SEMANAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CUOTA-SEMANAL
           END-IF
           MOVE "RESERVA-FALTAS-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO FALTAS-MAXIMO
           END-IF
           MOVE "RESERVA-FALTAS-DIAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO FALTAS-DIAS
           END-IF.

       CARGAR-TARIFAS.
           MOVE 0 TO TOTAL-TARIFAS
           OPEN INPUT ARCHIVO-TARIFAS-INST
           IF FS-TARIFAS-INST = "00"
               PERFORM UNTIL FS-TARIFAS-INST NOT = "00"
                   READ ARCHIVO-TARIFAS-INST
                       AT END
                           MOVE "10" TO FS-TARIFAS-INST
                       NOT AT END
                           IF TOTAL-TARIFAS < MAX-TARIFAS
                               ADD 1 TO TOTAL-TARIFAS
                               MOVE TARIFA-INST-REG
                                   TO TARIFA-ENTRADA (TOTAL-TARIFAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TARIFAS-INST
           END-IF.

       BUSCAR-TARIFA-EN-TABLA.
           MOVE 0 TO TARIFA-EN-TABLA
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
               IF TT-CATEGORIA (IDX-TARIFA) = CATEGORIA-TXT
                   AND TT-SOCIO (IDX-TARIFA) = ES-SOCIO
                   AND TT-PICO (IDX-TARIFA) = HORARIO-PICO
                   MOVE IDX-TARIFA TO TARIFA-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> 1. RESERVA DE UN TURNO. SE VALIDA EL TITULAR, LA
      *> INSTALACIÓN, EL DÍA (HOY O POSTERIOR) Y LA HORA
      *> CONTRA EL HORARIO Y LOS TURNOS YA TOMADOS, Y SE
      *> DECIDE SI ENTRA EN LA CUOTA DEL SOCIO O SE COBRA.
      *>----------------------------------------------------
       RESERVAR-TURNO.
           PERFORM PEDIR-TITULAR
           IF NOMBRE-RESERVA = SPACES
               DISPLAY "Reserva abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-INSTALACION
           IF INSTALACION-EN-TABLA = 0
               DISPLAY "Reserva abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-FECHA-RESERVA
           MOVE FECHA-RESERVA TO FECHA-CONSULTA
           PERFORM VERIFICAR-FERIADO
           MOVE ES-FERIADO TO HORARIO-FERIADO
           MOVE 0 TO HORARIO-HORA
           PERFORM CALCULAR-HORARIO-INST
           IF HORARIO-ABRE >= HORARIO-CIERRA
               DISPLAY FUNCTION TRIM(IA-NOMBRE (INSTALACION-EN-TABLA))
                       " está cerrada ese día."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-TURNOS-OCUPADOS
           PERFORM MOSTRAR-TURNOS-LIBRES
           IF TURNOS-LIBRES = 0
               DISPLAY "No quedan turnos libres ese día."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-HORA-RESERVA
           IF HORA-RESERVA = 99
               DISPLAY "Reserva abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM DETERMINAR-COBRO
           IF COBRO-RESERVA = 'E'
               DISPLAY "No hay tarifa para la categoría "
                       FUNCTION TRIM(CATEGORIA-TXT)
                       " en ese horario (opción 7). Reserva "
                       "abortada."
               EXIT PARAGRAPH
           END-IF
           MOVE TARIFA-RESERVA TO F-TARIFA
           DISPLAY "-------------------------------"
           DISPLAY FUNCTION TRIM(IA-NOMBRE (INSTALACION-EN-TABLA))
                   " | " FECHA-RESERVA " de " HORA-RESERVA
                   ":00 a " HORA-RESERVA ":59"
           DISPLAY "Para: " FUNCTION TRIM(NOMBRE-RESERVA)
           IF HORARIO-PICO = 'S'
               DISPLAY "Hora pico."
           ELSE
               DISPLAY "Hora valle."
           END-IF
           EVALUATE COBRO-RESERVA
               WHEN 'P'
                   DISPLAY "Se cobra en caja: $" F-TARIFA
               WHEN OTHER
                   IF CUOTA-RESERVA = 'S'
                       DISPLAY "Sin cargo (cuota semanal del socio)."
                   ELSE
                       DISPLAY "Sin cargo."
                   END-IF
           END-EVALUATE
           DISPLAY "¿Confirma la reserva? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Reserva abortada."
               EXIT PARAGRAPH
           END-IF
      *>    OTRA TERMINAL PUDO TOMAR EL TURNO MIENTRAS SE
      *>    CONFIRMABA: SE VUELVE A MIRAR ANTES DE GRABAR.
           PERFORM CARGAR-TURNOS-OCUPADOS
           IF TURNO-OCUPADO (HORA-RESERVA + 1) = 'S'
               DISPLAY "El turno acaba de ser tomado. Reserva "
                       "abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASIGNAR-NUMERO-RESERVA
           PERFORM GRABAR-RESERVA
           DISPLAY "Reserva " NUMERO-RESERVA " registrada."
           IF COBRO-RESERVA = 'P'
               DISPLAY "Cobre $" F-TARIFA " en caja (venta con la "
                       "reserva " NUMERO-RESERVA ")."
           END-IF.

      *>----------------------------------------------------
      *> SE RESERVA PARA UN SOCIO ACTIVO SIN BLOQUEO POR
      *> INASISTENCIAS O PARA UN VISITANTE, DEL QUE SÓLO SE
      *> TOMA EL NOMBRE. NOMBRE-RESERVA EN BLANCO = ABORTAR.
      *>----------------------------------------------------
       PEDIR-TITULAR.
           MOVE 0 TO SOCIO-RESERVA
           MOVE SPACES TO NOMBRE-RESERVA
           MOVE 'N' TO ES-SOCIO
           DISPLAY "Reserva para (S=Socio, V=Visitante, blanco "
                   "para abortar):"
           ACCEPT TIPO-TITULAR
           MOVE FUNCTION UPPER-CASE(TIPO-TITULAR) TO TIPO-TITULAR
           EVALUATE TIPO-TITULAR
               WHEN 'S'
                   PERFORM PEDIR-SOCIO
                   IF SOCIO-RESERVA > 0
                       PERFORM VERIFICAR-FALTAS-SOCIO
                   END-IF
               WHEN 'V'
                   DISPLAY "Nombre del visitante:"
                   ACCEPT NOMBRE-RESERVA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDIR-SOCIO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio (0 o blanco para abortar):"
               ACCEPT SOCIO-TXT
               IF SOCIO-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(SOCIO-TXT) IS NOT NUMERIC
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (SOCIO-TXT)
                           TO SOCIO-RESERVA
                       IF SOCIO-RESERVA = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-SOCIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>    UN SOCIO SUSPENDIDO O DADO DE BAJA NO PUEDE
      *>    RESERVAR, IGUAL QUE NO PUEDE ENTRAR EN
      *>    CHECKIN-MIEMBRO.
       LEER-SOCIO.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No se pudo abrir MIEMBROS.IDX ("
                       FS-MIEMBROS "); se acepta sin validar."
               MOVE "SOCIO" TO NOMBRE-RESERVA
               MOVE 'S' TO ES-SOCIO
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE SOCIO-RESERVA TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   IF M-ESTADO = 'S' OR M-ESTADO = 'B'
                       DISPLAY "El socio " M-NOMBRE " no está "
                               "activo; no puede reservar."
                       MOVE 0 TO SOCIO-RESERVA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Socio: " M-NOMBRE " ("
                               FUNCTION TRIM(M-CATEGORIA) ")"
                       MOVE M-NOMBRE TO NOMBRE-RESERVA
                       MOVE 'S' TO ES-SOCIO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       VERIFICAR-FALTAS-SOCIO.
           PERFORM CONTAR-FALTAS-SOCIO
           IF FALTAS-MAXIMO > 0 AND FALTAS-SOCIO >= FALTAS-MAXIMO
               MOVE FALTAS-SOCIO TO F-FALTAS
               DISPLAY "El socio tiene " F-FALTAS " inasistencia(s) "
                       "en los últimos " FALTAS-DIAS " días; no "
                       "puede reservar por ahora."
               MOVE 0 TO SOCIO-RESERVA
               MOVE SPACES TO NOMBRE-RESERVA
               MOVE 'N' TO ES-SOCIO
           END-IF.

      *>----------------------------------------------------
      *> INASISTENCIAS DE SOCIO-RESERVA CON FECHA DENTRO DE
      *> LOS ÚLTIMOS FALTAS-DIAS DÍAS.
      *>----------------------------------------------------
       CONTAR-FALTAS-SOCIO.
           MOVE 0 TO FALTAS-SOCIO
           COMPUTE LIMITE-FALTAS-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY) - FALTAS-DIAS
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-MIEMBRO = SOCIO-RESERVA
                           AND RN-ESTADO = 'N'
                           AND FUNCTION INTEGER-OF-DATE (RN-FECHA)
                               > LIMITE-FALTAS-INT
                           ADD 1 TO FALTAS-SOCIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST.

       PEDIR-INSTALACION.
           MOVE 0 TO INSTALACION-EN-TABLA
           IF TOTAL-INSTALACIONES = 0
               DISPLAY "No hay instalaciones registradas (opción 6)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Instalación (código, 0 o blanco para "
                       "abortar):"
               PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                       UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
                   IF IA-ACTIVA (IDX-INSTALACION) = 'S'
                       DISPLAY "  " IA-CODIGO (IDX-INSTALACION) " "
                               IA-NOMBRE (IDX-INSTALACION)
                   END-IF
               END-PERFORM
               ACCEPT INSTALACION-TXT
               IF INSTALACION-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(INSTALACION-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (INSTALACION-TXT)
                           TO INSTALACION-BUSCADA
                       IF INSTALACION-BUSCADA = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM BUSCAR-INSTALACION-EN-TABLA
                           EVALUATE TRUE
                               WHEN INSTALACION-EN-TABLA = 0
                                   DISPLAY "No existe esa "
                                           "instalación. Intente "
                                           "de nuevo."
                               WHEN IA-ACTIVA (INSTALACION-EN-TABLA)
                                    NOT = 'S'
                                   DISPLAY "Esa instalación no está "
                                           "activa."
                                   MOVE 0 TO INSTALACION-EN-TABLA
                               WHEN OTHER
                                   MOVE 'S' TO ENTRADA-VALIDA
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF INSTALACION-EN-TABLA > 0
               MOVE IA-CATEGORIA (INSTALACION-EN-TABLA)
                   TO CATEGORIA-TXT
           END-IF.

       PEDIR-FECHA-RESERVA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Fecha del turno (AAAAMMDD, en blanco = "
                       FECHA-HOY "):"
               ACCEPT FECHA-TXT
               IF FECHA-TXT = SPACES
                   MOVE FECHA-HOY TO FECHA-RESERVA
               ELSE
                   IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (FECHA-TXT)
                           TO FECHA-RESERVA
                   ELSE
                       MOVE 0 TO FECHA-RESERVA
                   END-IF
               END-IF
               IF FECHA-RESERVA < FECHA-HOY
                   OR FUNCTION TEST-DATE-YYYYMMDD (FECHA-RESERVA)
                       NOT = 0
                   DISPLAY "Fecha inválida. Intente de nuevo."
               ELSE
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> TURNOS DE LA INSTALACIÓN Y FECHA YA TOMADOS: TODA
      *> RESERVA NO CANCELADA OCUPA SU HORA (TURNO-OCUPADO
      *> (HH + 1), PORQUE LA HORA 00 ES LA POSICIÓN 1).
      *>----------------------------------------------------
       CARGAR-TURNOS-OCUPADOS.
           MOVE ALL 'N' TO TABLA-TURNOS
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-INSTALACION = INSTALACION-BUSCADA
                           AND RN-FECHA = FECHA-RESERVA
                           AND RN-ESTADO NOT = 'X'
                           AND RN-HORA < 24
                           MOVE 'S' TO TURNO-OCUPADO (RN-HORA + 1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST.

       MOSTRAR-TURNOS-LIBRES.
           MOVE 0 TO TURNOS-LIBRES
           MOVE SPACES TO LISTA-LIBRES
           MOVE 1 TO PUNTERO-LIBRES
           PERFORM VARYING IDX-HORA FROM HORARIO-ABRE BY 1
                   UNTIL IDX-HORA >= HORARIO-CIERRA
                      OR IDX-HORA > 23
               IF TURNO-OCUPADO (IDX-HORA + 1) = 'N'
                   AND (FECHA-RESERVA > FECHA-HOY
                        OR IDX-HORA >= HH-HOY)
                   ADD 1 TO TURNOS-LIBRES
                   STRING IDX-HORA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INTO LISTA-LIBRES
                          WITH POINTER PUNTERO-LIBRES
               END-IF
           END-PERFORM
           IF HORARIO-FERIADO = 'S'
               DISPLAY "Día feriado: horario de " HORARIO-ABRE
                       " a " HORARIO-CIERRA " h."
           ELSE
               DISPLAY "Horario de " HORARIO-ABRE " a "
                       HORARIO-CIERRA " h."
           END-IF
           IF TURNOS-LIBRES > 0
               DISPLAY "Turnos libres: " LISTA-LIBRES
           END-IF.

      *>    HORA-RESERVA = 99 CUANDO EL OPERADOR ABORTA.
       PEDIR-HORA-RESERVA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Hora del turno (HH, blanco para abortar):"
               ACCEPT HORA-TXT
               IF HORA-TXT = SPACES
                   MOVE 99 TO HORA-RESERVA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(HORA-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (HORA-TXT)
                           TO HORA-RESERVA
                   ELSE
                       MOVE 98 TO HORA-RESERVA
                   END-IF
                   MOVE HORA-RESERVA TO HORARIO-HORA
                   PERFORM CALCULAR-HORARIO-INST
                   EVALUATE TRUE
                       WHEN HORA-RESERVA > 23
                           DISPLAY "Hora inválida. Intente de nuevo."
                       WHEN HORARIO-ABIERTO = 'N'
                           DISPLAY "Fuera del horario. Intente de "
                                   "nuevo."
                       WHEN FECHA-RESERVA = FECHA-HOY
                            AND HORA-RESERVA < HH-HOY
                           DISPLAY "Ese turno ya pasó. Intente de "
                                   "nuevo."
                       WHEN TURNO-OCUPADO (HORA-RESERVA + 1) = 'S'
                           DISPLAY "Ese turno ya está reservado. "
                                   "Intente de nuevo."
                       WHEN OTHER
                           MOVE 'S' TO ENTRADA-VALIDA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL SOCIO USA PRIMERO SU CUOTA DE LA SEMANA DEL TURNO
      *> (SIN CARGO); PASADA LA CUOTA, Y SIEMPRE PARA UN
      *> VISITANTE, SE COBRA LA TARIFA. COBRO-RESERVA: ' ' =
      *> SIN CARGO, P = POR COBRAR, E = FALTA LA TARIFA.
      *>----------------------------------------------------
       DETERMINAR-COBRO.
           MOVE 'N' TO CUOTA-RESERVA
           MOVE SPACE TO COBRO-RESERVA
           MOVE 0 TO TARIFA-RESERVA
           PERFORM BUSCAR-TARIFA-EN-TABLA
           IF TARIFA-EN-TABLA > 0
               MOVE TT-TARIFA (TARIFA-EN-TABLA) TO TARIFA-RESERVA
           END-IF
           IF ES-SOCIO = 'S' AND SOCIO-RESERVA > 0
               AND CUOTA-SEMANAL > 0
               PERFORM CONTAR-CUOTA-SEMANA
               IF HORAS-CUOTA-USADAS < CUOTA-SEMANAL
                   MOVE 'S' TO CUOTA-RESERVA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "El socio ya usó sus " CUOTA-SEMANAL
                       " hora(s) sin cargo de esa semana."
           END-IF
           IF TARIFA-EN-TABLA = 0
               MOVE 'E' TO COBRO-RESERVA
               EXIT PARAGRAPH
           END-IF
           IF TARIFA-RESERVA > 0
               MOVE 'P' TO COBRO-RESERVA
           END-IF.

       CONTAR-CUOTA-SEMANA.
           MOVE 0 TO HORAS-CUOTA-USADAS
           COMPUTE FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-RESERVA)
      *>    EL DÍA 1 DEL CALENDARIO (1601-01-01) FUE LUNES.
           COMPUTE SEMANA-DESDE-INT =
               FECHA-INT - FUNCTION MOD (FECHA-INT - 1, 7)
           COMPUTE SEMANA-HASTA-INT = SEMANA-DESDE-INT + 6
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-MIEMBRO = SOCIO-RESERVA
                           AND RN-CUOTA = 'S'
                           AND RN-ESTADO NOT = 'X'
                           PERFORM SUMAR-CUOTA-SEMANA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST.

       SUMAR-CUOTA-SEMANA.
           COMPUTE RESERVA-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (RN-FECHA)
           IF RESERVA-FECHA-INT >= SEMANA-DESDE-INT
               AND RESERVA-FECHA-INT <= SEMANA-HASTA-INT
               ADD 1 TO HORAS-CUOTA-USADAS
           END-IF.

       ASIGNAR-NUMERO-RESERVA.
           MOVE 0 TO NUMERO-RESERVA
           OPEN INPUT ARCHIVO-NUM-RESERVA-INST
           IF FS-NUM-RESERVA = "00"
               READ ARCHIVO-NUM-RESERVA-INST
               MOVE NUM-RESERVA-INST-REG TO NUMERO-RESERVA
               CLOSE ARCHIVO-NUM-RESERVA-INST
           END-IF
           ADD 1 TO NUMERO-RESERVA
           OPEN OUTPUT ARCHIVO-NUM-RESERVA-INST
           MOVE NUMERO-RESERVA TO NUM-RESERVA-INST-REG
           WRITE NUM-RESERVA-INST-REG
           CLOSE ARCHIVO-NUM-RESERVA-INST.

       GRABAR-RESERVA.
           OPEN EXTEND ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST = "35"
               OPEN OUTPUT ARCHIVO-RESERVAS-INST
           END-IF
           MOVE NUMERO-RESERVA TO RN-NUMERO
           MOVE INSTALACION-BUSCADA TO RN-INSTALACION
           MOVE FECHA-RESERVA TO RN-FECHA
           MOVE HORA-RESERVA TO RN-HORA
           MOVE SOCIO-RESERVA TO RN-MIEMBRO
           MOVE NOMBRE-RESERVA TO RN-NOMBRE
           MOVE ES-SOCIO TO RN-SOCIO
           MOVE HORARIO-PICO TO RN-PICO
           MOVE TARIFA-RESERVA TO RN-TARIFA
           MOVE CUOTA-RESERVA TO RN-CUOTA
           MOVE 'R' TO RN-ESTADO
           MOVE COBRO-RESERVA TO RN-COBRO
           MOVE 0 TO RN-CAJA
           MOVE 0 TO RN-FOLIO
           MOVE 0 TO RN-FECHA-FACTURA
           MOVE FECHA-HOY TO RN-FECHA-ALTA
           MOVE CODIGO-OPERADOR TO RN-OPERADOR
           WRITE RESERVA-INST-REG
           CLOSE ARCHIVO-RESERVAS-INST.

       PEDIR-NUMERO-RESERVA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de reserva:"
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (NUMERO-TXT)
                       TO NUMERO-RESERVA
                   IF NUMERO-RESERVA = 0
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE NUMERO-RESERVA TO RESERVA-INST-BUSCADA.

      *>----------------------------------------------------
      *> 2. CANCELACIÓN: LIBERA EL TURNO. SI ESTABA POR COBRAR
      *> YA NO SE COBRA; SI YA SE COBRÓ, LA DEVOLUCIÓN ES UN
      *> REVERSO DEL FOLIO EN VENTA-DIARIA.
      *>----------------------------------------------------
       CANCELAR-RESERVA.
           PERFORM PEDIR-NUMERO-RESERVA
           PERFORM BUSCAR-RESERVA-INST
           IF RESERVA-INST-HALLADA = 'N' OR RI-ESTADO NOT = 'R'
               DISPLAY "No hay una reserva pendiente con ese "
                       "número."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-RESERVA
           DISPLAY "¿Confirma la cancelación? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Cancelación abortada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO RI-ESTADO
           IF RI-COBRO = 'P'
               MOVE SPACE TO RI-COBRO
           END-IF
           PERFORM REGRABAR-RESERVA-INST
           DISPLAY "Reserva " RI-NUMERO " cancelada."
           IF RI-COBRO = 'F'
               DISPLAY "El turno ya se cobró (caja " RI-CAJA
                       " folio " RI-FOLIO "); devuelva el importe "
                       "con un reverso en caja."
           END-IF.

      *>----------------------------------------------------
      *> 3. LLEGADA: EL TURNO QUEDA USADO. SI AÚN NO SE
      *> COBRÓ, SE AVISA PARA QUE PASE POR CAJA.
      *>----------------------------------------------------
       REGISTRAR-LLEGADA.
           PERFORM OBTENER-HORA-HOY
           PERFORM PEDIR-NUMERO-RESERVA
           PERFORM BUSCAR-RESERVA-INST
           IF RESERVA-INST-HALLADA = 'N' OR RI-ESTADO NOT = 'R'
               DISPLAY "No hay una reserva pendiente con ese "
                       "número."
               EXIT PARAGRAPH
           END-IF
           IF RI-FECHA NOT = FECHA-HOY
               DISPLAY "La reserva es del " RI-FECHA
                       "; la llegada se registra el mismo día."
               EXIT PARAGRAPH
           END-IF
           MOVE 'U' TO RI-ESTADO
           PERFORM REGRABAR-RESERVA-INST
           DISPLAY "Llegada registrada: "
                   FUNCTION TRIM(RI-NOMBRE) ", turno de las "
                   RI-HORA ":00."
           IF RI-COBRO = 'P'
               MOVE RI-TARIFA TO F-TARIFA
               DISPLAY "ATENCIÓN: el turno no está pagado; cobre $"
                       F-TARIFA " en caja (reserva " RI-NUMERO ")."
           END-IF.

      *>----------------------------------------------------
      *> 4. INASISTENCIAS: TODA RESERVA AÚN EN 'R' CUYO TURNO
      *> YA TERMINÓ (DÍAS ANTERIORES, O HOY CON LA HORA YA
      *> PASADA) QUEDA EN 'N'. EL COBRO PENDIENTE DE UN
      *> VISITANTE O DE UN TURNO FUERA DE CUOTA SE MANTIENE.
      *> CADA INASISTENCIA DE SOCIO VA A MIEMBROS-HIST.LOG.
      *>----------------------------------------------------
       MARCAR-INASISTENCIAS.
           PERFORM OBTENER-HORA-HOY
           MOVE 0 TO TOTAL-MARCADAS
           MOVE 0 TO TOTAL-FALTAS-PASADA
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               DISPLAY "No hay reservas registradas."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-RESERVAS-INST-TMP
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-ESTADO = 'R'
                           AND (RN-FECHA < FECHA-HOY
                                OR (RN-FECHA = FECHA-HOY
                                    AND RN-HORA < HH-HOY))
                           PERFORM ANOTAR-INASISTENCIA
                       END-IF
                       MOVE RESERVA-INST-REG
                           TO RESERVA-INST-TMP-REG
                       WRITE RESERVA-INST-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST
           CLOSE ARCHIVO-RESERVAS-INST-TMP
           IF TOTAL-MARCADAS = 0
               DISPLAY "No hay turnos vencidos sin llegada."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING "RESERVAS-INSTALACION.TMP"
                                         "RESERVAS-INSTALACION.DAT"
               RETURNING RESULT-CODE
           PERFORM VARYING IDX-FALTA FROM 1 BY 1
                   UNTIL IDX-FALTA > TOTAL-FALTAS-PASADA
               PERFORM REGISTRAR-FALTA-SOCIO
           END-PERFORM
           MOVE TOTAL-MARCADAS TO F-MARCADAS
           DISPLAY F-MARCADAS " reserva(s) marcada(s) como "
                   "inasistencia.".

       ANOTAR-INASISTENCIA.
           MOVE 'N' TO RN-ESTADO
           ADD 1 TO TOTAL-MARCADAS
           DISPLAY "  " RN-NUMERO " | " RN-FECHA " " RN-HORA
                   ":00 | " RN-NOMBRE
           IF RN-MIEMBRO > 0
               AND TOTAL-FALTAS-PASADA < MAX-FALTAS-PASADA
               ADD 1 TO TOTAL-FALTAS-PASADA
               MOVE RN-MIEMBRO TO FP-MIEMBRO (TOTAL-FALTAS-PASADA)
               MOVE RN-NUMERO TO FP-RESERVA (TOTAL-FALTAS-PASADA)
           END-IF.

      *>----------------------------------------------------
      *> RENGLÓN EN EL HISTORIAL DEL SOCIO CON LAS
      *> INASISTENCIAS QUE LLEVA EN EL PLAZO; AL LLEGAR AL
      *> MÁXIMO SE ANOTA QUE QUEDA SIN RESERVAS.
      *>----------------------------------------------------
       REGISTRAR-FALTA-SOCIO.
           MOVE FP-MIEMBRO (IDX-FALTA) TO SOCIO-RESERVA
           PERFORM CONTAR-FALTAS-SOCIO
           MOVE FALTAS-SOCIO TO F-FALTAS
           ACCEPT HORA-HIST FROM TIME
           OPEN EXTEND MIEMBROS-HIST
           IF FS-HIST = "35"
               OPEN OUTPUT MIEMBROS-HIST
           END-IF
           MOVE SPACES TO LINEA-HIST
           MOVE 1 TO PUNTERO-HIST
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-HIST DELIMITED BY SIZE
                  " INASISTENCIA " DELIMITED BY SIZE
                  FP-MIEMBRO (IDX-FALTA) DELIMITED BY SIZE
                  " RESERVA=" DELIMITED BY SIZE
                  FP-RESERVA (IDX-FALTA) DELIMITED BY SIZE
                  " FALTAS=" DELIMITED BY SIZE
                  FUNCTION TRIM(F-FALTAS) DELIMITED BY SIZE
                  INTO LINEA-HIST WITH POINTER PUNTERO-HIST
           IF FALTAS-MAXIMO > 0 AND FALTAS-SOCIO >= FALTAS-MAXIMO
               STRING " SIN RESERVAS" DELIMITED BY SIZE
                      INTO LINEA-HIST WITH POINTER PUNTERO-HIST
               DISPLAY "Socio " FP-MIEMBRO (IDX-FALTA) ": "
                       F-FALTAS " inasistencia(s); queda sin "
                       "reservas."
           END-IF
           WRITE LINEA-HIST
           CLOSE MIEMBROS-HIST.

      *>----------------------------------------------------
      *> 5. CONSULTA
      *>----------------------------------------------------
       CONSULTAR-RESERVA.
           PERFORM PEDIR-NUMERO-RESERVA
           PERFORM BUSCAR-RESERVA-INST
           IF RESERVA-INST-HALLADA = 'N'
               DISPLAY "No existe una reserva con ese número."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-RESERVA.

       MOSTRAR-RESERVA.
           MOVE RI-INSTALACION TO INSTALACION-BUSCADA
           PERFORM BUSCAR-INSTALACION-EN-TABLA
           PERFORM DESCRIBIR-ESTADO
           MOVE RI-TARIFA TO F-TARIFA
           DISPLAY "-------------------------------"
           IF INSTALACION-EN-TABLA > 0
               DISPLAY "Reserva " RI-NUMERO " | "
                       IA-NOMBRE (INSTALACION-EN-TABLA)
           ELSE
               DISPLAY "Reserva " RI-NUMERO " | Instalación "
                       RI-INSTALACION
           END-IF
           DISPLAY "Turno: " RI-FECHA " de " RI-HORA ":00 a "
                   RI-HORA ":59"
           IF RI-MIEMBRO > 0
               DISPLAY "Socio " RI-MIEMBRO " "
                       FUNCTION TRIM(RI-NOMBRE)
           ELSE
               DISPLAY "Visitante " FUNCTION TRIM(RI-NOMBRE)
           END-IF
           IF RI-PICO = 'S'
               DISPLAY "Hora pico | Tarifa $" F-TARIFA
           ELSE
               DISPLAY "Hora valle | Tarifa $" F-TARIFA
           END-IF
           DISPLAY "Estado: " DESCRIPCION-ESTADO
           DISPLAY "Cobro : " DESCRIPCION-COBRO
           IF RI-COBRO = 'F'
               DISPLAY "Facturada el " RI-FECHA-FACTURA " caja "
                       RI-CAJA " folio " RI-FOLIO
           END-IF
           DISPLAY "-------------------------------".

       DESCRIBIR-ESTADO.
           EVALUATE RI-ESTADO
               WHEN 'R'
                   MOVE "RESERVADA" TO DESCRIPCION-ESTADO
               WHEN 'U'
                   MOVE "USADA" TO DESCRIPCION-ESTADO
               WHEN 'N'
                   MOVE "NO SE PRESENTÓ" TO DESCRIPCION-ESTADO
               WHEN 'X'
                   MOVE "CANCELADA" TO DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO DESCRIPCION-ESTADO
           END-EVALUATE
           EVALUATE TRUE
               WHEN RI-COBRO = 'P'
                   MOVE "POR COBRAR EN CAJA" TO DESCRIPCION-COBRO
               WHEN RI-COBRO = 'F'
                   MOVE "COBRADA" TO DESCRIPCION-COBRO
               WHEN RI-CUOTA = 'S'
                   MOVE "SIN CARGO (CUOTA DEL SOCIO)"
                       TO DESCRIPCION-COBRO
               WHEN OTHER
                   MOVE "SIN CARGO" TO DESCRIPCION-COBRO
           END-EVALUATE.

      *>----------------------------------------------------
      *> 6. ALTA O MODIFICACIÓN DE UNA INSTALACIÓN. LAS HORAS
      *> SON ENTERAS (0 A 24); UN FERIADO CON APERTURA Y
      *> CIERRE IGUALES DEJA LA INSTALACIÓN CERRADA.
      *>----------------------------------------------------
       MANTENER-INSTALACION.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código de la instalación (1 a 999, 0 o "
                       "blanco para abortar):"
               ACCEPT INSTALACION-TXT
               IF INSTALACION-TXT = SPACES
                   MOVE 0 TO INSTALACION-BUSCADA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(INSTALACION-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (INSTALACION-TXT)
                           TO INSTALACION-BUSCADA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Código inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM
           IF INSTALACION-BUSCADA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-INSTALACION-EN-TABLA
           IF INSTALACION-EN-TABLA = 0
               IF TOTAL-INSTALACIONES >= MAX-INSTALACIONES
                   DISPLAY "La tabla de instalaciones está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-INSTALACIONES
               MOVE TOTAL-INSTALACIONES TO INSTALACION-EN-TABLA
               MOVE INSTALACION-BUSCADA
                   TO IA-CODIGO (INSTALACION-EN-TABLA)
               DISPLAY "Instalación nueva."
           ELSE
               DISPLAY "Modificando "
                       IA-NOMBRE (INSTALACION-EN-TABLA)
           END-IF
           DISPLAY "Nombre:"
           ACCEPT IA-NOMBRE (INSTALACION-EN-TABLA)
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Categoría de tarifa (CANCHA, PISCINA, "
                       "SALON...):"
               ACCEPT CATEGORIA-TXT
               MOVE FUNCTION UPPER-CASE(CATEGORIA-TXT)
                   TO CATEGORIA-TXT
               IF CATEGORIA-TXT = SPACES
                   DISPLAY "Categoría inválida. Intente de nuevo."
               ELSE
                   MOVE CATEGORIA-TXT
                       TO IA-CATEGORIA (INSTALACION-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           DISPLAY "Hora de apertura (HH):"
           PERFORM PEDIR-HORA-CAPTURA
           MOVE HORA-CAPTURA TO IA-ABRE (INSTALACION-EN-TABLA)
           DISPLAY "Hora de cierre (HH):"
           PERFORM PEDIR-HORA-CAPTURA
           MOVE HORA-CAPTURA TO IA-CIERRA (INSTALACION-EN-TABLA)
           DISPLAY "Hora de apertura en feriado (HH, igual al "
                   "cierre = cerrada):"
           PERFORM PEDIR-HORA-CAPTURA
           MOVE HORA-CAPTURA TO IA-FER-ABRE (INSTALACION-EN-TABLA)
           DISPLAY "Hora de cierre en feriado (HH):"
           PERFORM PEDIR-HORA-CAPTURA
           MOVE HORA-CAPTURA
               TO IA-FER-CIERRA (INSTALACION-EN-TABLA)
           DISPLAY "Hora pico desde (HH):"
           PERFORM PEDIR-HORA-CAPTURA
           MOVE HORA-CAPTURA
               TO IA-PICO-DESDE (INSTALACION-EN-TABLA)
           DISPLAY "Hora pico hasta (HH, sin incluirla):"
           PERFORM PEDIR-HORA-CAPTURA
           MOVE HORA-CAPTURA
               TO IA-PICO-HASTA (INSTALACION-EN-TABLA)
           DISPLAY "¿Activa? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           MOVE SN-CAPTURA TO IA-ACTIVA (INSTALACION-EN-TABLA)
           MOVE 'S' TO INSTALACIONES-CAMBIADAS
           DISPLAY "Instalación "
                   IA-CODIGO (INSTALACION-EN-TABLA) " registrada.".

       PEDIR-HORA-CAPTURA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT HORA-TXT
               IF FUNCTION TRIM(HORA-TXT) IS NUMERIC
                   AND FUNCTION NUMVAL (HORA-TXT) <= 24
                   MOVE FUNCTION NUMVAL (HORA-TXT) TO HORA-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Hora inválida (0 a 24). Intente de "
                           "nuevo."
               END-IF
           END-PERFORM.

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

      *>----------------------------------------------------
      *> 7. TARIFA POR HORA DE UNA CATEGORÍA, PARA SOCIO O NO
      *> SOCIO Y HORA PICO O VALLE.
      *>----------------------------------------------------
       FIJAR-TARIFA.
           DISPLAY "Categoría de instalación:"
           ACCEPT CATEGORIA-TXT
           MOVE FUNCTION UPPER-CASE(CATEGORIA-TXT) TO CATEGORIA-TXT
           IF CATEGORIA-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Tarifa de socio? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           MOVE SN-CAPTURA TO ES-SOCIO
           DISPLAY "¿Hora pico? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           MOVE SN-CAPTURA TO HORARIO-PICO
           PERFORM BUSCAR-TARIFA-EN-TABLA
           IF TARIFA-EN-TABLA = 0
               IF TOTAL-TARIFAS >= MAX-TARIFAS
                   DISPLAY "La tabla de tarifas está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-TARIFAS
               MOVE TOTAL-TARIFAS TO TARIFA-EN-TABLA
               MOVE CATEGORIA-TXT TO TT-CATEGORIA (TARIFA-EN-TABLA)
               MOVE ES-SOCIO TO TT-SOCIO (TARIFA-EN-TABLA)
               MOVE HORARIO-PICO TO TT-PICO (TARIFA-EN-TABLA)
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Tarifa por hora:"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           MOVE MONTO-CAPTURA TO TT-TARIFA (TARIFA-EN-TABLA)
           MOVE 'S' TO TARIFAS-CAMBIADAS
           DISPLAY "Tarifa fijada.".

       LISTAR-INSTALACIONES.
           PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                   UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
               DISPLAY IA-CODIGO (IDX-INSTALACION) " "
                       IA-NOMBRE (IDX-INSTALACION) " "
                       IA-CATEGORIA (IDX-INSTALACION) " | "
                       IA-ABRE (IDX-INSTALACION) "-"
                       IA-CIERRA (IDX-INSTALACION) " h | Feriado "
                       IA-FER-ABRE (IDX-INSTALACION) "-"
                       IA-FER-CIERRA (IDX-INSTALACION) " h | Pico "
                       IA-PICO-DESDE (IDX-INSTALACION) "-"
                       IA-PICO-HASTA (IDX-INSTALACION) " h | Activa "
                       IA-ACTIVA (IDX-INSTALACION)
           END-PERFORM
           DISPLAY TOTAL-INSTALACIONES " instalación(es)."
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
               MOVE TT-TARIFA (IDX-TARIFA) TO F-TARIFA
               DISPLAY TT-CATEGORIA (IDX-TARIFA) " | Socio "
                       TT-SOCIO (IDX-TARIFA) " | Pico "
                       TT-PICO (IDX-TARIFA) " | $" F-TARIFA
                       " por hora"
           END-PERFORM
           DISPLAY TOTAL-TARIFAS " tarifa(s).".

       REESCRIBIR-INSTALACIONES.
           OPEN OUTPUT ARCHIVO-INSTALACIONES-TMP
           PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                   UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
               MOVE INSTALACION-ENTRADA (IDX-INSTALACION)
                   TO INSTALACION-TMP-REG
               WRITE INSTALACION-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-INSTALACIONES-TMP
           CALL "CBL_RENAME_FILE" USING "INSTALACIONES.TMP"
                                         "INSTALACIONES.DAT"
               RETURNING RESULT-CODE.

       REESCRIBIR-TARIFAS.
           OPEN OUTPUT ARCHIVO-TARIFAS-INST-TMP
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
               MOVE TARIFA-ENTRADA (IDX-TARIFA) TO TARIFA-INST-TMP-REG
               WRITE TARIFA-INST-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-TARIFAS-INST-TMP
           CALL "CBL_RENAME_FILE" USING "TARIFAS-INSTALACION.TMP"
                                         "TARIFAS-INSTALACION.DAT"
               RETURNING RESULT-CODE.

       COPY INSTALACIONES-RUTINAS.
       COPY FERIADOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
