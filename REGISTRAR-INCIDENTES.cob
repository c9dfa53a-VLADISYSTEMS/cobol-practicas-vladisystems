       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-INCIDENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INCIDENTES-SELECT.
       COPY CERTIFICADOS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY INSTALACIONES-SELECT.
       COPY EQUIPOS-SELECT.
       COPY ASIGNACION-SELECT.
       COPY CONTACTOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY INCIDENTES-FD.
       COPY CERTIFICADOS-FD.
       COPY MIEMBROS-FD.
       COPY INSTALACIONES-FD.
       COPY EQUIPOS-FD.
       COPY ASIGNACION-FD.
       COPY CONTACTOS-FD.

       WORKING-STORAGE SECTION.
       COPY INCIDENTES-WS.
       COPY INSTALACIONES-WS.
       COPY CONTACTOS-WS.

       *>----------------------------------------------------
       *> PARTE DE INCIDENTE O LESIÓN: LO CARGA EL ENTRENADOR
       *> O RECEPCIÓN EN EL MOMENTO, EN LUGAR DEL PAPEL. AL
       *> SOCIO LESIONADO SE LO INHABILITA (SALVO QUE EL
       *> OPERADOR INDIQUE QUE NO HACE FALTA) HASTA QUE TRAIGA
       *> UN CERTIFICADO MÉDICO DE ALTA.
       *>----------------------------------------------------
       01 FS-CERTIFICADOS        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-EQUIPOS             PIC XX.
       01 FS-ASIGNACION          PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 ULTIMO-NUMERO          PIC 9(6) VALUE 0.
       01 INCIDENTE-NUEVO        PIC X(201).
       01 TOTAL-REGISTRADOS      PIC 9(4) VALUE 0.
       01 TOTAL-LISTADOS         PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 FECHA-HOY.
           05 HOY-ANIO           PIC 9(4).
           05 HOY-MES            PIC 9(2).
           05 HOY-DIA            PIC 9(2).
       01 HORA-HOY               PIC 9(8).
       01 FECHA-TXT              PIC X(8).
       01 HORA-TXT               PIC X(4).
       01 NUMERO-TXT             PIC X(8).
       01 EDAD-TXT               PIC X(3).
       01 CODIGO-TXT             PIC X(3).
       01 EQUIPO-TXT             PIC X(6).
       01 RESPUESTA              PIC X.
       01 MIEMBRO-HALLADO        PIC X VALUE 'N'.
       01 EDAD-CALC              PIC S9(4).

       *>----------------------------------------------------
       *> EQUIPOS Y ASIGNACIONES (EQUIPO Y ENTRENADOR DEL
       *> SOCIO LESIONADO)
       *>----------------------------------------------------
       01 MAX-EQUIPOS            PIC 9(2) VALUE 20.
       01 TOTAL-EQUIPOS          PIC 9(2) VALUE 0.
       01 TABLA-EQUIPOS.
           05 EQUIPO-ENTRADA OCCURS 20 TIMES.
               10 TE-CODIGO      PIC X(6).
               10 TE-ENTRENADOR  PIC X(30).
       01 IDX-EQUIPO             PIC 9(2).
       01 EQUIPO-HALLADO         PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  INCIDENTES Y LESIONES"
           DISPLAY "==============================="

           PERFORM CARGAR-INSTALACIONES
           PERFORM CARGAR-EQUIPOS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Registrar un incidente"
               DISPLAY "2. Incidentes de un socio"
               DISPLAY "3. Socios lesionados sin alta médica"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM REGISTRAR-INCIDENTE
                   WHEN 2
                       PERFORM INCIDENTES-DE-SOCIO
                   WHEN 3
                       PERFORM LISTAR-SIN-ALTA
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "-------------------------------"
           DISPLAY "Incidentes registrados: " TOTAL-REGISTRADOS
           DISPLAY "==============================="
           STOP RUN.

       REGISTRAR-INCIDENTE.
           INITIALIZE INCIDENTE-REG
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-HOY FROM TIME
           PERFORM PEDIR-FECHA-HORA
           PERFORM PEDIR-LUGAR
           PERFORM PEDIR-ACTIVIDAD
           PERFORM PEDIR-PERSONA
           IF IN-NOMBRE = SPACES
               DISPLAY "Incidente descartado."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-EQUIPO
           PERFORM PEDIR-LESION
           DISPLAY "Primeros auxilios brindados:"
           ACCEPT IN-PRIMEROS-AUXILIOS
           PERFORM PEDIR-AVISO
           MOVE 'N' TO IN-INHABILITA
           IF IN-TIPO-PERSONA = 'S'
               DISPLAY "¿Queda inhabilitado hasta presentar alta "
                       "médica? (S/N, ENTER = S):"
               MOVE SPACE TO RESPUESTA
               ACCEPT RESPUESTA
               IF FUNCTION UPPER-CASE(RESPUESTA) NOT = 'N'
                   MOVE 'S' TO IN-INHABILITA
               END-IF
           END-IF
           PERFORM GRABAR-INCIDENTE
           DISPLAY "Incidente " IN-NUMERO " registrado."
           IF IN-INHABILITA = 'S'
               DISPLAY "El socio no podrá entrar hasta que se "
                       "cargue un certificado médico de alta."
           END-IF.

       PEDIR-FECHA-HORA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Fecha del incidente (AAAAMMDD, ENTER = hoy):"
               MOVE SPACES TO FECHA-TXT
               ACCEPT FECHA-TXT
               IF FECHA-TXT = SPACES
                   MOVE FECHA-HOY TO IN-FECHA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FECHA-TXT IS NUMERIC
                       AND FECHA-TXT <= FECHA-HOY
                       MOVE FECHA-TXT TO IN-FECHA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Fecha inválida. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Hora (HHMM, ENTER = ahora):"
               MOVE SPACES TO HORA-TXT
               ACCEPT HORA-TXT
               IF HORA-TXT = SPACES
                   MOVE HORA-HOY (1:4) TO IN-HORA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF HORA-TXT IS NUMERIC
                       AND HORA-TXT (1:2) < "24"
                       AND HORA-TXT (3:2) < "60"
                       MOVE HORA-TXT TO IN-HORA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Hora inválida. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM.

      *>    UNA INSTALACIÓN DEL MAESTRO O, SI OCURRIÓ EN OTRO
      *>    LUGAR (VESTUARIO, CANCHA DEL RIVAL...), SU NOMBRE.
       PEDIR-LUGAR.
           PERFORM VARYING IDX-INSTALACION FROM 1 BY 1
                   UNTIL IDX-INSTALACION > TOTAL-INSTALACIONES
               DISPLAY "  " IA-CODIGO (IDX-INSTALACION) " "
                       IA-NOMBRE (IDX-INSTALACION)
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código de instalación (ENTER = otro lugar):"
               MOVE SPACES TO CODIGO-TXT
               ACCEPT CODIGO-TXT
               IF CODIGO-TXT = SPACES
                   MOVE 0 TO IN-INSTALACION
                   PERFORM UNTIL IN-LUGAR NOT = SPACES
                       DISPLAY "Lugar:"
                       ACCEPT IN-LUGAR
                   END-PERFORM
                   MOVE FUNCTION UPPER-CASE(IN-LUGAR) TO IN-LUGAR
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(CODIGO-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (CODIGO-TXT)
                           TO INSTALACION-BUSCADA
                       PERFORM BUSCAR-INSTALACION-EN-TABLA
                   ELSE
                       MOVE 0 TO INSTALACION-EN-TABLA
                   END-IF
                   IF INSTALACION-EN-TABLA = 0
                       DISPLAY "No existe esa instalación."
                   ELSE
                       MOVE IA-CODIGO (INSTALACION-EN-TABLA)
                           TO IN-INSTALACION
                       MOVE IA-NOMBRE (INSTALACION-EN-TABLA)
                           TO IN-LUGAR
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-ACTIVIDAD.
           PERFORM VARYING IDX-ACTIVIDAD FROM 1 BY 1
                   UNTIL IDX-ACTIVIDAD > TOTAL-ACTIVIDADES
               DISPLAY "  " CODIGO-ACTIVIDAD (IDX-ACTIVIDAD) " "
                       NOMBRE-ACTIVIDAD (IDX-ACTIVIDAD)
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Actividad:"
               ACCEPT IN-ACTIVIDAD
               MOVE FUNCTION UPPER-CASE(IN-ACTIVIDAD)
                   TO IN-ACTIVIDAD
               PERFORM VARYING IDX-ACTIVIDAD FROM 1 BY 1
                       UNTIL IDX-ACTIVIDAD > TOTAL-ACTIVIDADES
                   IF CODIGO-ACTIVIDAD (IDX-ACTIVIDAD) = IN-ACTIVIDAD
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-PERFORM
               IF ENTRADA-VALIDA = 'N'
                   DISPLAY "Actividad inválida. Intente de nuevo."
               END-IF
           END-PERFORM.

       PEDIR-PERSONA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "¿Socio o visitante? (S/V):"
               ACCEPT IN-TIPO-PERSONA
               MOVE FUNCTION UPPER-CASE(IN-TIPO-PERSONA)
                   TO IN-TIPO-PERSONA
               IF IN-TIPO-PERSONA = 'S' OR IN-TIPO-PERSONA = 'V'
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           IF IN-TIPO-PERSONA = 'V'
               DISPLAY "Nombre del visitante (ENTER = cancelar):"
               ACCEPT IN-NOMBRE
               MOVE 'N' TO ENTRADA-VALIDA
               PERFORM UNTIL ENTRADA-VALIDA = 'S'
                   DISPLAY "Edad del visitante:"
                   ACCEPT EDAD-TXT
                   IF FUNCTION TRIM(EDAD-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (EDAD-TXT) TO IN-EDAD
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Edad inválida. Intente de nuevo."
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO MIEMBRO-HALLADO
           PERFORM UNTIL MIEMBRO-HALLADO = 'S'
               DISPLAY "Número de socio (ENTER = cancelar):"
               MOVE SPACES TO NUMERO-TXT
               ACCEPT NUMERO-TXT
               IF NUMERO-TXT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(NUMERO-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO IN-MIEMBRO
                   PERFORM LEER-SOCIO
               ELSE
                   DISPLAY "Número inválido. Intente de nuevo."
               END-IF
           END-PERFORM.

       LEER-SOCIO.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE IN-MIEMBRO TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número."
               NOT INVALID KEY
                   MOVE 'S' TO MIEMBRO-HALLADO
                   MOVE M-NOMBRE TO IN-NOMBRE
                   COMPUTE EDAD-CALC = HOY-ANIO - M-ANO-NACIMIENTO
                   IF HOY-MES < M-MES-NACIMIENTO
                       OR (HOY-MES = M-MES-NACIMIENTO
                           AND HOY-DIA < M-DIA-NACIMIENTO)
                       SUBTRACT 1 FROM EDAD-CALC
                   END-IF
                   MOVE EDAD-CALC TO IN-EDAD
                   DISPLAY "Socio: " FUNCTION TRIM(M-NOMBRE)
                           ", edad " IN-EDAD
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

      *>    EL EQUIPO DEL SOCIO SALE DE SU ASIGNACIÓN; EL
      *>    OPERADOR PUEDE INDICAR OTRO (UN VISITANTE DE UN
      *>    EQUIPO RIVAL NO TIENE EQUIPO EN EL CLUB).
       PEDIR-EQUIPO.
           MOVE SPACES TO IN-EQUIPO
           IF IN-TIPO-PERSONA = 'S'
               PERFORM BUSCAR-EQUIPO-SOCIO
           END-IF
           IF IN-EQUIPO NOT = SPACES
               DISPLAY "Equipo del socio: " IN-EQUIPO
           END-IF
           DISPLAY "Código de equipo (ENTER = el indicado o "
                   "ninguno):"
           MOVE SPACES TO EQUIPO-TXT
           ACCEPT EQUIPO-TXT
           IF EQUIPO-TXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(EQUIPO-TXT) TO IN-EQUIPO
           END-IF
           MOVE 'N' TO EQUIPO-HALLADO
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
                   UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
                       OR EQUIPO-HALLADO = 'S'
               IF TE-CODIGO (IDX-EQUIPO) = IN-EQUIPO
                   AND IN-EQUIPO NOT = SPACES
                   MOVE 'S' TO EQUIPO-HALLADO
                   MOVE TE-ENTRENADOR (IDX-EQUIPO) TO IN-ENTRENADOR
               END-IF
           END-PERFORM
           IF EQUIPO-HALLADO = 'S'
               DISPLAY "Entrenador: " FUNCTION TRIM(IN-ENTRENADOR)
           ELSE
               DISPLAY "Entrenador o responsable a cargo:"
               ACCEPT IN-ENTRENADOR
           END-IF.

       BUSCAR-EQUIPO-SOCIO.
           OPEN INPUT ARCHIVO-ASIGNACION
           IF FS-ASIGNACION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ASIGNACION
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF AE-MIEMBRO = IN-MIEMBRO
                           MOVE AE-EQUIPO TO IN-EQUIPO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASIGNACION.

       PEDIR-LESION.
           PERFORM VARYING IDX-LESION FROM 1 BY 1
                   UNTIL IDX-LESION > TOTAL-LESIONES
               DISPLAY "  " IDX-LESION ". " NOMBRE-LESION (IDX-LESION)
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Tipo de lesión:"
               ACCEPT RESPUESTA
               IF RESPUESTA IS NUMERIC
                   AND RESPUESTA >= "1"
                   AND RESPUESTA <= "7"
                   MOVE RESPUESTA TO IN-TIPO-LESION
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Tipo inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           DISPLAY "Descripción (parte del cuerpo, cómo ocurrió):"
           ACCEPT IN-DESCRIPCION.

      *>    PARA EL SOCIO SE MUESTRAN LOS TELÉFONOS DE SUS
      *>    TUTORES Y CONTACTOS DE EMERGENCIA.
       PEDIR-AVISO.
           IF IN-TIPO-PERSONA = 'S'
               PERFORM MOSTRAR-CONTACTOS-LESIONADO
           END-IF
           IF IN-EDAD < EDAD-MAYORIA
               DISPLAY "¿Se avisó al padre, madre o tutor? (S/N):"
           ELSE
               DISPLAY "¿Se avisó a un familiar o contacto de "
                       "emergencia? (S/N):"
           END-IF
           PERFORM PEDIR-CONTACTO-SN
           MOVE CONTACTO-SN TO IN-AVISO-TUTOR.

       MOSTRAR-CONTACTOS-LESIONADO.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "El socio no tiene contactos registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CONTACTOS
           PERFORM UNTIL FIN-CONTACTOS = 'S'
               READ ARCHIVO-CONTACTOS
                   AT END
                       MOVE 'S' TO FIN-CONTACTOS
                   NOT AT END
                       IF CT-MIEMBRO = IN-MIEMBRO
                           DISPLAY "  " FUNCTION TRIM(CT-NOMBRE)
                                   " (" FUNCTION TRIM(CT-VINCULO)
                                   ") Tel: "
                                   FUNCTION TRIM(CT-TELEFONO) " "
                                   FUNCTION TRIM(CT-TELEFONO-ALT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTACTOS.

       GRABAR-INCIDENTE.
      *>    LA BÚSQUEDA DEL ÚLTIMO NÚMERO LEE EL ARCHIVO SOBRE
      *>    EL MISMO REGISTRO: SE GUARDA LO CAPTURADO ANTES.
           MOVE INCIDENTE-REG TO INCIDENTE-NUEVO
           PERFORM BUSCAR-ULTIMO-NUMERO
           MOVE INCIDENTE-NUEVO TO INCIDENTE-REG
           COMPUTE IN-NUMERO = ULTIMO-NUMERO + 1
           OPEN EXTEND ARCHIVO-INCIDENTES
           IF FS-INCIDENTES = "35"
               OPEN OUTPUT ARCHIVO-INCIDENTES
           END-IF
           WRITE INCIDENTE-REG
           CLOSE ARCHIVO-INCIDENTES
           ADD 1 TO TOTAL-REGISTRADOS.

       BUSCAR-ULTIMO-NUMERO.
           MOVE 0 TO ULTIMO-NUMERO
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-INCIDENTES
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ ARCHIVO-INCIDENTES
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       IF IN-NUMERO > ULTIMO-NUMERO
                           MOVE IN-NUMERO TO ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INCIDENTES.

       INCIDENTES-DE-SOCIO.
           DISPLAY "Número de socio:"
           MOVE SPACES TO NUMERO-TXT
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO INCIDENTE-SOCIO
           MOVE 0 TO TOTAL-LISTADOS
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES = "00"
               MOVE 'N' TO FIN-INCIDENTES
               PERFORM UNTIL FIN-INCIDENTES = 'S'
                   READ ARCHIVO-INCIDENTES
                       AT END
                           MOVE 'S' TO FIN-INCIDENTES
                       NOT AT END
                           IF IN-TIPO-PERSONA = 'S'
                               AND IN-MIEMBRO = INCIDENTE-SOCIO
                               PERFORM MOSTRAR-INCIDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-INCIDENTES
           END-IF
           IF TOTAL-LISTADOS = 0
               DISPLAY "El socio no tiene incidentes registrados."
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-ALTA-MEDICA
           IF SOCIO-HABILITADO = 'N'
               DISPLAY "INHABILITADO: falta el certificado médico "
                       "de alta por el incidente "
                       INCIDENTE-PENDIENTE "."
           ELSE
               DISPLAY "Habilitado para entrar."
           END-IF.

       MOSTRAR-INCIDENTE.
           ADD 1 TO TOTAL-LISTADOS
           DISPLAY IN-NUMERO " " IN-FECHA " " IN-HORA " "
                   FUNCTION TRIM(IN-LUGAR) " - "
                   FUNCTION TRIM(NOMBRE-LESION (IN-TIPO-LESION))
           DISPLAY "       " FUNCTION TRIM(IN-DESCRIPCION)
                   " | Aviso: " IN-AVISO-TUTOR
                   " | Inhabilita: " IN-INHABILITA.

      *>----------------------------------------------------
      *> SOCIOS CON ALGUNA LESIÓN QUE LOS INHABILITA Y SIN
      *> CERTIFICADO DE ALTA POSTERIOR. SE VERIFICA UNA VEZ
      *> POR SOCIO (EN SU INCIDENTE INHABILITANTE MÁS ALTO).
      *>----------------------------------------------------
       LISTAR-SIN-ALTA.
           MOVE 0 TO TOTAL-LISTADOS
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-MIEMBROS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF M-ESTADO NOT = 'B'
                           MOVE M-ID TO INCIDENTE-SOCIO
                           PERFORM VERIFICAR-ALTA-MEDICA
                           IF SOCIO-HABILITADO = 'N'
                               ADD 1 TO TOTAL-LISTADOS
                               DISPLAY "  " M-ID " " M-NOMBRE
                                       " lesión del "
                                       FECHA-LESION-PENDIENTE
                                       " (incidente "
                                       INCIDENTE-PENDIENTE ")"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MIEMBROS
           DISPLAY TOTAL-LISTADOS " socio(s) sin alta médica.".

       CARGAR-EQUIPOS.
           OPEN INPUT ARCHIVO-EQUIPOS
           IF FS-EQUIPOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EQUIPOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-EQUIPOS < MAX-EQUIPOS
                           ADD 1 TO TOTAL-EQUIPOS
                           MOVE EQ-CODIGO
                               TO TE-CODIGO (TOTAL-EQUIPOS)
                           MOVE EQ-ENTRENADOR
                               TO TE-ENTRENADOR (TOTAL-EQUIPOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EQUIPOS.

       COPY INCIDENTES-RUTINAS.
       COPY INSTALACIONES-RUTINAS.
       COPY CONTACTOS-RUTINAS.
