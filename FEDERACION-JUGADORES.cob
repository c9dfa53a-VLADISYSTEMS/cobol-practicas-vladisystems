       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDERACION-JUGADORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MIEMBROS-SELECT.
       COPY EQUIPOS-SELECT.
       COPY ASIGNACION-SELECT.
       COPY CERTIFICADOS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY LICENCIAS-SELECT.
           SELECT ARCHIVO-EXPORT
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
           SELECT ARCHIVO-RESPUESTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPUESTA.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY MIEMBROS-FD.
       COPY EQUIPOS-FD.
       COPY ASIGNACION-FD.
       COPY CERTIFICADOS-FD.
       COPY PARAMETROS-FD.
       COPY LICENCIAS-FD.

      *>----------------------------------------------------
      *> INSCRIPCIÓN DE JUGADORES EN EL FORMATO DE ANCHO FIJO
      *> DE LA FEDERACIÓN (FEDERACION-AAAAMMDD.TXT): UNA LÍNEA
      *> POR JUGADOR ASIGNADO A UN EQUIPO. LA LICENCIA VA EN
      *> BLANCO PARA LOS JUGADORES QUE TODAVÍA NO LA TIENEN.
      *>----------------------------------------------------
       FD  ARCHIVO-EXPORT.
       01  FEDERACION-REG.
           05 FJ-CLUB              PIC X(6).
           05 FJ-LICENCIA          PIC X(12).
           05 FJ-MIEMBRO           PIC 9(6).
           05 FJ-NOMBRE            PIC X(30).
           05 FJ-NACIMIENTO        PIC 9(8).
           05 FJ-CATEGORIA         PIC X(20).
           05 FJ-EQUIPO            PIC X(6).
           05 FJ-VENCE-CERTIFICADO PIC 9(8).

      *>----------------------------------------------------
      *> RESPUESTA DE LA FEDERACIÓN: UNA LÍNEA POR JUGADOR
      *> INSCRITO, CON EL RESULTADO A (APROBADO, TRAE EL
      *> NÚMERO DE LICENCIA) O R (RECHAZADO, TRAE EL MOTIVO).
      *>----------------------------------------------------
       FD  ARCHIVO-RESPUESTA.
       01  RESPUESTA-REG.
           05 FR-CLUB              PIC X(6).
           05 FR-MIEMBRO           PIC 9(6).
           05 FR-RESULTADO         PIC X.
           05 FR-LICENCIA          PIC X(12).
           05 FR-MOTIVO            PIC X(30).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> INSCRIPCIÓN DE JUGADORES EN LA FEDERACIÓN REGIONAL:
       *>   1) EXPORTA A LOS JUGADORES DE ASIGNACION-EQUIPOS
       *>      CON NOMBRE, NACIMIENTO, CATEGORÍA Y CÓDIGO DEL
       *>      EQUIPO, CÓDIGO DEL CLUB (PARÁMETRO
       *>      FEDERACION-CLUB) Y VENCIMIENTO DEL CERTIFICADO
       *>      MÉDICO VIGENTE. EL JUGADOR CON DATOS FALTANTES,
       *>      DADO DE BAJA O CON EL CERTIFICADO VENCIDO NO SE
       *>      EXPORTA: VA A LA LISTA DE RECHAZOS
       *>      (RECHAZOS-FEDERACION-AAAAMMDD.TXT) CON EL MOTIVO.
       *>   2) IMPORTA LA RESPUESTA DE LA FEDERACIÓN Y GUARDA
       *>      LA LICENCIA DE CADA APROBADO CONTRA SU NÚMERO DE
       *>      SOCIO EN LICENCIAS-FEDERACION.DAT (PATRÓN DE
       *>      ARCHIVO TEMPORAL + CBL_RENAME_FILE). LOS
       *>      RECHAZOS DE LA FEDERACIÓN Y LAS LÍNEAS QUE NO SE
       *>      PUEDEN APLICAR QUEDAN EN
       *>      RESPUESTA-FEDERACION-AAAAMMDD.TXT.
       *>----------------------------------------------------
       01 FS-MIEMBROS            PIC XX.
       01 FS-EQUIPOS             PIC XX.
       01 FS-ASIGNACION          PIC XX.
       01 FS-CERTIFICADOS        PIC XX.
       01 FS-LICENCIAS           PIC XX.
       01 FS-LICENCIAS-TMP       PIC XX.
       01 FS-EXPORT              PIC XX.
       01 FS-RESPUESTA           PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FIN-CERTIFICADOS       PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-EXPORT  PIC X(30).
       01 NOMBRE-ARCHIVO-RESPUESTA PIC X(40).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).
       01 CODIGO-CLUB            PIC X(6).

       *>----------------------------------------------------
       *> EQUIPOS (PARA LA CATEGORÍA DE CADA JUGADOR)
       *>----------------------------------------------------
       01 MAX-EQUIPOS            PIC 9(2) VALUE 20.
       01 TOTAL-EQUIPOS          PIC 9(2) VALUE 0.
       01 TABLA-EQUIPOS.
           05 EQUIPO-ENTRADA OCCURS 20 TIMES.
               10 TE-CODIGO      PIC X(6).
               10 TE-CATEGORIA   PIC X(20).
       01 IDX-EQUIPO             PIC 9(2).
       01 EQUIPO-HALLADO         PIC 9(2).

       *>----------------------------------------------------
       *> LICENCIAS YA OTORGADAS
       *>----------------------------------------------------
       01 MAX-LICENCIAS          PIC 9(4) VALUE 2000.
       01 TOTAL-LICENCIAS        PIC 9(4) VALUE 0.
       01 TABLA-LICENCIAS.
           05 LICENCIA-ENTRADA OCCURS 2000 TIMES.
               10 TL-MIEMBRO     PIC 9(6).
               10 TL-LICENCIA    PIC X(12).
               10 TL-FECHA       PIC 9(8).
       01 IDX-LICENCIA           PIC 9(4).
       01 LICENCIA-HALLADA       PIC 9(4).

       *>----------------------------------------------------
       *> JUGADOR EN CURSO
       *>----------------------------------------------------
       01 NOMBRE-JUGADOR         PIC X(30).
       01 FECHA-NACIMIENTO       PIC 9(8).
       01 MEJOR-VENCIMIENTO      PIC 9(8).
       01 TOTAL-MOTIVOS          PIC 9 VALUE 0.
       01 TABLA-MOTIVOS.
           05 MOTIVO-JUGADOR OCCURS 6 TIMES PIC X(70).
       01 IDX-MOTIVO             PIC 9.
       01 MOTIVO-ARMADO          PIC X(70).

       01 JUGADORES-LEIDOS       PIC 9(4) VALUE 0.
       01 JUGADORES-EXPORTADOS   PIC 9(4) VALUE 0.
       01 JUGADORES-RECHAZADOS   PIC 9(4) VALUE 0.
       01 LINEAS-LEIDAS          PIC 9(4) VALUE 0.
       01 LICENCIAS-NUEVAS       PIC 9(4) VALUE 0.
       01 LICENCIAS-CAMBIADAS    PIC 9(4) VALUE 0.
       01 RECHAZOS-FEDERACION    PIC 9(4) VALUE 0.
       01 LINEAS-CON-ERROR       PIC 9(4) VALUE 0.

       01 F-FECHA                PIC 9999/99/99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  INSCRIPCIÓN EN LA FEDERACIÓN"
           DISPLAY "==============================="

           PERFORM ACEPTAR-FECHA-COMPLETA
           PERFORM CARGAR-PARAMETROS
           MOVE "FEDERACION-CLUB" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO NOT = 'S'
               OR VALOR-PARAMETRO = SPACES
               DISPLAY "Falta el parámetro FEDERACION-CLUB (código "
                       "del club en la federación)."
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(VALOR-PARAMETRO) TO CODIGO-CLUB
           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Exportar inscripción de jugadores"
               DISPLAY "2. Importar respuesta de la federación"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM EXPORTAR-INSCRIPCION
                   WHEN 2
                       PERFORM IMPORTAR-RESPUESTA
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Inscripción en la federación finalizada."
           STOP RUN.

      *>----------------------------------------------------
      *> EXPORTACIÓN: RECORRE ASIGNACION-EQUIPOS; CADA
      *> JUGADOR VA AL ARCHIVO DE LA FEDERACIÓN O, SI TIENE
      *> ALGÚN MOTIVO, A LA LISTA DE RECHAZOS.
      *>----------------------------------------------------
       EXPORTAR-INSCRIPCION.
           PERFORM CARGAR-EQUIPOS
           PERFORM CARGAR-LICENCIAS
           OPEN INPUT ARCHIVO-ASIGNACION
           IF FS-ASIGNACION NOT = "00"
               DISPLAY "No hay jugadores asignados a equipos."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           ELSE
               MOVE 'N' TO MIEMBROS-ABIERTO
           END-IF

           MOVE SPACES TO NOMBRE-ARCHIVO-EXPORT
           STRING "FEDERACION-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-EXPORT
           OPEN OUTPUT ARCHIVO-EXPORT
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "RECHAZOS-FEDERACION-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE 0 TO EC-PAGINA
           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "RECHAZOS INSCRIPCIÓN FEDERACIÓN"
               TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE FC-FECHA-YYYYMMDD TO F-FECHA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Club " DELIMITED BY SIZE
                  FUNCTION TRIM(CODIGO-CLUB) DELIMITED BY SIZE
                  " | Certificados vigentes al " DELIMITED BY SIZE
                  F-FECHA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE 0 TO JUGADORES-LEIDOS
           MOVE 0 TO JUGADORES-EXPORTADOS
           MOVE 0 TO JUGADORES-RECHAZADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ASIGNACION
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO JUGADORES-LEIDOS
                       PERFORM EVALUAR-JUGADOR
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASIGNACION
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           CLOSE ARCHIVO-EXPORT

           IF JUGADORES-RECHAZADOS = 0
               MOVE "Sin rechazos: todos los jugadores se exportaron."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Jugadores: " DELIMITED BY SIZE
                  JUGADORES-LEIDOS DELIMITED BY SIZE
                  " | Exportados: " DELIMITED BY SIZE
                  JUGADORES-EXPORTADOS DELIMITED BY SIZE
                  " | Rechazados: " DELIMITED BY SIZE
                  JUGADORES-RECHAZADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Inscripción grabada en: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-EXPORT)
           DISPLAY "Rechazos grabados en: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-REPORTE).

       EVALUAR-JUGADOR.
           MOVE 0 TO TOTAL-MOTIVOS
           MOVE SPACES TO TABLA-MOTIVOS
           MOVE 0 TO FECHA-NACIMIENTO
           PERFORM LEER-JUGADOR
           IF NOMBRE-JUGADOR NOT = "(NO EXISTE)"
               PERFORM CONTROLAR-DATOS-JUGADOR
           END-IF
           PERFORM CONTROLAR-EQUIPO
           PERFORM CONTROLAR-CERTIFICADO

           IF TOTAL-MOTIVOS = 0
               PERFORM GRABAR-LINEA-FEDERACION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JUGADORES-RECHAZADOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "    " DELIMITED BY SIZE
                  AE-MIEMBRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-JUGADOR DELIMITED BY SIZE
                  " Equipo " DELIMITED BY SIZE
                  AE-EQUIPO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > TOTAL-MOTIVOS
               MOVE SPACES TO LINEA-SALIDA
               STRING "        - " DELIMITED BY SIZE
                      MOTIVO-JUGADOR (IDX-MOTIVO) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       AGREGAR-MOTIVO.
           IF TOTAL-MOTIVOS < 6
               ADD 1 TO TOTAL-MOTIVOS
               MOVE MOTIVO-ARMADO TO MOTIVO-JUGADOR (TOTAL-MOTIVOS)
           END-IF.

       LEER-JUGADOR.
           MOVE SPACES TO NOMBRE-JUGADOR
           IF MIEMBROS-ABIERTO = 'N'
               MOVE "(NO EXISTE)" TO NOMBRE-JUGADOR
               MOVE "NO FIGURA EN EL PADRÓN DE SOCIOS"
                   TO MOTIVO-ARMADO
               PERFORM AGREGAR-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE AE-MIEMBRO TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE "(NO EXISTE)" TO NOMBRE-JUGADOR
                   MOVE "NO FIGURA EN EL PADRÓN DE SOCIOS"
                       TO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-JUGADOR
           END-READ.

      *>    LA FEDERACIÓN EXIGE NOMBRE Y FECHA DE NACIMIENTO
      *>    VÁLIDA; UN SOCIO DE BAJA NO SE INSCRIBE.
       CONTROLAR-DATOS-JUGADOR.
           IF M-NOMBRE = SPACES
               MOVE "SIN NOMBRE EN LA FICHA DE SOCIO"
                   TO MOTIVO-ARMADO
               PERFORM AGREGAR-MOTIVO
           END-IF
           IF M-ANO-NACIMIENTO IS NUMERIC
               AND M-MES-NACIMIENTO IS NUMERIC
               AND M-DIA-NACIMIENTO IS NUMERIC
               COMPUTE FECHA-NACIMIENTO = M-ANO-NACIMIENTO * 10000
                   + M-MES-NACIMIENTO * 100 + M-DIA-NACIMIENTO
           END-IF
           IF FECHA-NACIMIENTO = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (FECHA-NACIMIENTO)
                   NOT = 0
               OR FECHA-NACIMIENTO >= FC-FECHA-YYYYMMDD
               MOVE "FECHA DE NACIMIENTO FALTANTE O INVÁLIDA"
                   TO MOTIVO-ARMADO
               PERFORM AGREGAR-MOTIVO
               MOVE 0 TO FECHA-NACIMIENTO
           END-IF
           IF M-ESTADO = 'B'
               MOVE SPACES TO MOTIVO-ARMADO
               STRING "DADO DE BAJA DESDE " DELIMITED BY SIZE
                      M-FECHA-ESTADO DELIMITED BY SIZE
                      INTO MOTIVO-ARMADO
               PERFORM AGREGAR-MOTIVO
           END-IF.

       CONTROLAR-EQUIPO.
           MOVE 0 TO EQUIPO-HALLADO
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
                   UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
                       OR EQUIPO-HALLADO > 0
               IF TE-CODIGO (IDX-EQUIPO) = AE-EQUIPO
                   MOVE IDX-EQUIPO TO EQUIPO-HALLADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN EQUIPO-HALLADO = 0
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "EQUIPO " DELIMITED BY SIZE
                          AE-EQUIPO DELIMITED BY SPACE
                          " NO EXISTE" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
               WHEN TE-CATEGORIA (EQUIPO-HALLADO) = SPACES
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "EQUIPO " DELIMITED BY SIZE
                          AE-EQUIPO DELIMITED BY SPACE
                          " SIN CATEGORÍA" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
           END-EVALUATE.

      *>    EL VIGENTE ES EL DE VENCIMIENTO MÁS ALTO (COMO EN
      *>    CHECKIN-MIEMBRO); DEBE ESTAR AL DÍA HOY.
       CONTROLAR-CERTIFICADO.
           MOVE 0 TO MEJOR-VENCIMIENTO
           OPEN INPUT ARCHIVO-CERTIFICADOS
           IF FS-CERTIFICADOS = "00"
               MOVE 'N' TO FIN-CERTIFICADOS
               PERFORM UNTIL FIN-CERTIFICADOS = 'S'
                   READ ARCHIVO-CERTIFICADOS
                       AT END
                           MOVE 'S' TO FIN-CERTIFICADOS
                       NOT AT END
                           IF CM-MIEMBRO = AE-MIEMBRO
                               AND CM-FECHA-VENCE
                                   > MEJOR-VENCIMIENTO
                               MOVE CM-FECHA-VENCE
                                   TO MEJOR-VENCIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CERTIFICADOS
           END-IF
           EVALUATE TRUE
               WHEN MEJOR-VENCIMIENTO = 0
                   MOVE "SIN CERTIFICADO MÉDICO" TO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
               WHEN MEJOR-VENCIMIENTO < FC-FECHA-YYYYMMDD
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "CERTIFICADO MÉDICO VENCIDO EL "
                          DELIMITED BY SIZE
                          MEJOR-VENCIMIENTO DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
           END-EVALUATE.

       GRABAR-LINEA-FEDERACION.
           MOVE SPACES TO FEDERACION-REG
           MOVE CODIGO-CLUB TO FJ-CLUB
           MOVE AE-MIEMBRO TO FJ-MIEMBRO
           PERFORM BUSCAR-LICENCIA
           IF LICENCIA-HALLADA > 0
               MOVE TL-LICENCIA (LICENCIA-HALLADA) TO FJ-LICENCIA
           END-IF
           MOVE FUNCTION UPPER-CASE(M-NOMBRE) TO FJ-NOMBRE
           MOVE FECHA-NACIMIENTO TO FJ-NACIMIENTO
           MOVE TE-CATEGORIA (EQUIPO-HALLADO) TO FJ-CATEGORIA
           MOVE AE-EQUIPO TO FJ-EQUIPO
           MOVE MEJOR-VENCIMIENTO TO FJ-VENCE-CERTIFICADO
           WRITE FEDERACION-REG
           ADD 1 TO JUGADORES-EXPORTADOS.

      *>----------------------------------------------------
      *> IMPORTACIÓN DE LA RESPUESTA: LAS LICENCIAS DE LOS
      *> APROBADOS SE AGREGAN (O REEMPLAZAN LA ANTERIOR) EN
      *> LA TABLA Y AL FINAL SE REESCRIBE EL ARCHIVO.
      *>----------------------------------------------------
       IMPORTAR-RESPUESTA.
           DISPLAY "Archivo de respuesta (ENTER = "
                   "RESPUESTA-FEDERACION.TXT):"
           ACCEPT NOMBRE-ARCHIVO-RESPUESTA
           IF NOMBRE-ARCHIVO-RESPUESTA = SPACES
               MOVE "RESPUESTA-FEDERACION.TXT"
                   TO NOMBRE-ARCHIVO-RESPUESTA
           END-IF
           OPEN INPUT ARCHIVO-RESPUESTA
           IF FS-RESPUESTA NOT = "00"
               DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(NOMBRE-ARCHIVO-RESPUESTA)
                       " (" FS-RESPUESTA ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-LICENCIAS
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           ELSE
               MOVE 'N' TO MIEMBROS-ABIERTO
           END-IF

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "RESPUESTA-FEDERACION-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE 0 TO EC-PAGINA
           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "RESPUESTA DE LA FEDERACIÓN" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Archivo " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-ARCHIVO-RESPUESTA)
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE 0 TO LINEAS-LEIDAS
           MOVE 0 TO LICENCIAS-NUEVAS
           MOVE 0 TO LICENCIAS-CAMBIADAS
           MOVE 0 TO RECHAZOS-FEDERACION
           MOVE 0 TO LINEAS-CON-ERROR
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-RESPUESTA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF RESPUESTA-REG NOT = SPACES
                           ADD 1 TO LINEAS-LEIDAS
                           PERFORM APLICAR-RESPUESTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESPUESTA
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           IF LICENCIAS-NUEVAS > 0 OR LICENCIAS-CAMBIADAS > 0
               PERFORM GRABAR-LICENCIAS
           END-IF

           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Líneas: " DELIMITED BY SIZE
                  LINEAS-LEIDAS DELIMITED BY SIZE
                  " | Licencias nuevas: " DELIMITED BY SIZE
                  LICENCIAS-NUEVAS DELIMITED BY SIZE
                  " | Cambiadas: " DELIMITED BY SIZE
                  LICENCIAS-CAMBIADAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Rechazados por la federación: " DELIMITED BY SIZE
                  RECHAZOS-FEDERACION DELIMITED BY SIZE
                  " | Líneas con error: " DELIMITED BY SIZE
                  LINEAS-CON-ERROR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Resultado grabado en: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-REPORTE).

       APLICAR-RESPUESTA.
           MOVE FUNCTION UPPER-CASE(FR-RESULTADO) TO FR-RESULTADO
           MOVE SPACES TO MOTIVO-ARMADO
           EVALUATE TRUE
               WHEN FR-CLUB NOT = CODIGO-CLUB
                   STRING "ES DE OTRO CLUB (" DELIMITED BY SIZE
                          FR-CLUB DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
               WHEN FR-MIEMBRO IS NOT NUMERIC
                   MOVE "NÚMERO DE SOCIO INVÁLIDO" TO MOTIVO-ARMADO
               WHEN FR-RESULTADO NOT = 'A' AND FR-RESULTADO NOT = 'R'
                   MOVE "RESULTADO DESCONOCIDO" TO MOTIVO-ARMADO
               WHEN FR-RESULTADO = 'A' AND FR-LICENCIA = SPACES
                   MOVE "APROBADO SIN NÚMERO DE LICENCIA"
                       TO MOTIVO-ARMADO
           END-EVALUATE
           IF MOTIVO-ARMADO = SPACES
               PERFORM VERIFICAR-SOCIO-RESPUESTA
           END-IF
           IF MOTIVO-ARMADO NOT = SPACES
               ADD 1 TO LINEAS-CON-ERROR
               MOVE SPACES TO LINEA-SALIDA
               STRING "    " DELIMITED BY SIZE
                      RESPUESTA-REG (1:25) DELIMITED BY SIZE
                      " ERROR: " DELIMITED BY SIZE
                      MOTIVO-ARMADO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF

           IF FR-RESULTADO = 'R'
               ADD 1 TO RECHAZOS-FEDERACION
               MOVE SPACES TO LINEA-SALIDA
               STRING "    " DELIMITED BY SIZE
                      FR-MIEMBRO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-JUGADOR DELIMITED BY SIZE
                      " RECHAZADO: " DELIMITED BY SIZE
                      FR-MOTIVO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF

           MOVE FR-MIEMBRO TO AE-MIEMBRO
           PERFORM BUSCAR-LICENCIA
           IF LICENCIA-HALLADA = 0
               IF TOTAL-LICENCIAS = MAX-LICENCIAS
                   ADD 1 TO LINEAS-CON-ERROR
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "    " DELIMITED BY SIZE
                          FR-MIEMBRO DELIMITED BY SIZE
                          " ERROR: TABLA DE LICENCIAS LLENA"
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-LICENCIAS
               MOVE TOTAL-LICENCIAS TO LICENCIA-HALLADA
               MOVE FR-MIEMBRO TO TL-MIEMBRO (LICENCIA-HALLADA)
               MOVE FR-LICENCIA TO TL-LICENCIA (LICENCIA-HALLADA)
               MOVE FC-FECHA-YYYYMMDD TO TL-FECHA (LICENCIA-HALLADA)
               ADD 1 TO LICENCIAS-NUEVAS
               MOVE SPACES TO LINEA-SALIDA
               STRING "    " DELIMITED BY SIZE
                      FR-MIEMBRO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-JUGADOR DELIMITED BY SIZE
                      " LICENCIA " DELIMITED BY SIZE
                      FR-LICENCIA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           IF TL-LICENCIA (LICENCIA-HALLADA) NOT = FR-LICENCIA
               MOVE SPACES TO LINEA-SALIDA
               STRING "    " DELIMITED BY SIZE
                      FR-MIEMBRO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-JUGADOR DELIMITED BY SIZE
                      " LICENCIA " DELIMITED BY SIZE
                      FR-LICENCIA DELIMITED BY SIZE
                      " (ANTES " DELIMITED BY SIZE
                      TL-LICENCIA (LICENCIA-HALLADA)
                      DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE FR-LICENCIA TO TL-LICENCIA (LICENCIA-HALLADA)
               MOVE FC-FECHA-YYYYMMDD TO TL-FECHA (LICENCIA-HALLADA)
               ADD 1 TO LICENCIAS-CAMBIADAS
           END-IF.

       VERIFICAR-SOCIO-RESPUESTA.
           MOVE SPACES TO NOMBRE-JUGADOR
           IF MIEMBROS-ABIERTO = 'N'
               MOVE "NO FIGURA EN EL PADRÓN DE SOCIOS"
                   TO MOTIVO-ARMADO
               EXIT PARAGRAPH
           END-IF
           MOVE FR-MIEMBRO TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE "NO FIGURA EN EL PADRÓN DE SOCIOS"
                       TO MOTIVO-ARMADO
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-JUGADOR
           END-READ.

      *>----------------------------------------------------
      *> TABLAS DE TRABAJO
      *>----------------------------------------------------
       BUSCAR-LICENCIA.
           MOVE 0 TO LICENCIA-HALLADA
           PERFORM VARYING IDX-LICENCIA FROM 1 BY 1
                   UNTIL IDX-LICENCIA > TOTAL-LICENCIAS
                       OR LICENCIA-HALLADA > 0
               IF TL-MIEMBRO (IDX-LICENCIA) = AE-MIEMBRO
                   MOVE IDX-LICENCIA TO LICENCIA-HALLADA
               END-IF
           END-PERFORM.

       CARGAR-LICENCIAS.
           MOVE 0 TO TOTAL-LICENCIAS
           OPEN INPUT ARCHIVO-LICENCIAS
           IF FS-LICENCIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-LICENCIAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-LICENCIAS < MAX-LICENCIAS
                           ADD 1 TO TOTAL-LICENCIAS
                           MOVE LF-MIEMBRO
                               TO TL-MIEMBRO (TOTAL-LICENCIAS)
                           MOVE LF-LICENCIA
                               TO TL-LICENCIA (TOTAL-LICENCIAS)
                           MOVE LF-FECHA
                               TO TL-FECHA (TOTAL-LICENCIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LICENCIAS.

       GRABAR-LICENCIAS.
           OPEN OUTPUT ARCHIVO-LICENCIAS-TMP
           PERFORM VARYING IDX-LICENCIA FROM 1 BY 1
                   UNTIL IDX-LICENCIA > TOTAL-LICENCIAS
               MOVE TL-MIEMBRO (IDX-LICENCIA) TO LF-MIEMBRO
               MOVE TL-LICENCIA (IDX-LICENCIA) TO LF-LICENCIA
               MOVE TL-FECHA (IDX-LICENCIA) TO LF-FECHA
               MOVE LICENCIA-REG TO LICENCIA-TMP-REG
               WRITE LICENCIA-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-LICENCIAS-TMP
           CALL "CBL_RENAME_FILE" USING "LICENCIAS-FEDERACION.TMP"
                                         "LICENCIAS-FEDERACION.DAT"
               RETURNING RESULT-CODE.

       CARGAR-EQUIPOS.
           MOVE 0 TO TOTAL-EQUIPOS
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
                           MOVE EQ-CATEGORIA
                               TO TE-CATEGORIA (TOTAL-EQUIPOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EQUIPOS.

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

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
