       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABILITADOS-JORNADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FIXTURE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-FIXTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIXTURE.
       COPY MIEMBROS-SELECT.
       COPY EQUIPOS-SELECT.
       COPY ASIGNACION-SELECT.
       COPY CERTIFICADOS-SELECT.
       COPY INCIDENTES-SELECT.
       COPY CUOTAS-SELECT.
       COPY GRUPOS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY SANCIONES-SELECT.
           SELECT ARCHIVO-BANDAS ASSIGN TO "BANDAS-EDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANDAS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FIXTURE.
       01  FIXTURE-REG.
           05 FX-FECHA             PIC 9(8).
           05 FX-JORNADA           PIC 9(2).
           05 FX-LOCAL             PIC X(6).
           05 FX-VISITA            PIC X(6).

       COPY MIEMBROS-FD.
       COPY EQUIPOS-FD.
       COPY ASIGNACION-FD.
       COPY CERTIFICADOS-FD.
       COPY INCIDENTES-FD.
       COPY CUOTAS-FD.
       COPY GRUPOS-FD.
       COPY PARAMETROS-FD.
       COPY SANCIONES-FD.

       FD  ARCHIVO-BANDAS.
       01  BANDA-REG.
           05 BE-LIMITE           PIC 9(3).
           05 BE-NOMBRE           PIC X(20).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.
       COPY GRUPOS-WS.
       COPY INCIDENTES-WS.

       *>----------------------------------------------------
       *> LISTA DE JUGADORES HABILITADOS POR EQUIPO PARA UNA
       *> JORNADA DEL FIXTURE. QUEDA AFUERA (CON EL MOTIVO)
       *> EL JUGADOR:
       *>   - CUYA EDAD AL INICIO DE LA TEMPORADA NO ENTRA EN
       *>     LA BANDA DE LA CATEGORÍA DEL EQUIPO;
       *>   - SIN CERTIFICADO MÉDICO VIGENTE EL DÍA DEL
       *>     PARTIDO, O LESIONADO SIN ALTA MÉDICA;
       *>   - CUYO PAGADOR DEBE LIGA-MESES-DEUDA CUOTAS O MÁS
       *>     (POR OMISIÓN, MOROSO-MESES-SUSP);
       *>   - SUSPENDIDO O DADO DE BAJA EN EL CLUB;
       *>   - QUE CUMPLE UNA SUSPENSIÓN DE LA LIGA EN ESA
       *>     JORNADA (SANCIONES-LIGA.DAT, QUE SE CARGAN AQUÍ).
       *>----------------------------------------------------
       01 FS-FIXTURE             PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-EQUIPOS             PIC XX.
       01 FS-ASIGNACION          PIC XX.
       01 FS-CERTIFICADOS        PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-SANCIONES           PIC XX.
       01 FS-BANDAS              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-FIXTURE PIC X(30).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-TEMPORADA        PIC 9(8).
       01 TEMPORADA-TXT          PIC X(8).
       01 JORNADA-TXT            PIC X(4).
       01 JORNADA-LISTA          PIC 9(2).
       01 NUMERO-TXT             PIC X(8).
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TOPE DE DEUDA PARA JUGAR (MESES DE CUOTAS IMPAGAS
       *> DEL PAGADOR, CONTADOS COMO EN ESCALAR-MOROSOS)
       *>----------------------------------------------------
       01 MESES-DEUDA-MAXIMO     PIC 9(2) VALUE 3.

       *>----------------------------------------------------
       *> PARTIDOS DE LA JORNADA
       *>----------------------------------------------------
       01 MAX-PARTIDOS           PIC 9(2) VALUE 20.
       01 TOTAL-PARTIDOS         PIC 9(2) VALUE 0.
       01 TABLA-PARTIDOS.
           05 PARTIDO-ENTRADA OCCURS 20 TIMES.
               10 TJ-FECHA       PIC 9(8).
               10 TJ-LOCAL       PIC X(6).
               10 TJ-VISITA      PIC X(6).
       01 IDX-PARTIDO            PIC 9(2).

       *>----------------------------------------------------
       *> EQUIPOS Y ASIGNACIONES
       *>----------------------------------------------------
       01 MAX-EQUIPOS            PIC 9(2) VALUE 20.
       01 TOTAL-EQUIPOS          PIC 9(2) VALUE 0.
       01 TABLA-EQUIPOS.
           05 EQUIPO-ENTRADA OCCURS 20 TIMES.
               10 TE-CODIGO      PIC X(6).
               10 TE-CATEGORIA   PIC X(20).
               10 TE-ENTRENADOR  PIC X(30).
       01 IDX-EQUIPO             PIC 9(2).
       01 MAX-ASIGNACIONES       PIC 9(3) VALUE 300.
       01 TOTAL-ASIGNACIONES     PIC 9(3) VALUE 0.
       01 TABLA-ASIGNACIONES.
           05 ASIGNACION-ENTRADA OCCURS 300 TIMES.
               10 TA-MIEMBRO     PIC 9(6).
               10 TA-EQUIPO      PIC X(6).
       01 IDX-ASIGNA             PIC 9(3).

       *>----------------------------------------------------
       *> TABLA COMPARTIDA DE BANDAS DE EDAD (BANDAS-EDAD.DAT)
       *>----------------------------------------------------
       01 MAX-BANDAS             PIC 9(2) VALUE 10.
       01 TOTAL-BANDAS           PIC 9(2) VALUE 0.
       01 TABLA-BANDAS.
           05 BANDA OCCURS 10 TIMES.
               10 TB-LIMITE      PIC 9(3).
               10 TB-NOMBRE      PIC X(20).
       01 IDX-BANDA              PIC 9(2).

       *>----------------------------------------------------
       *> SUSPENSIONES DE LIGA DE LA TEMPORADA
       *>----------------------------------------------------
       01 MAX-SANCIONES          PIC 9(3) VALUE 200.
       01 TOTAL-SANCIONES        PIC 9(3) VALUE 0.
       01 TABLA-SANCIONES.
           05 SANCION-ENTRADA OCCURS 200 TIMES.
               10 TS-MIEMBRO     PIC 9(6).
               10 TS-DESDE       PIC 9(2).
               10 TS-HASTA       PIC 9(3).
               10 TS-MOTIVO      PIC X(30).
       01 IDX-SANCION            PIC 9(3).

       *>----------------------------------------------------
       *> EQUIPO Y JUGADOR EN CURSO
       *>----------------------------------------------------
       01 FECHA-PARTIDO          PIC 9(8).
       01 RIVAL-PARTIDO          PIC X(6).
       01 CONDICION-PARTIDO      PIC X(6).
       01 EQUIPO-JUEGA           PIC X VALUE 'N'.
       01 BANDA-EQUIPO           PIC X VALUE 'N'.
       01 EDAD-MINIMA            PIC 9(3).
       01 EDAD-MAXIMA            PIC 9(3).
       01 TEMP-ANIO              PIC 9(4).
       01 TEMP-MES               PIC 9(2).
       01 TEMP-DIA               PIC 9(2).
       01 EDAD-CALC              PIC S9(4).
       01 EDAD                   PIC 9(3).
       01 NOMBRE-JUGADOR         PIC X(30).
       01 MEJOR-VENCIMIENTO      PIC 9(8).
       01 MESES-IMPAGOS          PIC 9(3).
       01 FIN-CUOTAS             PIC X VALUE 'N'.
       01 FIN-CERTIFICADOS       PIC X VALUE 'N'.
       01 TOTAL-MOTIVOS          PIC 9 VALUE 0.
       01 TABLA-MOTIVOS.
           05 MOTIVO-JUGADOR OCCURS 6 TIMES PIC X(70).
       01 IDX-MOTIVO             PIC 9.
       01 MOTIVO-ARMADO          PIC X(70).

      *>    LOS NO HABILITADOS DEL EQUIPO SE JUNTAN AQUÍ Y SE
      *>    IMPRIMEN DESPUÉS DE LOS HABILITADOS.
       01 MAX-LINEAS-EXCLUIDOS   PIC 9(3) VALUE 300.
       01 TOTAL-LINEAS-EXCLUIDOS PIC 9(3) VALUE 0.
       01 TABLA-EXCLUIDOS.
           05 LINEA-EXCLUIDO OCCURS 300 TIMES PIC X(100).
       01 IDX-EXCLUIDO           PIC 9(3).
       01 JUGADORES-EQUIPO       PIC 9(3).
       01 HABILITADOS-EQUIPO     PIC 9(3).
       01 EXCLUIDOS-EQUIPO       PIC 9(3).
       01 EQUIPOS-LISTADOS       PIC 9(2) VALUE 0.
       01 TOTAL-HABILITADOS      PIC 9(4) VALUE 0.
       01 TOTAL-EXCLUIDOS        PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> CAPTURA DE SUSPENSIONES
       *>----------------------------------------------------
       01 SANCION-MIEMBRO        PIC 9(6).
       01 SANCION-DESDE          PIC 9(2).
       01 SANCION-FECHAS         PIC 9(2).
       01 SANCION-MOTIVO         PIC X(30).
       01 SANCION-HASTA          PIC 9(3).
       01 ESTADO-SANCION         PIC X(10).

       01 F-EDAD                 PIC ZZ9.
       01 F-CANTIDAD             PIC ZZ9.
       01 F-CANTIDAD-2           PIC ZZ9.
       01 F-CANTIDAD-3           PIC ZZ9.
       01 F-JORNADA              PIC Z9.
       01 F-JORNADA-2            PIC ZZ9.
       01 F-FECHA                PIC 9999/99/99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  HABILITADOS POR JORNADA"
           DISPLAY "==============================="

           DISPLAY "Fecha de inicio de la temporada (la del "
                   "fixture, AAAAMMDD):"
           ACCEPT TEMPORADA-TXT
           IF FUNCTION TRIM(TEMPORADA-TXT) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (TEMPORADA-TXT)) NOT = 0
               DISPLAY "Fecha inválida."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (TEMPORADA-TXT) TO FECHA-TEMPORADA
           MOVE SPACES TO NOMBRE-ARCHIVO-FIXTURE
           STRING "FIXTURE-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-FIXTURE
           OPEN INPUT ARCHIVO-FIXTURE
           IF FS-FIXTURE NOT = "00"
               DISPLAY "No se encontró " NOMBRE-ARCHIVO-FIXTURE
               STOP RUN
           END-IF
           CLOSE ARCHIVO-FIXTURE
           PERFORM ACEPTAR-FECHA-COMPLETA

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Lista de habilitados de una jornada"
               DISPLAY "2. Registrar suspensión de liga"
               DISPLAY "3. Suspensiones de la temporada"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM LISTA-HABILITADOS
                   WHEN 2
                       PERFORM REGISTRAR-SANCION
                   WHEN 3
                       PERFORM LISTAR-SANCIONES
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Habilitados por jornada finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> LISTA DE LA JORNADA: UN BLOQUE POR CADA EQUIPO CON
      *> JUGADORES ASIGNADOS QUE JUEGA ESA JORNADA.
      *>----------------------------------------------------
       LISTA-HABILITADOS.
           DISPLAY "Jornada:"
           ACCEPT JORNADA-TXT
           IF FUNCTION TRIM(JORNADA-TXT) IS NOT NUMERIC
               DISPLAY "Jornada inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (JORNADA-TXT) TO JORNADA-LISTA
           PERFORM CARGAR-PARTIDOS-JORNADA
           IF TOTAL-PARTIDOS = 0
               DISPLAY "La jornada " JORNADA-LISTA
                       " no está en el fixture de la temporada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR

           PERFORM CARGAR-EQUIPOS
           PERFORM CARGAR-ASIGNACIONES
           PERFORM CARGAR-BANDAS-EDAD
           PERFORM CARGAR-SANCIONES
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-TOPE-DEUDA
           MOVE FECHA-TEMPORADA (1:4) TO TEMP-ANIO
           MOVE FECHA-TEMPORADA (5:2) TO TEMP-MES
           MOVE FECHA-TEMPORADA (7:2) TO TEMP-DIA
           MOVE 0 TO EQUIPOS-LISTADOS
           MOVE 0 TO TOTAL-HABILITADOS
           MOVE 0 TO TOTAL-EXCLUIDOS

           MOVE JORNADA-LISTA TO F-JORNADA
           MOVE MESES-DEUDA-MAXIMO TO F-CANTIDAD
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "HABILITADOS-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  "-J" DELIMITED BY SIZE
                  JORNADA-LISTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           ELSE
               MOVE 'N' TO MIEMBROS-ABIERTO
           END-IF

           MOVE 0 TO EC-PAGINA
           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "JUGADORES HABILITADOS POR JORNADA" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Temporada " DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  " | Jornada " DELIMITED BY SIZE
                  F-JORNADA DELIMITED BY SIZE
                  " | Tope de deuda: " DELIMITED BY SIZE
                  FUNCTION TRIM(F-CANTIDAD) DELIMITED BY SIZE
                  " cuota(s)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
                   UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               PERFORM UBICAR-PARTIDO-EQUIPO
               IF EQUIPO-JUEGA = 'S'
                   PERFORM LISTAR-EQUIPO
               END-IF
           END-PERFORM

           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EQUIPOS-LISTADOS TO F-CANTIDAD
           MOVE SPACES TO LINEA-SALIDA
           STRING "Equipos: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Habilitados: " DELIMITED BY SIZE
                  TOTAL-HABILITADOS DELIMITED BY SIZE
                  " | No habilitados: " DELIMITED BY SIZE
                  TOTAL-EXCLUIDOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Lista grabada en: "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-REPORTE).

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       CARGAR-PARTIDOS-JORNADA.
           MOVE 0 TO TOTAL-PARTIDOS
           OPEN INPUT ARCHIVO-FIXTURE
           IF FS-FIXTURE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-FIXTURE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF FX-JORNADA = JORNADA-LISTA
                           AND TOTAL-PARTIDOS < MAX-PARTIDOS
                           ADD 1 TO TOTAL-PARTIDOS
                           MOVE FX-FECHA
                               TO TJ-FECHA (TOTAL-PARTIDOS)
                           MOVE FX-LOCAL
                               TO TJ-LOCAL (TOTAL-PARTIDOS)
                           MOVE FX-VISITA
                               TO TJ-VISITA (TOTAL-PARTIDOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-FIXTURE.

       UBICAR-PARTIDO-EQUIPO.
           MOVE 'N' TO EQUIPO-JUEGA
           PERFORM VARYING IDX-PARTIDO FROM 1 BY 1
                   UNTIL IDX-PARTIDO > TOTAL-PARTIDOS
                      OR EQUIPO-JUEGA = 'S'
               EVALUATE TRUE
                   WHEN TJ-LOCAL (IDX-PARTIDO) = TE-CODIGO (IDX-EQUIPO)
                       MOVE 'S' TO EQUIPO-JUEGA
                       MOVE TJ-FECHA (IDX-PARTIDO) TO FECHA-PARTIDO
                       MOVE TJ-VISITA (IDX-PARTIDO) TO RIVAL-PARTIDO
                       MOVE "Local" TO CONDICION-PARTIDO
                   WHEN TJ-VISITA (IDX-PARTIDO)
                        = TE-CODIGO (IDX-EQUIPO)
                       MOVE 'S' TO EQUIPO-JUEGA
                       MOVE TJ-FECHA (IDX-PARTIDO) TO FECHA-PARTIDO
                       MOVE TJ-LOCAL (IDX-PARTIDO) TO RIVAL-PARTIDO
                       MOVE "Visita" TO CONDICION-PARTIDO
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------
      *> UN EQUIPO: PARTIDO, HABILITADOS Y DEBAJO LOS NO
      *> HABILITADOS CON SUS MOTIVOS.
      *>----------------------------------------------------
       LISTAR-EQUIPO.
           ADD 1 TO EQUIPOS-LISTADOS
           MOVE 0 TO JUGADORES-EQUIPO
           MOVE 0 TO HABILITADOS-EQUIPO
           MOVE 0 TO EXCLUIDOS-EQUIPO
           MOVE 0 TO TOTAL-LINEAS-EXCLUIDOS
           PERFORM UBICAR-BANDA-EQUIPO
           MOVE FECHA-PARTIDO TO F-FECHA

           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Equipo " DELIMITED BY SIZE
                  TE-CODIGO (IDX-EQUIPO) DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(TE-CATEGORIA (IDX-EQUIPO))
                  DELIMITED BY SIZE
                  ") - Entrenador: " DELIMITED BY SIZE
                  FUNCTION TRIM(TE-ENTRENADOR (IDX-EQUIPO))
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Partido del " DELIMITED BY SIZE
                  F-FECHA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(CONDICION-PARTIDO) DELIMITED BY SIZE
                  ") contra " DELIMITED BY SIZE
                  RIVAL-PARTIDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF BANDA-EQUIPO = 'S'
               MOVE EDAD-MINIMA TO F-CANTIDAD
               MOVE EDAD-MAXIMA TO F-CANTIDAD-2
               MOVE SPACES TO LINEA-SALIDA
               STRING "Edades de la categoría: " DELIMITED BY SIZE
                      FUNCTION TRIM(F-CANTIDAD) DELIMITED BY SIZE
                      " a " DELIMITED BY SIZE
                      FUNCTION TRIM(F-CANTIDAD-2) DELIMITED BY SIZE
                      " años al " DELIMITED BY SIZE
                      FECHA-TEMPORADA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               MOVE SPACES TO LINEA-SALIDA
               STRING "ADVERTENCIA: la categoría no está en "
                      DELIMITED BY SIZE
                      "BANDAS-EDAD; no se controla la edad."
                      DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE "  HABILITADOS:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM VARYING IDX-ASIGNA FROM 1 BY 1
                   UNTIL IDX-ASIGNA > TOTAL-ASIGNACIONES
               IF TA-EQUIPO (IDX-ASIGNA) = TE-CODIGO (IDX-EQUIPO)
                   ADD 1 TO JUGADORES-EQUIPO
                   PERFORM EVALUAR-JUGADOR
               END-IF
           END-PERFORM
           IF HABILITADOS-EQUIPO = 0
               MOVE "    (ninguno)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE "  NO HABILITADOS:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-LINEAS-EXCLUIDOS = 0
               MOVE "    (ninguno)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING IDX-EXCLUIDO FROM 1 BY 1
                   UNTIL IDX-EXCLUIDO > TOTAL-LINEAS-EXCLUIDOS
               MOVE LINEA-EXCLUIDO (IDX-EXCLUIDO) TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM

           MOVE JUGADORES-EQUIPO TO F-CANTIDAD
           MOVE HABILITADOS-EQUIPO TO F-CANTIDAD-2
           MOVE EXCLUIDOS-EQUIPO TO F-CANTIDAD-3
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Jugadores: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Habilitados: " DELIMITED BY SIZE
                  F-CANTIDAD-2 DELIMITED BY SIZE
                  " | No habilitados: " DELIMITED BY SIZE
                  F-CANTIDAD-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           ADD HABILITADOS-EQUIPO TO TOTAL-HABILITADOS
           ADD EXCLUIDOS-EQUIPO TO TOTAL-EXCLUIDOS.

      *>    BANDA DE LA CATEGORÍA: DESDE EL LÍMITE DE LA BANDA
      *>    ANTERIOR HASTA UNO MENOS QUE EL PROPIO (MISMO
      *>    CORTE QUE CLASIFICAR-EDAD EN RECATEGORIZAR-MIEMBROS).
       UBICAR-BANDA-EQUIPO.
           MOVE 'N' TO BANDA-EQUIPO
           PERFORM VARYING IDX-BANDA FROM 1 BY 1
                   UNTIL IDX-BANDA > TOTAL-BANDAS
                      OR BANDA-EQUIPO = 'S'
               IF TB-NOMBRE (IDX-BANDA) = TE-CATEGORIA (IDX-EQUIPO)
                   MOVE 'S' TO BANDA-EQUIPO
                   IF IDX-BANDA = 1
                       MOVE 0 TO EDAD-MINIMA
                   ELSE
                       MOVE TB-LIMITE (IDX-BANDA - 1) TO EDAD-MINIMA
                   END-IF
                   COMPUTE EDAD-MAXIMA = TB-LIMITE (IDX-BANDA) - 1
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> UN JUGADOR: JUNTA TODOS LOS MOTIVOS QUE LO DEJAN
      *> AFUERA. SIN MOTIVOS, VA A LA LISTA DE HABILITADOS.
      *>----------------------------------------------------
       EVALUAR-JUGADOR.
           MOVE 0 TO TOTAL-MOTIVOS
           MOVE SPACES TO TABLA-MOTIVOS
           MOVE 0 TO EDAD
           PERFORM LEER-JUGADOR
           IF NOMBRE-JUGADOR NOT = "(NO EXISTE)"
               PERFORM CONTROLAR-ESTADO
               PERFORM CONTROLAR-EDAD
           END-IF
           PERFORM CONTROLAR-CERTIFICADO
           PERFORM CONTROLAR-LESION
           PERFORM CONTROLAR-DEUDA
           PERFORM CONTROLAR-SANCION

           MOVE EDAD TO F-EDAD
           IF TOTAL-MOTIVOS = 0
               ADD 1 TO HABILITADOS-EQUIPO
               MOVE SPACES TO LINEA-SALIDA
               STRING "    " DELIMITED BY SIZE
                      TA-MIEMBRO (IDX-ASIGNA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-JUGADOR DELIMITED BY SIZE
                      " Edad " DELIMITED BY SIZE
                      F-EDAD DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO EXCLUIDOS-EQUIPO
           MOVE SPACES TO LINEA-SALIDA
           STRING "    " DELIMITED BY SIZE
                  TA-MIEMBRO (IDX-ASIGNA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-JUGADOR DELIMITED BY SIZE
                  " Edad " DELIMITED BY SIZE
                  F-EDAD DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM GUARDAR-LINEA-EXCLUIDO
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > TOTAL-MOTIVOS
               MOVE SPACES TO LINEA-SALIDA
               STRING "        - " DELIMITED BY SIZE
                      MOTIVO-JUGADOR (IDX-MOTIVO) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM GUARDAR-LINEA-EXCLUIDO
           END-PERFORM.

       GUARDAR-LINEA-EXCLUIDO.
           IF TOTAL-LINEAS-EXCLUIDOS < MAX-LINEAS-EXCLUIDOS
               ADD 1 TO TOTAL-LINEAS-EXCLUIDOS
               MOVE LINEA-SALIDA
                   TO LINEA-EXCLUIDO (TOTAL-LINEAS-EXCLUIDOS)
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
           MOVE TA-MIEMBRO (IDX-ASIGNA) TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE "(NO EXISTE)" TO NOMBRE-JUGADOR
                   MOVE "NO FIGURA EN EL PADRÓN DE SOCIOS"
                       TO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-JUGADOR
           END-READ.

       CONTROLAR-ESTADO.
           EVALUATE M-ESTADO
               WHEN 'S'
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "SUSPENDIDO EN EL CLUB DESDE "
                          DELIMITED BY SIZE
                          M-FECHA-ESTADO DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(M-MOTIVO-ESTADO)
                          DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
               WHEN 'B'
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "DADO DE BAJA DESDE " DELIMITED BY SIZE
                          M-FECHA-ESTADO DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
           END-EVALUATE.

      *>    EDAD AL INICIO DE LA TEMPORADA, PARA QUE EL JUGADOR
      *>    NO CAMBIE DE CATEGORÍA A MITAD DEL TORNEO.
       CONTROLAR-EDAD.
           COMPUTE EDAD-CALC = TEMP-ANIO - M-ANO-NACIMIENTO
           IF TEMP-MES < M-MES-NACIMIENTO
               OR (TEMP-MES = M-MES-NACIMIENTO
                   AND TEMP-DIA < M-DIA-NACIMIENTO)
               SUBTRACT 1 FROM EDAD-CALC
           END-IF
           IF EDAD-CALC < 0
               MOVE 0 TO EDAD-CALC
           END-IF
           MOVE EDAD-CALC TO EDAD
           IF BANDA-EQUIPO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF EDAD < EDAD-MINIMA OR EDAD > EDAD-MAXIMA
               MOVE EDAD TO F-EDAD
               MOVE SPACES TO MOTIVO-ARMADO
               STRING "EDAD " DELIMITED BY SIZE
                      FUNCTION TRIM(F-EDAD) DELIMITED BY SIZE
                      " FUERA DE LA CATEGORÍA " DELIMITED BY SIZE
                      FUNCTION TRIM(TE-CATEGORIA (IDX-EQUIPO))
                      DELIMITED BY SIZE
                      INTO MOTIVO-ARMADO
               PERFORM AGREGAR-MOTIVO
           END-IF.

      *>    EL VIGENTE ES EL DE VENCIMIENTO MÁS ALTO (COMO EN
      *>    CHECKIN-MIEMBRO); DEBE CUBRIR EL DÍA DEL PARTIDO.
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
                           IF CM-MIEMBRO = TA-MIEMBRO (IDX-ASIGNA)
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
               WHEN MEJOR-VENCIMIENTO < FECHA-PARTIDO
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "CERTIFICADO MÉDICO VENCIDO EL "
                          DELIMITED BY SIZE
                          MEJOR-VENCIMIENTO DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
           END-EVALUATE.

       CONTROLAR-LESION.
           MOVE TA-MIEMBRO (IDX-ASIGNA) TO INCIDENTE-SOCIO
           PERFORM VERIFICAR-ALTA-MEDICA
           IF SOCIO-HABILITADO = 'N'
               MOVE SPACES TO MOTIVO-ARMADO
               STRING "LESIONADO EL " DELIMITED BY SIZE
                      FECHA-LESION-PENDIENTE DELIMITED BY SIZE
                      ", SIN ALTA MÉDICA (INCIDENTE "
                      DELIMITED BY SIZE
                      INCIDENTE-PENDIENTE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO MOTIVO-ARMADO
               PERFORM AGREGAR-MOTIVO
           END-IF.

      *>    LA DEUDA ES LA DEL PAGADOR DEL GRUPO FAMILIAR
      *>    (EL PROPIO SOCIO SI NO PERTENECE A NINGUNO).
       CONTROLAR-DEUDA.
           MOVE TA-MIEMBRO (IDX-ASIGNA) TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           MOVE 0 TO MESES-IMPAGOS
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CUOTAS
           PERFORM UNTIL FIN-CUOTAS = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-CUOTAS
                   NOT AT END
                       IF CU-MIEMBRO = GRUPO-RESPONSABLE
                           AND CU-ESTADO = 'P' AND CU-SALDO > 0
                           ADD 1 TO MESES-IMPAGOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS
           IF MESES-IMPAGOS >= MESES-DEUDA-MAXIMO
               MOVE MESES-IMPAGOS TO F-CANTIDAD
               MOVE SPACES TO MOTIVO-ARMADO
               IF GRUPO-RESPONSABLE = TA-MIEMBRO (IDX-ASIGNA)
                   STRING "DEBE " DELIMITED BY SIZE
                          FUNCTION TRIM(F-CANTIDAD) DELIMITED BY SIZE
                          " CUOTA(S)" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
               ELSE
                   STRING "SU GRUPO FAMILIAR DEBE " DELIMITED BY SIZE
                          FUNCTION TRIM(F-CANTIDAD) DELIMITED BY SIZE
                          " CUOTA(S) (PAGA EL SOCIO "
                          DELIMITED BY SIZE
                          GRUPO-RESPONSABLE DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
               END-IF
               PERFORM AGREGAR-MOTIVO
           END-IF.

       CONTROLAR-SANCION.
           PERFORM VARYING IDX-SANCION FROM 1 BY 1
                   UNTIL IDX-SANCION > TOTAL-SANCIONES
               IF TS-MIEMBRO (IDX-SANCION) = TA-MIEMBRO (IDX-ASIGNA)
                   AND TS-DESDE (IDX-SANCION) <= JORNADA-LISTA
                   AND TS-HASTA (IDX-SANCION) >= JORNADA-LISTA
                   MOVE TS-DESDE (IDX-SANCION) TO F-JORNADA
                   MOVE TS-HASTA (IDX-SANCION) TO F-JORNADA-2
                   MOVE SPACES TO MOTIVO-ARMADO
                   STRING "SUSPENDIDO POR LA LIGA, JORNADAS "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(F-JORNADA) DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          FUNCTION TRIM(F-JORNADA-2)
                          DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(TS-MOTIVO (IDX-SANCION))
                          DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO MOTIVO-ARMADO
                   PERFORM AGREGAR-MOTIVO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> SUSPENSIONES DE LIGA: SE REGISTRAN CON LA JORNADA
      *> DESDE LA QUE RIGEN Y LA CANTIDAD DE FECHAS.
      *>----------------------------------------------------
       REGISTRAR-SANCION.
           DISPLAY "Número de socio sancionado:"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO SANCION-MIEMBRO
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE SANCION-MIEMBRO TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE SPACES TO NOMBRE-JUGADOR
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-JUGADOR
           END-READ
           CLOSE ARCHIVO-MIEMBROS
           IF NOMBRE-JUGADOR = SPACES
               DISPLAY "No existe un socio con ese número."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Socio: " FUNCTION TRIM(NOMBRE-JUGADOR)

           DISPLAY "Primera jornada que no puede jugar:"
           ACCEPT JORNADA-TXT
           IF FUNCTION TRIM(JORNADA-TXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL (JORNADA-TXT) < 1
               DISPLAY "Jornada inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (JORNADA-TXT) TO SANCION-DESDE
           DISPLAY "Cantidad de fechas de suspensión:"
           ACCEPT JORNADA-TXT
           IF FUNCTION TRIM(JORNADA-TXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL (JORNADA-TXT) < 1
               DISPLAY "Cantidad inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (JORNADA-TXT) TO SANCION-FECHAS
           DISPLAY "Motivo (ej: expulsión, tribunal de disciplina):"
           ACCEPT SANCION-MOTIVO
           MOVE FUNCTION UPPER-CASE(SANCION-MOTIVO) TO SANCION-MOTIVO

           OPEN EXTEND ARCHIVO-SANCIONES
           IF FS-SANCIONES = "35"
               OPEN OUTPUT ARCHIVO-SANCIONES
           END-IF
           MOVE FECHA-TEMPORADA TO SL-TEMPORADA
           MOVE SANCION-MIEMBRO TO SL-MIEMBRO
           MOVE SANCION-DESDE TO SL-JORNADA-DESDE
           MOVE SANCION-FECHAS TO SL-FECHAS
           MOVE SANCION-MOTIVO TO SL-MOTIVO
           MOVE FC-FECHA-YYYYMMDD TO SL-FECHA-REGISTRO
           MOVE 'M' TO SL-ORIGEN
           WRITE SANCION-REG
           CLOSE ARCHIVO-SANCIONES
           COMPUTE SANCION-HASTA = SANCION-DESDE + SANCION-FECHAS - 1
           MOVE SANCION-DESDE TO F-JORNADA
           MOVE SANCION-HASTA TO F-JORNADA-2
           DISPLAY "Suspensión registrada: jornadas "
                   FUNCTION TRIM(F-JORNADA) " a "
                   FUNCTION TRIM(F-JORNADA-2) ".".

       LISTAR-SANCIONES.
           PERFORM CARGAR-SANCIONES
           IF TOTAL-SANCIONES = 0
               DISPLAY "No hay suspensiones de liga en la temporada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Jornada actual (para ver cuáles siguen "
                   "vigentes, ENTER = no indicar):"
           ACCEPT JORNADA-TXT
           IF FUNCTION TRIM(JORNADA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (JORNADA-TXT) TO JORNADA-LISTA
           ELSE
               MOVE 0 TO JORNADA-LISTA
           END-IF
           PERFORM VARYING IDX-SANCION FROM 1 BY 1
                   UNTIL IDX-SANCION > TOTAL-SANCIONES
               MOVE SPACES TO ESTADO-SANCION
               IF JORNADA-LISTA > 0
                   EVALUATE TRUE
                       WHEN TS-HASTA (IDX-SANCION) < JORNADA-LISTA
                           MOVE "CUMPLIDA" TO ESTADO-SANCION
                       WHEN TS-DESDE (IDX-SANCION) > JORNADA-LISTA
                           MOVE "A CUMPLIR" TO ESTADO-SANCION
                       WHEN OTHER
                           MOVE "VIGENTE" TO ESTADO-SANCION
                   END-EVALUATE
               END-IF
               DISPLAY "  " TS-MIEMBRO (IDX-SANCION)
                       " | Jornadas " TS-DESDE (IDX-SANCION)
                       " a " TS-HASTA (IDX-SANCION)
                       " | " TS-MOTIVO (IDX-SANCION)
                       " " ESTADO-SANCION
           END-PERFORM.

      *>----------------------------------------------------
      *> CARGA DE TABLAS
      *>----------------------------------------------------
       CARGAR-SANCIONES.
           MOVE 0 TO TOTAL-SANCIONES
           OPEN INPUT ARCHIVO-SANCIONES
           IF FS-SANCIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-SANCIONES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF SL-TEMPORADA = FECHA-TEMPORADA
                           AND TOTAL-SANCIONES < MAX-SANCIONES
                           ADD 1 TO TOTAL-SANCIONES
                           MOVE SL-MIEMBRO
                               TO TS-MIEMBRO (TOTAL-SANCIONES)
                           MOVE SL-JORNADA-DESDE
                               TO TS-DESDE (TOTAL-SANCIONES)
                           COMPUTE TS-HASTA (TOTAL-SANCIONES) =
                               SL-JORNADA-DESDE + SL-FECHAS - 1
                           MOVE SL-MOTIVO
                               TO TS-MOTIVO (TOTAL-SANCIONES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SANCIONES.

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
                           MOVE EQ-ENTRENADOR
                               TO TE-ENTRENADOR (TOTAL-EQUIPOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EQUIPOS.

       CARGAR-ASIGNACIONES.
           MOVE 0 TO TOTAL-ASIGNACIONES
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
                       IF TOTAL-ASIGNACIONES < MAX-ASIGNACIONES
                           ADD 1 TO TOTAL-ASIGNACIONES
                           MOVE AE-MIEMBRO
                               TO TA-MIEMBRO (TOTAL-ASIGNACIONES)
                           MOVE AE-EQUIPO
                               TO TA-EQUIPO (TOTAL-ASIGNACIONES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASIGNACION.

      *>    SIN BANDAS-EDAD.DAT SE USAN LAS BANDAS DE SIEMPRE
      *>    (LAS MISMAS QUE GRABA RECATEGORIZAR-MIEMBROS).
       CARGAR-BANDAS-EDAD.
           MOVE 0 TO TOTAL-BANDAS
           OPEN INPUT ARCHIVO-BANDAS
           IF FS-BANDAS = "00"
               PERFORM UNTIL FS-BANDAS NOT = "00"
                   READ ARCHIVO-BANDAS
                       AT END
                           MOVE "10" TO FS-BANDAS
                       NOT AT END
                           IF TOTAL-BANDAS < MAX-BANDAS
                               ADD 1 TO TOTAL-BANDAS
                               MOVE BE-LIMITE
                                   TO TB-LIMITE (TOTAL-BANDAS)
                               MOVE BE-NOMBRE
                                   TO TB-NOMBRE (TOTAL-BANDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BANDAS
           ELSE
               MOVE 4 TO TOTAL-BANDAS
               MOVE 013 TO TB-LIMITE (1)
               MOVE "Infantil" TO TB-NOMBRE (1)
               MOVE 018 TO TB-LIMITE (2)
               MOVE "Juvenil" TO TB-NOMBRE (2)
               MOVE 040 TO TB-LIMITE (3)
               MOVE "Adulto" TO TB-NOMBRE (3)
               MOVE 150 TO TB-LIMITE (4)
               MOVE "Master" TO TB-NOMBRE (4)
           END-IF.

       CARGAR-TOPE-DEUDA.
           MOVE 3 TO MESES-DEUDA-MAXIMO
           MOVE "MOROSO-MESES-SUSP" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MESES-DEUDA-MAXIMO
           END-IF
           MOVE "LIGA-MESES-DEUDA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MESES-DEUDA-MAXIMO
           END-IF
           IF MESES-DEUDA-MAXIMO < 1
               MOVE 1 TO MESES-DEUDA-MAXIMO
           END-IF.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY GRUPOS-RUTINAS.
       COPY INCIDENTES-RUTINAS.
